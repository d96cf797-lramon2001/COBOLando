      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do contas a pagar: o cadastro de fornecedores
      * (FORNECEDORES.DAT, mantido pelo PROG78) e as notas a pagar
      * (CONTAS-PAGAR.DAT, lancadas e canceladas pelo PROG79, baixadas
      * pela corrida de pagamento do PROG80 e lidas pela projecao de
      * caixa do PROG56). COPY dentro do FILE-CONTROL. Usar em
      * conjunto com FORNFD.COB, FORNWS.COB e FORNPR.COB.
      * Tectonics: cobc (COPY 'FORNSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT FORNECEDORES-FILE ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FORNECEDOR.
           SELECT CONTAS-PAGAR-FILE ASSIGN TO "CONTAS-PAGAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CPAGAR.
