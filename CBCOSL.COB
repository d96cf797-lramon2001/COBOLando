      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do cadastro de contas correntes da empresa
      * (CONTAS-BANCO.DAT, mantido pelo PROG84): cada banco, agencia
      * e conta com a conta contabil de caixa que a representa no
      * CONTAS.DAT. Lido pelo conversor de extrato PROG55 e pela
      * conciliacao do PROG05. COPY dentro do FILE-CONTROL. Usar em
      * conjunto com CBCOFD.COB, CBCOWS.COB e CBCOPR.COB.
      * Tectonics: cobc (COPY 'CBCOSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT CONTAS-BANCO-FILE ASSIGN TO "CONTAS-BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAS-BANCO.
