      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do cadastro de obrigacoes legais da folha
      * (OBRIGACOES.DAT): um registro por tributo (FGTS, INSS, IRRF),
      * competencia e origem, com o valor, o vencimento legal e a
      * situacao do recolhimento. Montado pelos programas que apuram
      * os encargos (PROG04 na folha e na complementar, PROG20 na
      * rescisao e PROG42 nas ferias) pelo 9200-REGISTRAR-OBRIGACAO,
      * baixado e listado pelo PROG64. COPY dentro do FILE-CONTROL.
      * Usar em conjunto com OBRGFD.COB, OBRGWS.COB e OBRGPR.COB.
      * Tectonics: cobc (COPY 'OBRGSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT OBRIGACOES-FILE ASSIGN TO "OBRIGACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OBRIGACAO.
