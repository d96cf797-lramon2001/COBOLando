      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Clausula SELECT do razao por lancamento
      * (RAZAO-CONTAS.LOG), acrescentado pelo PROG25 a cada postagem
      * e lido pelo PROG77 (razao analitico). COPY dentro do
      * paragrafo FILE-CONTROL; o FILE STATUS WRK-STATUS-RAZAO e
      * declarado por cada programa. Usar em conjunto com RAZAFD.COB
      * (FILE SECTION).
      * Tectonics: cobc (COPY 'RAZASL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT RAZAO-CONTAS-FILE
               ASSIGN TO "RAZAO-CONTAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RAZAO.
