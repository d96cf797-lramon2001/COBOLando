      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Clausula SELECT do movimento mensal por conta
      * (MOVIMENTO-CONTAS.LOG), acrescentado pelo PROG25 a cada
      * postagem e lido pelo PROG75 (balanco e DRE). COPY dentro do
      * paragrafo FILE-CONTROL; o FILE STATUS WRK-STATUS-MOVTO e
      * declarado por cada programa. Usar em conjunto com MVCTFD.COB
      * (FILE SECTION).
      * Tectonics: cobc (COPY 'MVCTSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT MOVIMENTO-CONTAS-FILE
               ASSIGN TO "MOVIMENTO-CONTAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVTO.
