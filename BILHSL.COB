      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT da bilheteria dos jogos da liga
      * (BILHETERIA.DAT: publico, renda e despesas de cada jogo de
      * FIXTURES.DAT, com o rateio entre liga, mandante e visitante),
      * mantida pelo PROG93 e arquivada no fechamento de temporada do
      * PROG58. COPY dentro do FILE-CONTROL. Usar em conjunto com
      * BILHFD.COB, BILHWS.COB e BILHPR.COB.
      * Tectonics: cobc (COPY 'BILHSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT BILHETERIA-FILE ASSIGN TO "BILHETERIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BILHETERIA.
