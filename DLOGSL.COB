      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do log de distribuicao do spool
      * (DISTRIBUICAO.LOG): uma linha por peca gerada pelo PROG97 ao
      * partir um relatorio por destinatario, lida pelo PROG40 para
      * reimprimir exatamente o que cada pessoa recebeu. COPY dentro
      * do FILE-CONTROL. Usar em conjunto com DLOGFD.COB e
      * DLOGWS.COB.
      * Tectonics: cobc (COPY 'DLOGSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT DIST-LOG-FILE ASSIGN TO "DISTRIBUICAO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DIST-LOG.
