      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - 9310-GRAVAR-SPOOL grava a marca de distribuicao
      *              quando ha filtro (WRK-SPOOL-FILTRO) e limpa o
      *              tipo e o valor da linha principal.
      ******************************************************************
       9300-ABRIR-SPOOL.
           OPEN INPUT SPOOL-CTL-FILE.
               PERFORM 9350-CABECALHO-SPOOL
           END-IF.
           MOVE WRK-SPOOL-LINHA TO SPOOL-RECORD.
           IF WRK-SPOOL-FILTRO NOT = SPACES
               MOVE WRK-SPOOL-FILTRO TO SPOOL-FILTRO
               MOVE WRK-SPOOL-TIPO   TO SPOOL-TIPO
               MOVE WRK-SPOOL-VALOR  TO SPOOL-VALOR
           END-IF.
           WRITE SPOOL-RECORD.
           MOVE SPACES TO WRK-SPOOL-TIPO.
           MOVE ZEROS  TO WRK-SPOOL-VALOR.
           ADD 1 TO WRK-SPOOL-LINHA-ATUAL.
           MOVE SPACES TO WRK-SPOOL-LINHA.

