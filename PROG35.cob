      *              TRVA*): AUDIT-LOG.LOG registrado em
      *              ARQUIVO-LOCK.CTL enquanto os logs correntes sao
      *              cortados e regravados, liberado no fim.
      * 15/10/2026 - STOP RUN passou a GOBACK para o programa poder
      *              ser chamado como passo do job stream noturno do
      *              PROG95 sem derrubar o stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG35.
               'ARQUIVO-MANIFESTO.LOG'.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Limite do corte = competencia anterior a atual.
       0050-CALCULAR-LIMITE.
