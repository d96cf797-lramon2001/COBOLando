      *
      * Modification History:
      * 02/09/2026 - Criado.
      * 15/10/2026 - STOP RUN passou a GOBACK para o programa poder
      *              ser chamado como passo do job stream noturno do
      *              PROG95 sem derrubar o stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG60.
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
