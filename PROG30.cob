      *              ano e mes em campos inteiros separados - dividir
      *              a data crua dentro do COMPUTE deslocava o
      *              resultado um mes pelo intermediario fracionario.
      * 15/10/2026 - STOP RUN passou a GOBACK para o programa poder
      *              ser chamado como passo do job stream noturno do
      *              PROG95 sem derrubar o stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG30.
           MOVE WRK-QTD-USUARIOS TO WRK-TRAILER-QTD.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
