      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - Registros de passo do job stream do PROG95: tipo
      *              'S' no inicio e 'T' no termino de cada passo (o
      *              programa do passo em RUN-PROGRAMA), com o numero
      *              do passo, o RETURN-CODE e a situacao na visao
      *              RUN-PASSO-DADOS do campo de situacao.
      ******************************************************************
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05 RUN-QTD         PIC 9(07).
           05 FILLER          PIC X(01).
           05 RUN-STATUS      PIC X(25).
           05 RUN-PASSO-DADOS REDEFINES RUN-STATUS.
              10 RUN-PASSO          PIC 9(02).
              10 FILLER             PIC X(01).
              10 RUN-PASSO-RC       PIC 9(04).
              10 FILLER             PIC X(01).
              10 RUN-PASSO-SITUACAO PIC X(10).
              10 FILLER             PIC X(07).
