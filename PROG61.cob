      * 02/09/2026 - TRN-VALOR alargado para 9(10)V99: os lancamentos
      *              agregados da folha e das provisoes passam de
      *              999.999,99 e estouravam o campo em silencio.
      * 15/10/2026 - Registro de CONTAS.DAT acompanha o grupo de
      *              demonstracao (CTA-GRUPO) mantido pelo PROG53.
      * 15/10/2026 - Registro de PARCELAS.DAT acompanha a amortizacao
      *              gravada por parcela pelo PROG12 e pelo PROG26.
      * 15/10/2026 - STOP RUN passou a GOBACK para o programa poder
      *              ser chamado como passo do job stream noturno do
      *              PROG95 sem derrubar o stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG61.
           05 PAR-JUROS-MORA   PIC 9(06)V99.
           05 PAR-ABATIMENTO   PIC 9(06)V99.
           05 PAR-DATA-PAGTO   PIC 9(06).
           05 PAR-AMORTIZACAO  PIC 9(08)V99.
       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD.
           05 CON-NUMERO       PIC 9(06).
           05 CTA-TIPO    PIC X(01).
           05 CTA-PAI     PIC X(04).
           05 CTA-ATIVA   PIC X(01).
           05 CTA-GRUPO   PIC X(01).
           COPY 'RHSTFD.COB'.
       FD  INTEG-CTL-FILE.
       01  INTEG-CTL-RECORD.
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               GOBACK
           END-IF.
           PERFORM 0150-LER-CONTROLE-ANTERIOR.
           MOVE 1 TO WRK-REL-CORRENTE.
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
