      *              999.999,99 e estouravam o campo em silencio.
      * 02/09/2026 - TRQ-VALOR, a tabela de lancamentos e os saldos de
      *              SALDOS.DAT alargados junto (S9(10)V99).
      * 15/10/2026 - O movimento aceito de cada postagem e acrescentado
      *              por conta e competencia em MOVIMENTO-CONTAS.LOG
      *              (books MVCT*) - e dele que o PROG75 monta o
      *              balanco patrimonial e a DRE de qualquer mes.
      * 15/10/2026 - STOP RUN passou a GOBACK para o programa poder ser
      *              chamado pelo encerramento do exercicio (PROG76),
      *              que posta o voucher de encerramento por aqui.
      *              Registro de CONTAS.DAT acompanha o grupo de
      *              demonstracao (CTA-GRUPO) mantido pelo PROG53.
      * 15/10/2026 - Cada lancamento aceito e acrescentado tambem em
      *              RAZAO-CONTAS.LOG (books RAZA*), com data, voucher
      *              e motivo - base do razao analitico do PROG77.
      * 15/10/2026 - A linha de REJECT.LOG ganhou no fim a data do
      *              lancamento rejeitado e o voucher, para o
      *              checklist de fechamento do PROG52 apontar as
      *              rejeicoes da competencia ainda nao repostadas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG25.
           SELECT TRANS-ARQ-FILE ASSIGN TO "TRANS-POSTADOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS-ARQ.
           COPY 'MVCTSL.COB'.
           COPY 'RAZASL.COB'.
           COPY 'PSTASL.COB'.
           COPY 'TRVASL.COB'.
           COPY 'TRAILESL.COB'.
           05 CTA-TIPO    PIC X(01).
           05 CTA-PAI     PIC X(04).
           05 CTA-ATIVA   PIC X(01).
           05 CTA-GRUPO   PIC X(01).
       FD  SALDOS-FILE.
       01  SALDOS-RECORD.
           05 SAL-CONTA   PIC 9(04).
           05 REJ-MOTIVO    PIC X(15).
           05 FILLER        PIC X(01).
           05 REJ-VALOR     PIC X(20).
           05 FILLER        PIC X(01).
           05 REJ-DATA-LANC PIC 9(08).
           05 FILLER        PIC X(01).
           05 REJ-VOUCHER   PIC 9(06).
       FD  TRANS-ARQ-FILE.
       01  TRANS-ARQ-RECORD.
           05 TRQ-CONTA   PIC 9(04).
           05 TRQ-VALOR   PIC 9(10)V99.
           05 TRQ-DATA    PIC 9(08).
           05 TRQ-MOTIVO  PIC X(10).
           COPY 'MVCTFD.COB'.
           COPY 'RAZAFD.COB'.
           COPY 'PSTAFD.COB'.
           COPY 'TRVAFD.COB'.
           COPY 'TRAILEFD.COB'.
       77  WRK-STATUS-SALDOS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-REJEICAO  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS-ARQ PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MOVTO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RAZAO     PIC X(02) VALUES ZEROS.
       77  WRK-HORA-POSTAGEM    PIC 9(08) VALUES ZEROS.
       77  WRK-FIM-TRANS-ARQ    PIC X(01) VALUES 'N'.
           88 FIM-TRANS-ARQ VALUE 'S'.
       77  WRK-FIM-TRANS        PIC X(01) VALUES 'N'.
              10 WRK-TRANS-VEREDITO PIC X(01).
              10 WRK-TRANS-MOT-REJ PIC X(15).
              10 WRK-TRANS-TRATADO PIC X(01).
      * Movimento aceito desta postagem por conta e competencia, para
      * MOVIMENTO-CONTAS.LOG (balanco e DRE do PROG75).
       77  WRK-QTD-MOVTO        PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-MOVTO-ACHADO PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-MOVTO.
           05 WRK-MOVTO-ITEM OCCURS 500 TIMES
                              INDEXED BY WRK-IDX-MOVTO.
              10 WRK-MOVTO-CONTA       PIC 9(04).
              10 WRK-MOVTO-COMPETENCIA PIC 9(06).
              10 WRK-MOVTO-DEBITOS     PIC 9(10)V99.
              10 WRK-MOVTO-CREDITOS    PIC 9(10)V99.
      * Plano de contas com os acumuladores do balancete: saldo
      * inicial vindo de SALDOS.DAT, debitos e creditos do movimento.
       01  WRK-TAB-CONTAS.
               PERFORM 0150-CARREGAR-SALDOS
               PERFORM 0200-POSTAR-LANCAMENTOS
               PERFORM 0300-GRAVAR-SALDOS
               PERFORM 0320-GRAVAR-MOVIMENTO-MENSAL
               PERFORM 0330-GRAVAR-RAZAO
               PERFORM 0350-ARQUIVAR-MOVIMENTO
               PERFORM 0400-EMITIR-BALANCETE
               PERFORM 9650-LIBERAR-TRAVAS
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-LANCAMENTOS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
                   ADD WRK-TRANS-VALOR(WRK-IDX-TRANS) TO
                       WRK-TOTAL-CREDITOS
               END-IF
               PERFORM 0250-ACUMULAR-MOVIMENTO-MENSAL
           END-IF.

      * Mesma linha aceita somada na conta e competencia (AAAAMM da
      * data do lancamento); a tabela tem o tamanho da de lancamentos,
      * entao sempre cabe.
       0250-ACUMULAR-MOVIMENTO-MENSAL.
           MOVE ZEROS TO WRK-IDX-MOVTO-ACHADO.
           PERFORM VARYING WRK-IDX-MOVTO FROM 1 BY 1
                   UNTIL WRK-IDX-MOVTO > WRK-QTD-MOVTO
               IF WRK-MOVTO-CONTA(WRK-IDX-MOVTO) =
                       WRK-TRANS-CONTA(WRK-IDX-TRANS)
                  AND WRK-MOVTO-COMPETENCIA(WRK-IDX-MOVTO) =
                       WRK-TRANS-DATA(WRK-IDX-TRANS)(1:6)
                   SET WRK-IDX-MOVTO-ACHADO TO WRK-IDX-MOVTO
               END-IF
           END-PERFORM.
           IF WRK-IDX-MOVTO-ACHADO = ZEROS
               ADD 1 TO WRK-QTD-MOVTO
               MOVE WRK-QTD-MOVTO TO WRK-IDX-MOVTO-ACHADO
               MOVE WRK-TRANS-CONTA(WRK-IDX-TRANS) TO
                   WRK-MOVTO-CONTA(WRK-IDX-MOVTO-ACHADO)
               MOVE WRK-TRANS-DATA(WRK-IDX-TRANS)(1:6) TO
                   WRK-MOVTO-COMPETENCIA(WRK-IDX-MOVTO-ACHADO)
               MOVE ZEROS TO WRK-MOVTO-DEBITOS(WRK-IDX-MOVTO-ACHADO)
                   WRK-MOVTO-CREDITOS(WRK-IDX-MOVTO-ACHADO)
           END-IF.
           IF WRK-TRANS-DC(WRK-IDX-TRANS) = 'D'
               ADD WRK-TRANS-VALOR(WRK-IDX-TRANS) TO
                   WRK-MOVTO-DEBITOS(WRK-IDX-MOVTO-ACHADO)
           ELSE
               ADD WRK-TRANS-VALOR(WRK-IDX-TRANS) TO
                   WRK-MOVTO-CREDITOS(WRK-IDX-MOVTO-ACHADO)
           END-IF.

      * Mesmo REJECT.LOG da validacao de console do PROG02, com o
      * lancamento recusado no campo de valor; a data do lancamento e
      * o voucher vao no fim da linha para o checklist de fechamento
      * do PROG52 saber de que competencia a rejeicao e e se ela ja
      * foi repostada.
       0260-GRAVAR-REJEICAO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           OPEN EXTEND REJECT-FILE.
           MOVE WRK-DATA-HOJE TO REJ-DATA.
           ACCEPT REJ-HORA FROM TIME.
           MOVE TRANS-RECORD TO REJ-VALOR.
           IF TRN-DATA NUMERIC
               MOVE TRN-DATA TO REJ-DATA-LANC
           END-IF.
           IF TRN-VOUCHER NUMERIC
               MOVE TRN-VOUCHER TO REJ-VOUCHER
           ELSE
               MOVE ZEROS TO REJ-VOUCHER
           END-IF.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

           END-PERFORM.
           CLOSE SALDOS-FILE.

      * Movimento aceito da postagem acrescentado ao log mensal, no
      * mesmo padrao de acrescimo do TRANS-POSTADOS.LOG.
       0320-GRAVAR-MOVIMENTO-MENSAL.
           IF WRK-QTD-MOVTO > ZEROS
               OPEN EXTEND MOVIMENTO-CONTAS-FILE
               IF WRK-STATUS-MOVTO = '35'
                   OPEN OUTPUT MOVIMENTO-CONTAS-FILE
               END-IF
               PERFORM VARYING WRK-IDX-MOVTO FROM 1 BY 1
                       UNTIL WRK-IDX-MOVTO > WRK-QTD-MOVTO
                   MOVE SPACES TO MOVIMENTO-CONTAS-RECORD
                   MOVE WRK-MOVTO-CONTA(WRK-IDX-MOVTO) TO MVC-CONTA
                   MOVE WRK-MOVTO-COMPETENCIA(WRK-IDX-MOVTO)
                       TO MVC-COMPETENCIA
                   MOVE WRK-MOVTO-DEBITOS(WRK-IDX-MOVTO)
                       TO MVC-DEBITOS
                   MOVE WRK-MOVTO-CREDITOS(WRK-IDX-MOVTO)
                       TO MVC-CREDITOS
                   MOVE WRK-DATA-HOJE TO MVC-DATA-POSTAGEM
                   WRITE MOVIMENTO-CONTAS-RECORD
               END-PERFORM
               CLOSE MOVIMENTO-CONTAS-FILE
           END-IF.

      * Cada linha aceita da postagem acrescentada ao razao, na
      * ordem do TRANS.DAT, com a data e hora desta postagem.
       0330-GRAVAR-RAZAO.
           IF WRK-QTD-LANCAMENTOS > ZEROS
               ACCEPT WRK-HORA-POSTAGEM FROM TIME
               OPEN EXTEND RAZAO-CONTAS-FILE
               IF WRK-STATUS-RAZAO = '35'
                   OPEN OUTPUT RAZAO-CONTAS-FILE
               END-IF
               PERFORM VARYING WRK-IDX-TRANS FROM 1 BY 1
                       UNTIL WRK-IDX-TRANS > WRK-QTD-TRANS-TAB
                   IF WRK-TRANS-VEREDITO(WRK-IDX-TRANS) = 'A'
                       MOVE SPACES TO RAZAO-CONTAS-RECORD
                       MOVE WRK-TRANS-CONTA(WRK-IDX-TRANS)
                           TO RAZ-CONTA
                       MOVE WRK-TRANS-DATA(WRK-IDX-TRANS)
                           TO RAZ-DATA
                       MOVE WRK-TRANS-VOUCHER(WRK-IDX-TRANS)
                           TO RAZ-VOUCHER
                       MOVE WRK-TRANS-MOTIVO(WRK-IDX-TRANS)
                           TO RAZ-MOTIVO
                       MOVE WRK-TRANS-DC(WRK-IDX-TRANS) TO RAZ-DC
                       MOVE WRK-TRANS-VALOR(WRK-IDX-TRANS)
                           TO RAZ-VALOR
                       MOVE WRK-DATA-HOJE TO RAZ-DATA-POSTAGEM
                       MOVE WRK-HORA-POSTAGEM TO RAZ-HORA-POSTAGEM
                       WRITE RAZAO-CONTAS-RECORD
                   END-IF
               END-PERFORM
               CLOSE RAZAO-CONTAS-FILE
           END-IF.

      * O movimento lido (postado ou rejeitado para o REJECT.LOG)
      * vai inteiro para o arquivo de postados e o TRANS.DAT fica
      * vazio para o proximo movimento - e o que impede a reexecucao
