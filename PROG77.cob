      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Razao analitico: para uma conta ou faixa de contas e
      * uma faixa de datas, o saldo anterior, cada lancamento postado
      * em ordem de data (voucher, motivo, debito ou credito e saldo
      * corrido) e o saldo final de cada conta analitica. Conta
      * sintetica na faixa entra com as analiticas filhas (CTA-PAI
      * de CONTAS.DAT). Os lancamentos vem de RAZAO-CONTAS.LOG (books
      * RAZA*, gravado pelo PROG25 a cada postagem); o saldo anterior
      * e o saldo de SALDOS.DAT menos o razao a partir da data
      * inicial, e o saldo final mais o movimento posterior a data
      * final tem de bater com SALDOS.DAT (CONFERE / NAO CONFERE).
      * Relatorio em RAZAO-ANALITICO.SPL.
      * RETURN-CODE 8 parametro invalido ou nenhuma conta na faixa,
      * 4 aviso (sem razao ou saldo anterior ao razao), 1 saldo que
      * nao confere, cadastro de contas vazio/maior que a tabela ou
      * lancamentos maiores que a tabela.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG77.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           COPY 'RAZASL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="RAZAO-ANALITICO.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-FILE.
       01  CONTAS-RECORD.
           05 CTA-CODIGO  PIC 9(04).
           05 FILLER      PIC X(01).
           05 CTA-NOME    PIC X(20).
           05 CTA-TIPO    PIC X(01).
           05 CTA-PAI     PIC X(04).
           05 CTA-ATIVA   PIC X(01).
           05 CTA-GRUPO   PIC X(01).
       FD  SALDOS-FILE.
       01  SALDOS-RECORD.
           05 SAL-CONTA   PIC 9(04).
           05 FILLER      PIC X(01).
           05 SAL-SALDO   PIC S9(10)V99 SIGN IS LEADING SEPARATE.
           COPY 'RAZAFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-CONTAS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SALDOS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RAZAO     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CONTAS       PIC X(01) VALUES 'N'.
           88 FIM-CONTAS VALUE 'S'.
       77  WRK-FIM-SALDOS       PIC X(01) VALUES 'N'.
           88 FIM-SALDOS VALUE 'S'.
       77  WRK-FIM-RAZAO        PIC X(01) VALUES 'N'.
           88 FIM-RAZAO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       77  WRK-RAZAO-ESTOUROU   PIC X(01) VALUES 'N'.
           88 RAZAO-ESTOUROU VALUE 'S'.
       77  WRK-PARAM-OK         PIC X(01) VALUES 'S'.
           88 PARAMETROS-OK VALUE 'S'.
       77  WRK-TEM-RAZAO        PIC X(01) VALUES 'N'.
           88 TEM-RAZAO VALUE 'S'.
      * Faixa pedida: conta final zero = so a inicial; data inicial
      * zero = desde o inicio do razao; data final zero = hoje.
       77  WRK-CONTA-INI        PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-FIM        PIC 9(04) VALUES ZEROS.
       77  WRK-DATA-INI         PIC 9(08) VALUES ZEROS.
       77  WRK-DATA-FIM         PIC 9(08) VALUES ZEROS.
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
      * Data AAAAMMDD editada DD/MM/AAAA para o relatorio.
       01  WRK-DATA-FMT         PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-FMT-R REDEFINES WRK-DATA-FMT.
           05 WRK-FMT-ANO       PIC 9(04).
           05 WRK-FMT-MES       PIC 9(02).
           05 WRK-FMT-DIA       PIC 9(02).
       77  WRK-DATA-EDIT        PIC X(10) VALUES SPACES.
       77  WRK-DATA-EDIT-INI    PIC X(10) VALUES SPACES.
      * Plano de contas com os valores do razao de cada analitica
      * selecionada (liquido = debitos - creditos, como o saldo de
      * SALDOS.DAT): saldo atual, razao inteiro, razao antes da data
      * inicial, debitos e creditos do periodo e razao depois da
      * data final.
       77  WRK-QTD-CONTAS       PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(03) VALUES ZEROS.
       77  WRK-CONTA-PROC       PIC 9(04) VALUES ZEROS.
       01  WRK-PAI-PROC         PIC X(04) VALUES SPACES.
       01  WRK-PAI-PROC-N REDEFINES WRK-PAI-PROC PIC 9(04).
       01  WRK-TAB-CONTAS.
           05 WRK-CONTA-ITEM OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-CONTA.
              10 WRK-CONTA-CODIGO     PIC 9(04).
              10 WRK-CONTA-NOME       PIC X(20).
              10 WRK-CONTA-TIPO       PIC X(01).
              10 WRK-CONTA-PAI        PIC X(04).
              10 WRK-CONTA-SELEC      PIC X(01).
              10 WRK-CONTA-ATUAL      PIC S9(12)V99.
              10 WRK-CONTA-RAZAO      PIC S9(12)V99.
              10 WRK-CONTA-ANTES      PIC S9(12)V99.
              10 WRK-CONTA-DEBITOS    PIC 9(12)V99.
              10 WRK-CONTA-CREDITOS   PIC 9(12)V99.
              10 WRK-CONTA-POSTERIOR  PIC S9(12)V99.
      * Analiticas selecionadas em ordem de codigo (a chave de
      * ordenacao e o codigo; o indice aponta a tabela de contas).
       77  WRK-QTD-SEL          PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-SEL.
           05 WRK-SEL-ITEM OCCURS 100 TIMES.
              10 WRK-SEL-CODIGO       PIC 9(04).
              10 WRK-SEL-IDX          PIC 9(03).
       01  WRK-SEL-TEMP         PIC X(07) VALUES SPACES.
      * Lancamentos do periodo das contas selecionadas, ordenados por
      * conta e data (a troca so com chave maior mantem a ordem de
      * postagem dentro do mesmo dia).
       77  WRK-QTD-LAN          PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-LAN.
           05 WRK-LAN-ITEM OCCURS 2000 TIMES.
              10 WRK-LAN-CHAVE.
                 15 WRK-LAN-CONTA     PIC 9(04).
                 15 WRK-LAN-DATA      PIC 9(08).
              10 WRK-LAN-VOUCHER      PIC 9(06).
              10 WRK-LAN-MOTIVO       PIC X(10).
              10 WRK-LAN-DC           PIC X(01).
              10 WRK-LAN-VALOR        PIC 9(10)V99.
       01  WRK-LAN-TEMP         PIC X(41) VALUES SPACES.
       77  WRK-CTR              PIC 9(04) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(04) VALUES ZEROS.
      * Saldos da conta em emissao e totais da faixa.
       77  WRK-IMPLANTACAO      PIC S9(12)V99 VALUES ZEROS.
       77  WRK-SALDO-ANTERIOR   PIC S9(12)V99 VALUES ZEROS.
       77  WRK-SALDO-CORRIDO    PIC S9(12)V99 VALUES ZEROS.
       77  WRK-SALDO-CONFERIDO  PIC S9(12)V99 VALUES ZEROS.
       77  WRK-VALOR-LIQUIDO    PIC S9(12)V99 VALUES ZEROS.
       77  WRK-TOT-ANTERIOR     PIC S9(12)V99 VALUES ZEROS.
       77  WRK-TOT-DEBITOS      PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOT-FINAL        PIC S9(12)V99 VALUES ZEROS.
       77  WRK-QTD-IMPLANTACAO  PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-NAO-CONFERE  PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-FORA-PLANO   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-RAZAO-LIDO   PIC 9(07) VALUES ZEROS.
      * Linha de saldo: rotulo e valor; linha de lancamento: data,
      * voucher, motivo, debito, credito e saldo corrido.
       77  WRK-LINHA-ROTULO     PIC X(40) VALUES SPACES.
       77  WRK-LINHA-VALOR      PIC S9(12)V99 VALUES ZEROS.
       77  WRK-MASC-SALDO       PIC ---.---.---.--9,99 VALUES ZEROS.
       77  WRK-MASC-DEBITO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-DEBITO-X REDEFINES WRK-MASC-DEBITO PIC X(18).
       77  WRK-MASC-CREDITO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-CREDITO-X REDEFINES WRK-MASC-CREDITO PIC X(18).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG77' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0050-LER-PARAMETROS.
           IF NOT PARAMETROS-OK
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0100-CARREGAR-CONTAS.
           IF CARGA-ESTOUROU OR WRK-QTD-CONTAS = ZEROS
               DISPLAY 'CONTAS.DAT VAZIO OU MAIOR QUE A TABELA - ' ,
                   'RAZAO CANCELADO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0120-SELECIONAR-CONTAS.
           IF WRK-QTD-SEL = ZEROS
               DISPLAY 'NENHUMA CONTA ANALITICA NA FAIXA ' ,
                   WRK-CONTA-INI ' A ' WRK-CONTA-FIM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0150-CARREGAR-SALDOS.
           PERFORM 0200-CARREGAR-RAZAO.
           IF RAZAO-ESTOUROU
               DISPLAY 'LANCAMENTOS DO PERIODO MAIORES QUE A ' ,
                   'TABELA (2000) - REDUZA A FAIXA DE CONTAS OU DATAS'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0250-ORDENAR-LANCAMENTOS.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 0300-VERIFICAR-AVISOS.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-SEL
               SET WRK-IDX-CONTA TO WRK-SEL-IDX(WRK-CTR)
               PERFORM 0400-EMITIR-CONTA
           END-PERFORM.
           PERFORM 0600-EMITIR-TOTAIS.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-LAN TO WRK-TRAILER-QTD.
           IF RETURN-CODE = 1
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Faixa de contas (inicial obrigatoria, final nao menor que
      * ela) e de datas (validas e em ordem).
       0050-LER-PARAMETROS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CONTA INICIAL: '.
           ACCEPT WRK-CONTA-INI FROM CONSOLE.
           DISPLAY 'CONTA FINAL (ZERO = SO A INICIAL): '.
           ACCEPT WRK-CONTA-FIM FROM CONSOLE.
           IF WRK-CONTA-INI NOT NUMERIC OR WRK-CONTA-FIM NOT NUMERIC
              OR WRK-CONTA-INI = ZEROS
               DISPLAY 'CONTA INVALIDA.'
               MOVE 'N' TO WRK-PARAM-OK
           ELSE
               IF WRK-CONTA-FIM = ZEROS
                   MOVE WRK-CONTA-INI TO WRK-CONTA-FIM
               END-IF
               IF WRK-CONTA-FIM < WRK-CONTA-INI
                   DISPLAY 'CONTA FINAL MENOR QUE A INICIAL.'
                   MOVE 'N' TO WRK-PARAM-OK
               END-IF
           END-IF.
           DISPLAY 'DATA INICIAL (AAAAMMDD, ZERO = DESDE O INICIO): '.
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           DISPLAY 'DATA FINAL (AAAAMMDD, ZERO = HOJE): '.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-INI NOT NUMERIC OR WRK-DATA-FIM NOT NUMERIC
               DISPLAY 'DATA INVALIDA.'
               MOVE 'N' TO WRK-PARAM-OK
           ELSE
               IF WRK-DATA-FIM = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
               END-IF
               IF (WRK-DATA-INI NOT = ZEROS
                   AND FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-INI)
                       NOT = ZEROS)
                  OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-FIM)
                       NOT = ZEROS
                   DISPLAY 'DATA INVALIDA.'
                   MOVE 'N' TO WRK-PARAM-OK
               ELSE
                   IF WRK-DATA-FIM < WRK-DATA-INI
                       DISPLAY 'DATA FINAL MENOR QUE A INICIAL.'
                       MOVE 'N' TO WRK-PARAM-OK
                   END-IF
               END-IF
           END-IF.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina, na tela e no spool.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           PERFORM 9300-ABRIR-SPOOL.
           MOVE WRK-DATA-INI TO WRK-DATA-FMT.
           PERFORM 0850-FORMATAR-DATA.
           MOVE WRK-DATA-EDIT TO WRK-DATA-EDIT-INI.
           MOVE WRK-DATA-FIM TO WRK-DATA-FMT.
           PERFORM 0850-FORMATAR-DATA.
           IF WRK-DATA-INI = ZEROS
               STRING '   RAZAO ANALITICO - CONTAS ' WRK-CONTA-INI
                   ' A ' WRK-CONTA-FIM ' - ATE ' WRK-DATA-EDIT
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           ELSE
               STRING '   RAZAO ANALITICO - CONTAS ' WRK-CONTA-INI
                   ' A ' WRK-CONTA-FIM ' - DE ' WRK-DATA-EDIT-INI
                   ' A ' WRK-DATA-EDIT
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           END-IF.
           DISPLAY WRK-SPOOL-LINHA.
           DISPLAY ' '.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.

       0100-CARREGAR-CONTAS.
           MOVE ZEROS TO WRK-QTD-CONTAS.
           INITIALIZE WRK-TAB-CONTAS.
           OPEN INPUT CONTAS-FILE.
           IF WRK-STATUS-CONTAS = '00'
               PERFORM UNTIL FIM-CONTAS
                   READ CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTAS
                       NOT AT END
                           IF WRK-QTD-CONTAS < 100
                               ADD 1 TO WRK-QTD-CONTAS
                               SET WRK-IDX-CONTA TO WRK-QTD-CONTAS
                               PERFORM 0110-GUARDAR-CONTA
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-FILE
           END-IF.

       0110-GUARDAR-CONTA.
           MOVE CTA-CODIGO TO WRK-CONTA-CODIGO(WRK-IDX-CONTA).
           MOVE CTA-NOME   TO WRK-CONTA-NOME(WRK-IDX-CONTA).
           IF CTA-TIPO = 'S'
               MOVE 'S' TO WRK-CONTA-TIPO(WRK-IDX-CONTA)
           ELSE
               MOVE 'A' TO WRK-CONTA-TIPO(WRK-IDX-CONTA)
           END-IF.
           MOVE CTA-PAI    TO WRK-CONTA-PAI(WRK-IDX-CONTA).
           MOVE 'N'        TO WRK-CONTA-SELEC(WRK-IDX-CONTA).

      * Analitica entra se esta na faixa ou se a sintetica-pai esta
      * na faixa; a sintetica em si nao recebe lancamento.
       0120-SELECIONAR-CONTAS.
           MOVE ZEROS TO WRK-QTD-SEL.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-CONTAS
               IF WRK-CONTA-TIPO(WRK-CTR) = 'A'
                   IF WRK-CONTA-CODIGO(WRK-CTR) >= WRK-CONTA-INI
                      AND WRK-CONTA-CODIGO(WRK-CTR) <= WRK-CONTA-FIM
                       MOVE 'S' TO WRK-CONTA-SELEC(WRK-CTR)
                   ELSE
                       PERFORM 0130-VERIFICAR-PAI
                   END-IF
                   IF WRK-CONTA-SELEC(WRK-CTR) = 'S'
                       ADD 1 TO WRK-QTD-SEL
                       MOVE WRK-CONTA-CODIGO(WRK-CTR)
                           TO WRK-SEL-CODIGO(WRK-QTD-SEL)
                       MOVE WRK-CTR TO WRK-SEL-IDX(WRK-QTD-SEL)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR >= WRK-QTD-SEL
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-SEL - WRK-CTR
                   IF WRK-SEL-CODIGO(WRK-CTR2) >
                           WRK-SEL-CODIGO(WRK-CTR2 + 1)
                       MOVE WRK-SEL-ITEM(WRK-CTR2) TO WRK-SEL-TEMP
                       MOVE WRK-SEL-ITEM(WRK-CTR2 + 1)
                           TO WRK-SEL-ITEM(WRK-CTR2)
                       MOVE WRK-SEL-TEMP TO WRK-SEL-ITEM(WRK-CTR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0130-VERIFICAR-PAI.
           MOVE WRK-CONTA-PAI(WRK-CTR) TO WRK-PAI-PROC.
           IF WRK-PAI-PROC IS NUMERIC
              AND WRK-PAI-PROC-N >= WRK-CONTA-INI
              AND WRK-PAI-PROC-N <= WRK-CONTA-FIM
               MOVE WRK-PAI-PROC-N TO WRK-CONTA-PROC
               PERFORM 0160-BUSCAR-CONTA
               IF WRK-IDX-ACHADO > ZEROS
                   IF WRK-CONTA-TIPO(WRK-IDX-ACHADO) = 'S'
                       MOVE 'S' TO WRK-CONTA-SELEC(WRK-CTR)
                   END-IF
               END-IF
           END-IF.

      * Saldo atual de cada conta, a conferir com o saldo final mais
      * o movimento posterior.
       0150-CARREGAR-SALDOS.
           OPEN INPUT SALDOS-FILE.
           IF WRK-STATUS-SALDOS = '00'
               PERFORM UNTIL FIM-SALDOS
                   READ SALDOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-SALDOS
                       NOT AT END
                           MOVE SAL-CONTA TO WRK-CONTA-PROC
                           PERFORM 0160-BUSCAR-CONTA
                           IF WRK-IDX-ACHADO > ZEROS
                               ADD SAL-SALDO TO
                                   WRK-CONTA-ATUAL(WRK-IDX-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDOS-FILE
           END-IF.

       0160-BUSCAR-CONTA.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               IF WRK-CONTA-CODIGO(WRK-IDX-CONTA) = WRK-CONTA-PROC
                   SET WRK-IDX-ACHADO TO WRK-IDX-CONTA
               END-IF
           END-PERFORM.

      * Razao das contas selecionadas: antes da data inicial e
      * depois da data final so somam; o do periodo vai para a
      * tabela de lancamentos.
       0200-CARREGAR-RAZAO.
           OPEN INPUT RAZAO-CONTAS-FILE.
           IF WRK-STATUS-RAZAO = '00'
               MOVE 'S' TO WRK-TEM-RAZAO
               PERFORM UNTIL FIM-RAZAO
                   READ RAZAO-CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-RAZAO
                       NOT AT END
                           ADD 1 TO WRK-QTD-RAZAO-LIDO
                           PERFORM 0210-CLASSIFICAR-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE RAZAO-CONTAS-FILE
           END-IF.

       0210-CLASSIFICAR-LANCAMENTO.
           MOVE RAZ-CONTA TO WRK-CONTA-PROC.
           PERFORM 0160-BUSCAR-CONTA.
           IF WRK-IDX-ACHADO = ZEROS
               ADD 1 TO WRK-QTD-FORA-PLANO
           ELSE
               IF WRK-CONTA-SELEC(WRK-IDX-ACHADO) = 'S'
                   IF RAZ-DC = 'D'
                       MOVE RAZ-VALOR TO WRK-VALOR-LIQUIDO
                   ELSE
                       COMPUTE WRK-VALOR-LIQUIDO = 0 - RAZ-VALOR
                   END-IF
                   ADD WRK-VALOR-LIQUIDO TO
                       WRK-CONTA-RAZAO(WRK-IDX-ACHADO)
                   EVALUATE TRUE
                       WHEN RAZ-DATA < WRK-DATA-INI
                           ADD WRK-VALOR-LIQUIDO TO
                               WRK-CONTA-ANTES(WRK-IDX-ACHADO)
                       WHEN RAZ-DATA > WRK-DATA-FIM
                           ADD WRK-VALOR-LIQUIDO TO
                               WRK-CONTA-POSTERIOR(WRK-IDX-ACHADO)
                       WHEN OTHER
                           PERFORM 0220-GUARDAR-LANCAMENTO
                   END-EVALUATE
               END-IF
           END-IF.

       0220-GUARDAR-LANCAMENTO.
           IF WRK-QTD-LAN < 2000
               ADD 1 TO WRK-QTD-LAN
               MOVE RAZ-CONTA   TO WRK-LAN-CONTA(WRK-QTD-LAN)
               MOVE RAZ-DATA    TO WRK-LAN-DATA(WRK-QTD-LAN)
               MOVE RAZ-VOUCHER TO WRK-LAN-VOUCHER(WRK-QTD-LAN)
               MOVE RAZ-MOTIVO  TO WRK-LAN-MOTIVO(WRK-QTD-LAN)
               MOVE RAZ-DC      TO WRK-LAN-DC(WRK-QTD-LAN)
               MOVE RAZ-VALOR   TO WRK-LAN-VALOR(WRK-QTD-LAN)
               IF RAZ-DC = 'D'
                   ADD RAZ-VALOR TO WRK-CONTA-DEBITOS(WRK-IDX-ACHADO)
               ELSE
                   ADD RAZ-VALOR TO
                       WRK-CONTA-CREDITOS(WRK-IDX-ACHADO)
               END-IF
           ELSE
               SET RAZAO-ESTOUROU TO TRUE
           END-IF.

       0250-ORDENAR-LANCAMENTOS.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR >= WRK-QTD-LAN
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-LAN - WRK-CTR
                   IF WRK-LAN-CHAVE(WRK-CTR2) >
                           WRK-LAN-CHAVE(WRK-CTR2 + 1)
                       MOVE WRK-LAN-ITEM(WRK-CTR2) TO WRK-LAN-TEMP
                       MOVE WRK-LAN-ITEM(WRK-CTR2 + 1)
                           TO WRK-LAN-ITEM(WRK-CTR2)
                       MOVE WRK-LAN-TEMP TO WRK-LAN-ITEM(WRK-CTR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Sem razao todas as contas saem so com o saldo anterior; saldo
      * que o razao nao explica (postado antes do razao existir) e
      * contado para o aviso depois das contas.
       0300-VERIFICAR-AVISOS.
           IF NOT TEM-RAZAO
               DISPLAY 'AVISO: SEM RAZAO-CONTAS.LOG - CONTAS SAEM ' ,
                   'SEM LANCAMENTOS'
               MOVE 'AVISO: SEM RAZAO-CONTAS.LOG - SEM LANCAMENTOS'
                   TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-FORA-PLANO > ZEROS
               DISPLAY 'AVISO: ' WRK-QTD-FORA-PLANO ' LANCAMENTO(S) ' ,
                   'DO RAZAO DE CONTA FORA DE CONTAS.DAT'
               STRING 'AVISO: ' WRK-QTD-FORA-PLANO
                   ' LANCAMENTO(S) DO RAZAO DE CONTA FORA DE CONTAS.DAT'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Uma analitica: saldo anterior, lancamentos do periodo com o
      * saldo corrido, saldo final e a conferencia com SALDOS.DAT.
       0400-EMITIR-CONTA.
           COMPUTE WRK-IMPLANTACAO = WRK-CONTA-ATUAL(WRK-IDX-CONTA) -
               WRK-CONTA-RAZAO(WRK-IDX-CONTA).
           COMPUTE WRK-SALDO-ANTERIOR = WRK-IMPLANTACAO +
               WRK-CONTA-ANTES(WRK-IDX-CONTA).
           IF WRK-IMPLANTACAO NOT = ZEROS
               ADD 1 TO WRK-QTD-IMPLANTACAO
           END-IF.
           DISPLAY ' '.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'CONTA ' WRK-CONTA-CODIGO(WRK-IDX-CONTA) ' '
               WRK-CONTA-NOME(WRK-IDX-CONTA)
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           IF WRK-CONTA-PAI(WRK-IDX-CONTA) NOT = SPACES
               STRING '  SINTETICA ' WRK-CONTA-PAI(WRK-IDX-CONTA)
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA(32:16)
           END-IF.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           MOVE 'DATA'          TO WRK-SPOOL-LINHA(1:4).
           MOVE 'VOUCHER'       TO WRK-SPOOL-LINHA(12:7).
           MOVE 'MOTIVO'        TO WRK-SPOOL-LINHA(20:6).
           MOVE 'DEBITO'        TO WRK-SPOOL-LINHA(43:6).
           MOVE 'CREDITO'       TO WRK-SPOOL-LINHA(61:7).
           MOVE 'SALDO CORRIDO' TO WRK-SPOOL-LINHA(74:13).
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 0820-EMITIR-SEPARADOR.
           MOVE SPACES TO WRK-LINHA-ROTULO.
           IF WRK-DATA-INI = ZEROS
               MOVE 'SALDO ANTERIOR AO RAZAO' TO WRK-LINHA-ROTULO
           ELSE
               MOVE WRK-DATA-INI TO WRK-DATA-FMT
               PERFORM 0850-FORMATAR-DATA
               STRING 'SALDO ANTERIOR A ' WRK-DATA-EDIT
                   DELIMITED BY SIZE INTO WRK-LINHA-ROTULO
           END-IF.
           MOVE WRK-SALDO-ANTERIOR TO WRK-LINHA-VALOR.
           PERFORM 0800-EMITIR-SALDO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-CORRIDO.
           PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                   UNTIL WRK-CTR2 > WRK-QTD-LAN
               IF WRK-LAN-CONTA(WRK-CTR2) =
                       WRK-CONTA-CODIGO(WRK-IDX-CONTA)
                   PERFORM 0410-EMITIR-LANCAMENTO
               END-IF
           END-PERFORM.
           PERFORM 0820-EMITIR-SEPARADOR.
           MOVE WRK-CONTA-DEBITOS(WRK-IDX-CONTA) TO WRK-MASC-DEBITO.
           MOVE WRK-CONTA-CREDITOS(WRK-IDX-CONTA) TO WRK-MASC-CREDITO.
           PERFORM 0810-EMITIR-TOTAL-PERIODO.
           MOVE WRK-DATA-FIM TO WRK-DATA-FMT.
           PERFORM 0850-FORMATAR-DATA.
           MOVE SPACES TO WRK-LINHA-ROTULO.
           STRING 'SALDO FINAL EM ' WRK-DATA-EDIT
               DELIMITED BY SIZE INTO WRK-LINHA-ROTULO.
           MOVE WRK-SALDO-CORRIDO TO WRK-LINHA-VALOR.
           PERFORM 0800-EMITIR-SALDO.
           PERFORM 0420-CONFERIR-SALDO.
           ADD WRK-SALDO-ANTERIOR TO WRK-TOT-ANTERIOR.
           ADD WRK-CONTA-DEBITOS(WRK-IDX-CONTA) TO WRK-TOT-DEBITOS.
           ADD WRK-CONTA-CREDITOS(WRK-IDX-CONTA) TO WRK-TOT-CREDITOS.
           ADD WRK-SALDO-CORRIDO TO WRK-TOT-FINAL.

       0410-EMITIR-LANCAMENTO.
           IF WRK-LAN-DC(WRK-CTR2) = 'D'
               ADD WRK-LAN-VALOR(WRK-CTR2) TO WRK-SALDO-CORRIDO
               MOVE WRK-LAN-VALOR(WRK-CTR2) TO WRK-MASC-DEBITO
               MOVE SPACES TO WRK-MASC-CREDITO-X
           ELSE
               SUBTRACT WRK-LAN-VALOR(WRK-CTR2) FROM WRK-SALDO-CORRIDO
               MOVE SPACES TO WRK-MASC-DEBITO-X
               MOVE WRK-LAN-VALOR(WRK-CTR2) TO WRK-MASC-CREDITO
           END-IF.
           MOVE WRK-SALDO-CORRIDO TO WRK-MASC-SALDO.
           MOVE WRK-LAN-DATA(WRK-CTR2) TO WRK-DATA-FMT.
           PERFORM 0850-FORMATAR-DATA.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING WRK-DATA-EDIT ' ' WRK-LAN-VOUCHER(WRK-CTR2) '  '
               WRK-LAN-MOTIVO(WRK-CTR2) ' ' WRK-MASC-DEBITO ' '
               WRK-MASC-CREDITO ' ' WRK-MASC-SALDO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

      * Saldo final mais o razao posterior a data final = saldo atual
      * de SALDOS.DAT; a diferenca e lancamento que nao passou pelo
      * PROG25.
       0420-CONFERIR-SALDO.
           IF WRK-CONTA-POSTERIOR(WRK-IDX-CONTA) NOT = ZEROS
               MOVE WRK-DATA-FIM TO WRK-DATA-FMT
               PERFORM 0850-FORMATAR-DATA
               MOVE SPACES TO WRK-LINHA-ROTULO
               STRING 'MOVIMENTO APOS ' WRK-DATA-EDIT
                   DELIMITED BY SIZE INTO WRK-LINHA-ROTULO
               MOVE WRK-CONTA-POSTERIOR(WRK-IDX-CONTA)
                   TO WRK-LINHA-VALOR
               PERFORM 0800-EMITIR-SALDO
           END-IF.
           COMPUTE WRK-SALDO-CONFERIDO = WRK-SALDO-CORRIDO +
               WRK-CONTA-POSTERIOR(WRK-IDX-CONTA).
           MOVE SPACES TO WRK-LINHA-ROTULO.
           IF WRK-SALDO-CONFERIDO = WRK-CONTA-ATUAL(WRK-IDX-CONTA)
               MOVE 'SALDO EM SALDOS.DAT - CONFERE'
                   TO WRK-LINHA-ROTULO
           ELSE
               MOVE 'SALDO EM SALDOS.DAT - NAO CONFERE'
                   TO WRK-LINHA-ROTULO
               ADD 1 TO WRK-QTD-NAO-CONFERE
               MOVE 1 TO RETURN-CODE
           END-IF.
           MOVE WRK-CONTA-ATUAL(WRK-IDX-CONTA) TO WRK-LINHA-VALOR.
           PERFORM 0800-EMITIR-SALDO.

      * Totais da faixa e avisos de saldo anterior ao razao.
       0600-EMITIR-TOTAIS.
           DISPLAY ' '.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING 'TOTAL DA FAIXA - ' WRK-QTD-SEL
               ' CONTA(S) ANALITICA(S), ' WRK-QTD-LAN
               ' LANCAMENTO(S)'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 0820-EMITIR-SEPARADOR.
           MOVE 'SALDO ANTERIOR' TO WRK-LINHA-ROTULO.
           MOVE WRK-TOT-ANTERIOR TO WRK-LINHA-VALOR.
           PERFORM 0800-EMITIR-SALDO.
           MOVE WRK-TOT-DEBITOS TO WRK-MASC-DEBITO.
           MOVE WRK-TOT-CREDITOS TO WRK-MASC-CREDITO.
           PERFORM 0810-EMITIR-TOTAL-PERIODO.
           MOVE 'SALDO FINAL' TO WRK-LINHA-ROTULO.
           MOVE WRK-TOT-FINAL TO WRK-LINHA-VALOR.
           PERFORM 0800-EMITIR-SALDO.
           IF WRK-QTD-NAO-CONFERE > ZEROS
               DISPLAY WRK-QTD-NAO-CONFERE ' CONTA(S) COM SALDO ' ,
                   'QUE NAO CONFERE COM SALDOS.DAT'
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING WRK-QTD-NAO-CONFERE ' CONTA(S) COM SALDO QUE '
                   'NAO CONFERE COM SALDOS.DAT'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.
           IF WRK-QTD-IMPLANTACAO > ZEROS
               DISPLAY 'AVISO: ' WRK-QTD-IMPLANTACAO ' CONTA(S) COM ' ,
                   'SALDO ANTERIOR AO RAZAO (INCLUIDO NO SALDO ' ,
                   'ANTERIOR)'
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING 'AVISO: ' WRK-QTD-IMPLANTACAO ' CONTA(S) COM '
                   'SALDO ANTERIOR AO RAZAO (INCLUIDO NO SALDO '
                   'ANTERIOR)'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Linha de saldo: rotulo e valor na coluna do saldo corrido.
       0800-EMITIR-SALDO.
           MOVE WRK-LINHA-VALOR TO WRK-MASC-SALDO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           MOVE WRK-LINHA-ROTULO TO WRK-SPOOL-LINHA.
           MOVE WRK-MASC-SALDO TO WRK-SPOOL-LINHA(69:18).
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

      * Debitos e creditos do periodo nas colunas dos lancamentos.
       0810-EMITIR-TOTAL-PERIODO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           MOVE 'TOTAL DO PERIODO' TO WRK-SPOOL-LINHA(1:16).
           MOVE WRK-MASC-DEBITO TO WRK-SPOOL-LINHA(31:18).
           MOVE WRK-MASC-CREDITO TO WRK-SPOOL-LINHA(50:18).
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

       0820-EMITIR-SEPARADOR.
           DISPLAY '-----------------------------------------------' ,
               '---------------------------------------'.
           MOVE ALL '-' TO WRK-SPOOL-LINHA(1:86).
           PERFORM 9310-GRAVAR-SPOOL.

       0850-FORMATAR-DATA.
           MOVE SPACES TO WRK-DATA-EDIT.
           STRING WRK-FMT-DIA '/' WRK-FMT-MES '/' WRK-FMT-ANO
               DELIMITED BY SIZE INTO WRK-DATA-EDIT.

           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG77.
