      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Encerramento do exercicio: zera o saldo de 31/12 de
      * cada conta de resultado (receita, custo e despesa, pelo grupo
      * da sintetica em CONTAS.DAT) contra a conta de apuracao do
      * resultado e transfere o saldo da apuracao para lucros/
      * prejuizos acumulados no patrimonio liquido - contas do
      * de-para CONTA-MAPA.DAT (classes APURRESULT e LUCROSACUM). O
      * voucher balanceado e gravado em TRANS.DAT com data de 31/12 e
      * postado pelo PROG25 (CALL); conferida a postagem, os doze
      * meses do ano recebem o status 'E' (exercicio encerrado) em
      * PERIODO-STATUS.DAT e nada mais posta no ano. Exercicio ja
      * encerrado e recusado. Autorizacao do PROG29 (funcao ENCERRA
      * EXERC); relatorio com o saldo de cada conta antes e depois
      * em ENCERRAMENTO.SPL.
      * RETURN-CODE 8 parametro invalido, 1 encerramento recusado ou
      * nao postado.
      * Tectonics: cobc (com o PROG25 e o PROG29 no mesmo run unit)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG76.
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
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           COPY 'MVCTSL.COB'.
           COPY 'PSTASL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="ENCERRAMENTO.SPL"==.
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
       FD  CONTA-MAPA-FILE.
       01  CONTA-MAPA-RECORD.
           05 MAP-CLASSE       PIC X(10).
           05 MAP-DEPTO        PIC 9(03).
           05 MAP-CONTA        PIC 9(04).
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRN-CONTA   PIC 9(04).
           05 TRN-DC      PIC X(01).
           05 TRN-VALOR   PIC 9(10)V99.
           05 TRN-DATA    PIC 9(08).
           05 TRN-MOTIVO  PIC X(10).
           05 TRN-VOUCHER PIC 9(06).
           COPY 'MVCTFD.COB'.
           COPY 'PSTAFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'AUTPRM.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-CONTAS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SALDOS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MOVTO     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CONTAS       PIC X(01) VALUES 'N'.
           88 FIM-CONTAS VALUE 'S'.
       77  WRK-FIM-SALDOS       PIC X(01) VALUES 'N'.
           88 FIM-SALDOS VALUE 'S'.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-FIM-MOVTO        PIC X(01) VALUES 'N'.
           88 FIM-MOVTO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       77  WRK-RECUSA           PIC X(01) VALUES 'N'.
           88 ENCERRAMENTO-RECUSADO VALUE 'S'.
       77  WRK-POSTAGEM-OK      PIC X(01) VALUES 'S'.
           88 POSTAGEM-CONFERIDA VALUE 'S'.
       77  WRK-USUARIO          PIC X(15) VALUES SPACES.
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
      * Exercicio a encerrar; o voucher sai com data de 31/12 e numero
      * AAAA13 (a "competencia 13" do encerramento), que nao colide
      * com os vouchers por competencia da folha e das provisoes.
       77  WRK-ANO-EXERCICIO    PIC 9(04) VALUES ZEROS.
       77  WRK-COMP-DEZEMBRO    PIC 9(06) VALUES ZEROS.
       77  WRK-DATA-ENCERRAMENTO PIC 9(08) VALUES ZEROS.
       77  WRK-VOUCHER-ENCERR   PIC 9(06) VALUES ZEROS.
       77  WRK-MES              PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-MESES-FECH   PIC 9(02) VALUES ZEROS.
      * Contas do de-para: apuracao do resultado e lucros/prejuizos
      * acumulados (classe com departamento 000).
       77  WRK-CONTA-APURACAO   PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-LUCROS     PIC 9(04) VALUES ZEROS.
       77  WRK-IDX-APURACAO     PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-LUCROS       PIC 9(03) VALUES ZEROS.
      * Plano de contas: saldo atual e movimento posterior a
      * dezembro (MOVIMENTO-CONTAS.LOG) dao o saldo de 31/12, antes e
      * depois da postagem; a conta de resultado e a que tem grupo
      * efetivo R, C ou D.
       77  WRK-QTD-CONTAS       PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-ATUAL        PIC 9(03) VALUES ZEROS.
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
              10 WRK-CONTA-ATIVA      PIC X(01).
              10 WRK-CONTA-GRUPO      PIC X(01).
              10 WRK-CONTA-GRUPO-EFET PIC X(01).
                 88 CONTA-DE-RESULTADO VALUE 'R' 'C' 'D'.
              10 WRK-CONTA-ATUAL      PIC S9(12)V99.
              10 WRK-CONTA-POSTERIOR  PIC S9(12)V99.
              10 WRK-CONTA-ANTES      PIC S9(12)V99.
              10 WRK-CONTA-ATUAL-DEP  PIC S9(12)V99.
              10 WRK-CONTA-DEPOIS     PIC S9(12)V99.
       77  WRK-QTD-MAPA         PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-MAPA.
           05 WRK-MAPA-ITEM OCCURS 100 TIMES
                             INDEXED BY WRK-IDX-MAPA.
              10 WRK-MAPA-CLASSE PIC X(10).
              10 WRK-MAPA-DEPTO  PIC 9(03).
              10 WRK-MAPA-CONTA  PIC 9(04).
      * Resultado do exercicio (soma dos saldos devedores - credor =
      * lucro) e o saldo da apuracao a transferir ao patrimonio.
       77  WRK-SOMA-RESULTADO   PIC S9(12)V99 VALUES ZEROS.
       77  WRK-SALDO-APURACAO   PIC S9(12)V99 VALUES ZEROS.
       77  WRK-VALOR-LANC       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-VALOR-LIQUIDO    PIC S9(12)V99 VALUES ZEROS.
       77  WRK-QTD-LANC         PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-ENCERRADAS   PIC 9(03) VALUES ZEROS.
       77  WRK-TOTAL-DEBITOS    PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-CREDITOS   PIC 9(12)V99 VALUES ZEROS.
       77  WRK-MASC-ANTES       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-DEPOIS      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC $ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-PAPEL-CONTA      PIC X(10) VALUES SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG76' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-AUTORIZAR.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM NIVEL PARA ENCERRAR O ' ,
                   'EXERCICIO - SESSAO ENCERRADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0060-LER-PARAMETROS.
           IF WRK-ANO-EXERCICIO < 1900
               DISPLAY 'EXERCICIO INVALIDO.'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0100-VERIFICAR-EXERCICIO.
           IF NOT ENCERRAMENTO-RECUSADO
               PERFORM 0110-VERIFICAR-PENDENTES
           END-IF.
           IF NOT ENCERRAMENTO-RECUSADO
               PERFORM 0150-CARREGAR-MAPA
               PERFORM 0200-CARREGAR-CONTAS
               PERFORM 0250-VALIDAR-CONTAS-ENCERR
           END-IF.
           IF ENCERRAMENTO-RECUSADO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0210-CARREGAR-SALDOS.
           PERFORM 0220-CARREGAR-POSTERIOR.
           PERFORM 0300-APURAR-ENCERRAMENTO.
           IF WRK-QTD-ENCERRADAS = ZEROS
              AND WRK-SALDO-APURACAO = ZEROS
               DISPLAY 'NENHUMA CONTA DE RESULTADO COM SALDO EM ' ,
                   '31/12/' WRK-ANO-EXERCICIO ' - SEM VOUCHER'
           ELSE
               PERFORM 0400-GERAR-VOUCHER
               PERFORM 0450-POSTAR-VOUCHER
               PERFORM 0460-CONFERIR-POSTAGEM
           END-IF.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 0500-EMITIR-RELATORIO.
           IF POSTAGEM-CONFERIDA
               PERFORM 0600-ENCERRAR-PERIODOS
               MOVE ZEROS TO RETURN-CODE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'VOUCHER DE ENCERRAMENTO NAO POSTADO ' ,
                   '(VER REJECT.LOG) - EXERCICIO CONTINUA ABERTO'
               MOVE 'VOUCHER NAO POSTADO - EXERCICIO ABERTO'
                   TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 1 TO RETURN-CODE
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-LANC TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL PELA SESSAO: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           MOVE WRK-USUARIO TO AUT-USUARIO.
           MOVE 'ENCERRA EXERC' TO AUT-FUNCAO.
           MOVE 'N' TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.

       0060-LER-PARAMETROS.
           DISPLAY 'EXERCICIO A ENCERRAR (AAAA): '.
           ACCEPT WRK-ANO-EXERCICIO FROM CONSOLE.
           IF WRK-ANO-EXERCICIO NOT NUMERIC
               MOVE ZEROS TO WRK-ANO-EXERCICIO
           END-IF.
           COMPUTE WRK-COMP-DEZEMBRO = WRK-ANO-EXERCICIO * 100 + 12.
           COMPUTE WRK-DATA-ENCERRAMENTO =
               WRK-ANO-EXERCICIO * 10000 + 1231.
           COMPUTE WRK-VOUCHER-ENCERR = WRK-ANO-EXERCICIO * 100 + 13.

      * Cabecalho padrao (BOOK.COB), na tela e no spool.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY ' '.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           DISPLAY '   ENCERRAMENTO DO EXERCICIO ' WRK-ANO-EXERCICIO.
           DISPLAY ' '.
           PERFORM 9300-ABRIR-SPOOL.
           STRING '   ENCERRAMENTO DO EXERCICIO ' WRK-ANO-EXERCICIO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.

      * Exercicio ja encerrado (algum mes com status 'E') e recusado;
      * dezembro fechado tambem, porque o voucher de 31/12 seria
      * rejeitado pelo PROG25 - reabra no PROG52 antes.
       0100-VERIFICAR-EXERCICIO.
           PERFORM 9670-CARREGAR-PERIODOS.
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               COMPUTE WRK-PST-COMPETENCIA =
                   WRK-ANO-EXERCICIO * 100 + WRK-MES
               PERFORM 9680-VERIFICAR-PERIODO
               IF EXERCICIO-ENCERRADO
                   SET ENCERRAMENTO-RECUSADO TO TRUE
               END-IF
           END-PERFORM.
           IF ENCERRAMENTO-RECUSADO
               DISPLAY 'EXERCICIO ' WRK-ANO-EXERCICIO ' JA ENCERRADO ' ,
                   '- EXECUCAO RECUSADA'
           ELSE
               MOVE WRK-COMP-DEZEMBRO TO WRK-PST-COMPETENCIA
               PERFORM 9680-VERIFICAR-PERIODO
               IF PERIODO-FECHADO
                   DISPLAY 'COMPETENCIA ' WRK-COMP-DEZEMBRO ,
                       ' FECHADA - REABRA NO PROG52 PARA POSTAR O ' ,
                       'ENCERRAMENTO'
                   SET ENCERRAMENTO-RECUSADO TO TRUE
               END-IF
           END-IF.

      * O PROG25 posta tudo o que estiver em TRANS.DAT: com movimento
      * pendente, o encerramento espera a postagem dele.
       0110-VERIFICAR-PENDENTES.
           OPEN INPUT TRANS-FILE.
           IF WRK-STATUS-TRANS = '00'
               READ TRANS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY 'TRANS.DAT COM MOVIMENTO PENDENTE - ' ,
                           'POSTE-O (PROG25) ANTES DO ENCERRAMENTO'
                       SET ENCERRAMENTO-RECUSADO TO TRUE
               END-READ
               CLOSE TRANS-FILE
           END-IF.

       0150-CARREGAR-MAPA.
           OPEN INPUT CONTA-MAPA-FILE.
           IF WRK-STATUS-MAPA = '00'
               PERFORM UNTIL FIM-MAPA
                   READ CONTA-MAPA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MAPA
                       NOT AT END
                           IF WRK-QTD-MAPA < 100
                               ADD 1 TO WRK-QTD-MAPA
                               SET WRK-IDX-MAPA TO WRK-QTD-MAPA
                               MOVE MAP-CLASSE TO
                                   WRK-MAPA-CLASSE(WRK-IDX-MAPA)
                               MOVE MAP-DEPTO TO
                                   WRK-MAPA-DEPTO(WRK-IDX-MAPA)
                               MOVE MAP-CONTA TO
                                   WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           ELSE
                               DISPLAY 'AVISO: TABELA DO DE-PARA ' ,
                                   'CONTABIL CHEIA - REGISTRO ' ,
                                   'IGNORADO'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-MAPA FROM 1 BY 1
                   UNTIL WRK-IDX-MAPA > WRK-QTD-MAPA
               IF WRK-MAPA-DEPTO(WRK-IDX-MAPA) = ZEROS
                   IF WRK-MAPA-CLASSE(WRK-IDX-MAPA) = 'APURRESULT'
                       MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           TO WRK-CONTA-APURACAO
                   END-IF
                   IF WRK-MAPA-CLASSE(WRK-IDX-MAPA) = 'LUCROSACUM'
                       MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                           TO WRK-CONTA-LUCROS
                   END-IF
               END-IF
           END-PERFORM.

      * Plano de contas com o grupo efetivo: sintetica com o proprio,
      * analitica com o da sintetica-pai.
       0200-CARREGAR-CONTAS.
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
                               PERFORM 0205-GUARDAR-CONTA
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               MOVE WRK-CONTA-GRUPO(WRK-IDX-CONTA)
                   TO WRK-CONTA-GRUPO-EFET(WRK-IDX-CONTA)
               IF WRK-CONTA-TIPO(WRK-IDX-CONTA) = 'A'
                   PERFORM 0207-GRUPO-DO-PAI
               END-IF
           END-PERFORM.

       0205-GUARDAR-CONTA.
           MOVE CTA-CODIGO TO WRK-CONTA-CODIGO(WRK-IDX-CONTA).
           MOVE CTA-NOME   TO WRK-CONTA-NOME(WRK-IDX-CONTA).
           MOVE CTA-PAI    TO WRK-CONTA-PAI(WRK-IDX-CONTA).
           IF CTA-TIPO = 'S'
               MOVE 'S' TO WRK-CONTA-TIPO(WRK-IDX-CONTA)
               MOVE CTA-GRUPO TO WRK-CONTA-GRUPO(WRK-IDX-CONTA)
           ELSE
               MOVE 'A' TO WRK-CONTA-TIPO(WRK-IDX-CONTA)
               MOVE SPACE TO WRK-CONTA-GRUPO(WRK-IDX-CONTA)
           END-IF.
           IF CTA-ATIVA = 'N'
               MOVE 'N' TO WRK-CONTA-ATIVA(WRK-IDX-CONTA)
           ELSE
               MOVE 'S' TO WRK-CONTA-ATIVA(WRK-IDX-CONTA)
           END-IF.

       0207-GRUPO-DO-PAI.
           MOVE SPACE TO WRK-CONTA-GRUPO-EFET(WRK-IDX-CONTA).
           MOVE WRK-CONTA-PAI(WRK-IDX-CONTA) TO WRK-PAI-PROC.
           IF WRK-PAI-PROC IS NUMERIC
               SET WRK-IDX-ATUAL TO WRK-IDX-CONTA
               MOVE WRK-PAI-PROC-N TO WRK-CONTA-PROC
               PERFORM 0230-BUSCAR-CONTA
               SET WRK-IDX-CONTA TO WRK-IDX-ATUAL
               IF WRK-IDX-ACHADO > ZEROS
                   MOVE WRK-CONTA-GRUPO(WRK-IDX-ACHADO)
                       TO WRK-CONTA-GRUPO-EFET(WRK-IDX-CONTA)
               END-IF
           END-IF.

       0210-CARREGAR-SALDOS.
           MOVE 'N' TO WRK-FIM-SALDOS.
           OPEN INPUT SALDOS-FILE.
           IF WRK-STATUS-SALDOS = '00'
               PERFORM UNTIL FIM-SALDOS
                   READ SALDOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-SALDOS
                       NOT AT END
                           MOVE SAL-CONTA TO WRK-CONTA-PROC
                           PERFORM 0230-BUSCAR-CONTA
                           IF WRK-IDX-ACHADO > ZEROS
                               MOVE SAL-SALDO TO
                                   WRK-CONTA-ATUAL(WRK-IDX-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDOS-FILE
           END-IF.

      * Movimento de competencia posterior a dezembro do exercicio:
      * sai do saldo atual para chegar ao saldo de 31/12.
       0220-CARREGAR-POSTERIOR.
           OPEN INPUT MOVIMENTO-CONTAS-FILE.
           IF WRK-STATUS-MOVTO = '00'
               PERFORM UNTIL FIM-MOVTO
                   READ MOVIMENTO-CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MOVTO
                       NOT AT END
                           IF MVC-COMPETENCIA > WRK-COMP-DEZEMBRO
                               MOVE MVC-CONTA TO WRK-CONTA-PROC
                               PERFORM 0230-BUSCAR-CONTA
                               IF WRK-IDX-ACHADO > ZEROS
                                   COMPUTE WRK-VALOR-LIQUIDO =
                                       MVC-DEBITOS - MVC-CREDITOS
                                   ADD WRK-VALOR-LIQUIDO TO
                                       WRK-CONTA-POSTERIOR
                                       (WRK-IDX-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO-CONTAS-FILE
           END-IF.

       0230-BUSCAR-CONTA.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               IF WRK-CONTA-CODIGO(WRK-IDX-CONTA) = WRK-CONTA-PROC
                   SET WRK-IDX-ACHADO TO WRK-IDX-CONTA
               END-IF
           END-PERFORM.

      * Apuracao e lucros acumulados precisam existir como analiticas
      * ativas, distintas e fora dos grupos de resultado (a apuracao
      * nao pode se encerrar contra ela mesma).
       0250-VALIDAR-CONTAS-ENCERR.
           IF CARGA-ESTOUROU OR WRK-QTD-CONTAS = ZEROS
               DISPLAY 'CONTAS.DAT VAZIO OU MAIOR QUE A TABELA - ' ,
                   'ENCERRAMENTO IMPOSSIVEL'
               SET ENCERRAMENTO-RECUSADO TO TRUE
           END-IF.
           IF WRK-CONTA-APURACAO = ZEROS
              OR WRK-CONTA-LUCROS = ZEROS
               DISPLAY 'CLASSES APURRESULT/LUCROSACUM SEM CONTA EM ' ,
                   'CONTA-MAPA.DAT - ENCERRAMENTO IMPOSSIVEL'
               SET ENCERRAMENTO-RECUSADO TO TRUE
           END-IF.
           IF NOT ENCERRAMENTO-RECUSADO
               MOVE WRK-CONTA-APURACAO TO WRK-CONTA-PROC
               PERFORM 0230-BUSCAR-CONTA
               MOVE WRK-IDX-ACHADO TO WRK-IDX-APURACAO
               MOVE WRK-CONTA-LUCROS TO WRK-CONTA-PROC
               PERFORM 0230-BUSCAR-CONTA
               MOVE WRK-IDX-ACHADO TO WRK-IDX-LUCROS
               MOVE 'APURACAO' TO WRK-PAPEL-CONTA
               MOVE WRK-IDX-APURACAO TO WRK-IDX-ATUAL
               PERFORM 0255-VALIDAR-UMA-CONTA
               MOVE 'LUCROS' TO WRK-PAPEL-CONTA
               MOVE WRK-IDX-LUCROS TO WRK-IDX-ATUAL
               PERFORM 0255-VALIDAR-UMA-CONTA
               IF WRK-CONTA-APURACAO = WRK-CONTA-LUCROS
                   DISPLAY 'APURACAO E LUCROS ACUMULADOS NA MESMA ' ,
                       'CONTA - ENCERRAMENTO IMPOSSIVEL'
                   SET ENCERRAMENTO-RECUSADO TO TRUE
               END-IF
           END-IF.

       0255-VALIDAR-UMA-CONTA.
           EVALUATE TRUE
               WHEN WRK-IDX-ATUAL = ZEROS
                   DISPLAY 'CONTA DE ' WRK-PAPEL-CONTA ' DO DE-PARA ' ,
                       'NAO CADASTRADA EM CONTAS.DAT'
                   SET ENCERRAMENTO-RECUSADO TO TRUE
               WHEN WRK-CONTA-TIPO(WRK-IDX-ATUAL) = 'S'
                  OR WRK-CONTA-ATIVA(WRK-IDX-ATUAL) = 'N'
                   DISPLAY 'CONTA DE ' WRK-PAPEL-CONTA ' SINTETICA ' ,
                       'OU INATIVA: ' WRK-CONTA-CODIGO(WRK-IDX-ATUAL)
                   SET ENCERRAMENTO-RECUSADO TO TRUE
               WHEN CONTA-DE-RESULTADO(WRK-IDX-ATUAL)
                   DISPLAY 'CONTA DE ' WRK-PAPEL-CONTA ' EM GRUPO DE ' ,
                       'RESULTADO: ' WRK-CONTA-CODIGO(WRK-IDX-ATUAL)
                   SET ENCERRAMENTO-RECUSADO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Saldo de 31/12 de cada conta; as de resultado com saldo sao
      * encerradas e somam o resultado que passa pela apuracao.
       0300-APURAR-ENCERRAMENTO.
           MOVE ZEROS TO WRK-SOMA-RESULTADO WRK-QTD-ENCERRADAS.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               COMPUTE WRK-CONTA-ANTES(WRK-IDX-CONTA) =
                   WRK-CONTA-ATUAL(WRK-IDX-CONTA) -
                   WRK-CONTA-POSTERIOR(WRK-IDX-CONTA)
               MOVE WRK-CONTA-ANTES(WRK-IDX-CONTA)
                   TO WRK-CONTA-DEPOIS(WRK-IDX-CONTA)
               IF CONTA-DE-RESULTADO(WRK-IDX-CONTA)
                  AND WRK-CONTA-TIPO(WRK-IDX-CONTA) = 'A'
                  AND WRK-CONTA-ANTES(WRK-IDX-CONTA) NOT = ZEROS
                   ADD 1 TO WRK-QTD-ENCERRADAS
                   ADD WRK-CONTA-ANTES(WRK-IDX-CONTA)
                       TO WRK-SOMA-RESULTADO
               END-IF
               IF WRK-CONTA-GRUPO-EFET(WRK-IDX-CONTA) = SPACE
                  AND WRK-CONTA-ANTES(WRK-IDX-CONTA) NOT = ZEROS
                   DISPLAY 'AVISO: CONTA SEM GRUPO DE DEMONSTRACAO ' ,
                       'COM SALDO FICA FORA DO ENCERRAMENTO: ' ,
                       WRK-CONTA-CODIGO(WRK-IDX-CONTA)
               END-IF
           END-PERFORM.
           COMPUTE WRK-SALDO-APURACAO =
               WRK-CONTA-ANTES(WRK-IDX-APURACAO) + WRK-SOMA-RESULTADO.

      * Voucher unico: cada conta de resultado contra a apuracao
      * (lancamento inverso ao saldo) e a apuracao inteira contra
      * lucros/prejuizos acumulados.
       0400-GERAR-VOUCHER.
           OPEN OUTPUT TRANS-FILE.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               IF CONTA-DE-RESULTADO(WRK-IDX-CONTA)
                  AND WRK-CONTA-TIPO(WRK-IDX-CONTA) = 'A'
                  AND WRK-CONTA-ANTES(WRK-IDX-CONTA) NOT = ZEROS
                   MOVE WRK-CONTA-CODIGO(WRK-IDX-CONTA) TO TRN-CONTA
                   MOVE 'ENCERRAM'                      TO TRN-MOTIVO
                   IF WRK-CONTA-ANTES(WRK-IDX-CONTA) > ZEROS
                       MOVE 'C' TO TRN-DC
                   ELSE
                       MOVE 'D' TO TRN-DC
                   END-IF
                   MOVE WRK-CONTA-ANTES(WRK-IDX-CONTA)
                       TO WRK-VALOR-LANC
                   PERFORM 0410-GRAVAR-LANCAMENTO
               END-IF
           END-PERFORM.
           IF WRK-SOMA-RESULTADO NOT = ZEROS
               MOVE WRK-CONTA-APURACAO TO TRN-CONTA
               MOVE 'APURACAO'         TO TRN-MOTIVO
               IF WRK-SOMA-RESULTADO > ZEROS
                   MOVE 'D' TO TRN-DC
               ELSE
                   MOVE 'C' TO TRN-DC
               END-IF
               MOVE WRK-SOMA-RESULTADO TO WRK-VALOR-LANC
               PERFORM 0410-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-SALDO-APURACAO NOT = ZEROS
               MOVE WRK-SALDO-APURACAO TO WRK-VALOR-LANC
               MOVE WRK-CONTA-APURACAO TO TRN-CONTA
               MOVE 'TRANSF PL'        TO TRN-MOTIVO
               IF WRK-SALDO-APURACAO > ZEROS
                   MOVE 'C' TO TRN-DC
               ELSE
                   MOVE 'D' TO TRN-DC
               END-IF
               PERFORM 0410-GRAVAR-LANCAMENTO
               MOVE WRK-CONTA-LUCROS   TO TRN-CONTA
               IF WRK-SALDO-APURACAO > ZEROS
                   MOVE 'D' TO TRN-DC
               ELSE
                   MOVE 'C' TO TRN-DC
               END-IF
               PERFORM 0410-GRAVAR-LANCAMENTO
           END-IF.
           CLOSE TRANS-FILE.
           MOVE WRK-TOTAL-DEBITOS TO WRK-MASC-VALOR.
           DISPLAY 'VOUCHER ' WRK-VOUCHER-ENCERR ' GERADO: ' ,
               WRK-QTD-LANC ' LANCAMENTOS, ' WRK-MASC-VALOR ,
               ' A DEBITO E A CREDITO'.

      * WRK-VALOR-LANC sem sinal: o D/C ja carrega a natureza.
       0410-GRAVAR-LANCAMENTO.
           MOVE WRK-VALOR-LANC        TO TRN-VALOR.
           MOVE WRK-DATA-ENCERRAMENTO TO TRN-DATA.
           MOVE WRK-VOUCHER-ENCERR    TO TRN-VOUCHER.
           WRITE TRANS-RECORD.
           ADD 1 TO WRK-QTD-LANC.
           IF TRN-DC = 'D'
               ADD WRK-VALOR-LANC TO WRK-TOTAL-DEBITOS
           ELSE
               ADD WRK-VALOR-LANC TO WRK-TOTAL-CREDITOS
           END-IF.

      * A postagem e a do PROG25, com a mesma critica, trava de
      * SALDOS.DAT, rejeicao e balancete de qualquer outro lote.
       0450-POSTAR-VOUCHER.
           DISPLAY ' '.
           DISPLAY 'POSTANDO O VOUCHER DE ENCERRAMENTO (PROG25)'.
           DISPLAY ' '.
           MOVE ZEROS TO RETURN-CODE.
           CALL 'PROG25'.
           DISPLAY ' '.
           IF RETURN-CODE NOT = ZEROS
               DISPLAY 'PROG25 TERMINOU COM RETURN-CODE ' RETURN-CODE
           END-IF.

      * Conferencia pelo proprio SALDOS.DAT regravado: o saldo de
      * 31/12 depois e o de antes mais o que a postagem mudou no
      * saldo atual; toda conta de resultado e a apuracao precisam
      * ter zerado.
       0460-CONFERIR-POSTAGEM.
           MOVE 'N' TO WRK-FIM-SALDOS.
           OPEN INPUT SALDOS-FILE.
           IF WRK-STATUS-SALDOS = '00'
               PERFORM UNTIL FIM-SALDOS
                   READ SALDOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-SALDOS
                       NOT AT END
                           MOVE SAL-CONTA TO WRK-CONTA-PROC
                           PERFORM 0230-BUSCAR-CONTA
                           IF WRK-IDX-ACHADO > ZEROS
                               MOVE SAL-SALDO TO
                                   WRK-CONTA-ATUAL-DEP(WRK-IDX-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDOS-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               COMPUTE WRK-CONTA-DEPOIS(WRK-IDX-CONTA) =
                   WRK-CONTA-ANTES(WRK-IDX-CONTA) +
                   WRK-CONTA-ATUAL-DEP(WRK-IDX-CONTA) -
                   WRK-CONTA-ATUAL(WRK-IDX-CONTA)
               IF CONTA-DE-RESULTADO(WRK-IDX-CONTA)
                  AND WRK-CONTA-TIPO(WRK-IDX-CONTA) = 'A'
                  AND WRK-CONTA-DEPOIS(WRK-IDX-CONTA) NOT = ZEROS
                   MOVE 'N' TO WRK-POSTAGEM-OK
               END-IF
           END-PERFORM.
           IF WRK-CONTA-DEPOIS(WRK-IDX-APURACAO) NOT = ZEROS
               MOVE 'N' TO WRK-POSTAGEM-OK
           END-IF.

      * Saldo de 31/12 antes e depois de cada conta de resultado, da
      * apuracao e de lucros acumulados (saldo devedor positivo,
      * como no balancete).
       0500-EMITIR-RELATORIO.
           DISPLAY 'CONTA NOME                       SALDO ANTES' ,
               '        SALDO DEPOIS'.
           STRING 'CONTA NOME                       SALDO ANTES'
               '        SALDO DEPOIS'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               IF (CONTA-DE-RESULTADO(WRK-IDX-CONTA)
                   AND WRK-CONTA-TIPO(WRK-IDX-CONTA) = 'A'
                   AND (WRK-CONTA-ANTES(WRK-IDX-CONTA) NOT = ZEROS
                     OR WRK-CONTA-DEPOIS(WRK-IDX-CONTA) NOT = ZEROS))
                  OR WRK-IDX-CONTA = WRK-IDX-APURACAO
                  OR WRK-IDX-CONTA = WRK-IDX-LUCROS
                   PERFORM 0510-EMITIR-CONTA
               END-IF
           END-PERFORM.
           MOVE WRK-SOMA-RESULTADO TO WRK-MASC-ANTES.
           DISPLAY ' '.
           DISPLAY 'CONTAS DE RESULTADO ENCERRADAS: ' ,
               WRK-QTD-ENCERRADAS.
           DISPLAY 'RESULTADO DO EXERCICIO (DEVEDOR = PREJUIZO): ' ,
               WRK-MASC-ANTES.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'CONTAS DE RESULTADO ENCERRADAS: '
               WRK-QTD-ENCERRADAS
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'RESULTADO DO EXERCICIO (DEVEDOR = PREJUIZO): '
               WRK-MASC-ANTES
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

       0510-EMITIR-CONTA.
           MOVE WRK-CONTA-ANTES(WRK-IDX-CONTA)  TO WRK-MASC-ANTES.
           MOVE WRK-CONTA-DEPOIS(WRK-IDX-CONTA) TO WRK-MASC-DEPOIS.
           STRING WRK-CONTA-CODIGO(WRK-IDX-CONTA) '  '
               WRK-CONTA-NOME(WRK-IDX-CONTA) ' '
               WRK-MASC-ANTES ' ' WRK-MASC-DEPOIS
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

      * Um evento 'E' por mes do exercicio, como os eventos do PROG52,
      * e o encerramento auditado.
       0600-ENCERRAR-PERIODOS.
           OPEN EXTEND PERIODO-STATUS-FILE.
           IF WRK-STATUS-PSTATUS = '35'
               OPEN OUTPUT PERIODO-STATUS-FILE
           END-IF.
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               MOVE SPACES TO PERIODO-STATUS-RECORD
               COMPUTE PST-COMPETENCIA =
                   WRK-ANO-EXERCICIO * 100 + WRK-MES
               MOVE 'E'           TO PST-STATUS
               MOVE WRK-USUARIO   TO PST-USUARIO
               MOVE WRK-DATA-HOJE TO PST-DATA
               ACCEPT PST-HORA FROM TIME
               WRITE PERIODO-STATUS-RECORD
               ADD 1 TO WRK-QTD-MESES-FECH
           END-PERFORM.
           CLOSE PERIODO-STATUS-FILE.
           DISPLAY 'EXERCICIO ' WRK-ANO-EXERCICIO ' ENCERRADO - ' ,
               WRK-QTD-MESES-FECH ' COMPETENCIAS COM STATUS E'.
           STRING 'EXERCICIO ' WRK-ANO-EXERCICIO ' ENCERRADO - '
               WRK-QTD-MESES-FECH ' COMPETENCIAS COM STATUS E'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-USUARIO     TO WRK-AUDIT-USUARIO.
           MOVE 'ENCERRA EXERC' TO WRK-AUDIT-ACAO.
           MOVE 'ABERTO'        TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE SPACES          TO WRK-AUDIT-VALOR-NOVO.
           STRING 'ENCERRADO ' WRK-ANO-EXERCICIO
               DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO.
           MOVE 'EFETIVADO'     TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.

           COPY 'PSTAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG76.
