      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Demonstracoes contabeis de uma competencia: balanco
      * patrimonial (saldo no fim do mes e no fim do mes anterior) e
      * DRE (mes, mes anterior e acumulado no ano), a partir dos
      * saldos de SALDOS.DAT e do movimento por conta e competencia
      * de MOVIMENTO-CONTAS.LOG (books MVCT*, gravado pelo PROG25). O
      * saldo do fim do mes e o saldo atual menos o movimento das
      * competencias posteriores. Cada analitica segue o grupo de
      * demonstracao da sua sintetica (CTA-GRUPO, mantido pelo
      * PROG53: A ativo, P passivo, L patrimonio liquido, R receita,
      * C custo, D despesa) e sai somada nela. O balanco prova que o
      * ativo iguala passivo + patrimonio liquido + resultado do
      * periodo (ainda nao encerrado no patrimonio) e acusa OUT OF
      * BALANCE como o balancete do PROG25. Relatorio em
      * DEMONSTRACOES.SPL.
      * RETURN-CODE 8 parametro invalido, 4 aviso (competencia aberta,
      * sem movimento ou conta nao classificada), 1 OUT OF BALANCE ou
      * cadastro de contas vazio/maior que a tabela.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG75.
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
           COPY 'MVCTSL.COB'.
           COPY 'PSTASL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="DEMONSTRACOES.SPL"==.
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
           COPY 'MVCTFD.COB'.
           COPY 'PSTAFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-CONTAS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SALDOS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MOVTO     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CONTAS       PIC X(01) VALUES 'N'.
           88 FIM-CONTAS VALUE 'S'.
       77  WRK-FIM-SALDOS       PIC X(01) VALUES 'N'.
           88 FIM-SALDOS VALUE 'S'.
       77  WRK-FIM-MOVTO        PIC X(01) VALUES 'N'.
           88 FIM-MOVTO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       77  WRK-PARAM-OK         PIC X(01) VALUES 'S'.
           88 PARAMETROS-OK VALUE 'S'.
       77  WRK-TEM-MOVIMENTO    PIC X(01) VALUES 'N'.
           88 TEM-MOVIMENTO VALUE 'S'.
      * Competencia das demonstracoes (zero = mes corrente) e a do
      * mes anterior, que vira o ano em janeiro.
       01  WRK-COMPETENCIA      PIC 9(06) VALUES ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO      PIC 9(04).
           05 WRK-COMP-MES      PIC 9(02).
       01  WRK-COMPETENCIA-ANT  PIC 9(06) VALUES ZEROS.
       01  WRK-COMPETENCIA-ANT-R REDEFINES WRK-COMPETENCIA-ANT.
           05 WRK-COMP-ANT-ANO  PIC 9(04).
           05 WRK-COMP-ANT-MES  PIC 9(02).
       77  WRK-COMP-INICIO-ANO  PIC 9(06) VALUES ZEROS.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-COMPETENCIA PIC 9(06).
           05 WRK-HOJE-DIA         PIC 9(02).
      * Plano de contas com os valores da competencia (liquido =
      * debitos - creditos, como o saldo de SALDOS.DAT): saldo atual,
      * movimento posterior a competencia, do mes, do mes anterior e
      * do ano ate o mes; e os mesmos valores somados na conta onde
      * a linha sai nas demonstracoes (a sintetica, para a
      * analitica).
       77  WRK-QTD-CONTAS       PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-LINHA        PIC 9(03) VALUES ZEROS.
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
              10 WRK-CONTA-GRUPO      PIC X(01).
              10 WRK-CONTA-GRUPO-EFET PIC X(01).
              10 WRK-CONTA-E-LINHA    PIC X(01).
              10 WRK-CONTA-ATUAL      PIC S9(12)V99.
              10 WRK-CONTA-POSTERIOR  PIC S9(12)V99.
              10 WRK-CONTA-MES        PIC S9(12)V99.
              10 WRK-CONTA-MES-ANT    PIC S9(12)V99.
              10 WRK-CONTA-ANO        PIC S9(12)V99.
              10 WRK-CONTA-SALDO-M    PIC S9(12)V99.
              10 WRK-CONTA-SALDO-M1   PIC S9(12)V99.
              10 WRK-LIN-SALDO-M      PIC S9(12)V99.
              10 WRK-LIN-SALDO-M1     PIC S9(12)V99.
              10 WRK-LIN-MES          PIC S9(12)V99.
              10 WRK-LIN-MES-ANT      PIC S9(12)V99.
              10 WRK-LIN-ANO          PIC S9(12)V99.
      * Grupos de demonstracao na ordem de impressao; o setimo
      * (branco) junta as contas nao classificadas. O sinal vira o
      * liquido para a natureza do grupo (credora = -1).
       01  WRK-GRUPOS-SIGLAS    PIC X(07) VALUE 'APLRCD '.
       01  WRK-GRUPOS-SIGLAS-R REDEFINES WRK-GRUPOS-SIGLAS.
           05 WRK-GRP-SIGLA     PIC X(01) OCCURS 7 TIMES.
       01  WRK-GRUPOS-NOMES.
           05 FILLER PIC X(30) VALUE 'ATIVO'.
           05 FILLER PIC X(30) VALUE 'PASSIVO'.
           05 FILLER PIC X(30) VALUE 'PATRIMONIO LIQUIDO'.
           05 FILLER PIC X(30) VALUE 'RECEITAS'.
           05 FILLER PIC X(30) VALUE 'CUSTOS'.
           05 FILLER PIC X(30) VALUE 'DESPESAS'.
           05 FILLER PIC X(30) VALUE 'CONTAS NAO CLASSIFICADAS'.
       01  WRK-GRUPOS-NOMES-R REDEFINES WRK-GRUPOS-NOMES.
           05 WRK-GRP-NOME      PIC X(30) OCCURS 7 TIMES.
       77  WRK-IDX-GRUPO        PIC 9(01) VALUES ZEROS.
       77  WRK-GRUPO-PROC       PIC X(01) VALUES SPACE.
       77  WRK-SINAL            PIC S9(01) VALUES ZEROS.
       01  WRK-TAB-GRUPOS.
           05 WRK-GRP-ITEM OCCURS 7 TIMES.
              10 WRK-GRP-SALDO-M      PIC S9(12)V99.
              10 WRK-GRP-SALDO-M1     PIC S9(12)V99.
              10 WRK-GRP-MES          PIC S9(12)V99.
              10 WRK-GRP-MES-ANT      PIC S9(12)V99.
              10 WRK-GRP-ANO          PIC S9(12)V99.
      * Totais das demonstracoes, ja no sinal de leitura (passivo,
      * patrimonio e receita positivos quando credores).
       77  WRK-TOT-ATIVO-M      PIC S9(12)V99 VALUES ZEROS.
       77  WRK-TOT-ATIVO-M1     PIC S9(12)V99 VALUES ZEROS.
       77  WRK-TOT-PASSIVO-M    PIC S9(12)V99 VALUES ZEROS.
       77  WRK-TOT-PASSIVO-M1   PIC S9(12)V99 VALUES ZEROS.
       77  WRK-RESULTADO-M      PIC S9(12)V99 VALUES ZEROS.
       77  WRK-RESULTADO-M1     PIC S9(12)V99 VALUES ZEROS.
       77  WRK-BRUTO-MES        PIC S9(12)V99 VALUES ZEROS.
       77  WRK-BRUTO-MES-ANT    PIC S9(12)V99 VALUES ZEROS.
       77  WRK-BRUTO-ANO        PIC S9(12)V99 VALUES ZEROS.
       77  WRK-RESULT-MES       PIC S9(12)V99 VALUES ZEROS.
       77  WRK-RESULT-MES-ANT   PIC S9(12)V99 VALUES ZEROS.
       77  WRK-RESULT-ANO       PIC S9(12)V99 VALUES ZEROS.
       77  WRK-DIFERENCA-M      PIC S9(12)V99 VALUES ZEROS.
       77  WRK-DIFERENCA-M1     PIC S9(12)V99 VALUES ZEROS.
       77  WRK-VALOR-LIQUIDO    PIC S9(12)V99 VALUES ZEROS.
       77  WRK-QTD-NAO-CLASSIF  PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-FORA-PLANO   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-MOVTO-LIDO   PIC 9(07) VALUES ZEROS.
      * Linha de demonstracao: rotulo e ate tres colunas de valor
      * (a coluna em branco sai vazia).
       77  WRK-LINHA-ROTULO     PIC X(32) VALUES SPACES.
       77  WRK-LINHA-VALOR-1    PIC S9(12)V99 VALUES ZEROS.
       77  WRK-LINHA-VALOR-2    PIC S9(12)V99 VALUES ZEROS.
       77  WRK-LINHA-VALOR-3    PIC S9(12)V99 VALUES ZEROS.
       77  WRK-LINHA-COLUNAS    PIC 9(01) VALUES ZEROS.
       77  WRK-MASC-COL-1       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-COL-2       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-COL-3       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-COL-3-X REDEFINES WRK-MASC-COL-3 PIC X(19).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG75' TO WRK-TRAILER-PROGRAMA.
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
                   'DEMONSTRACOES CANCELADAS'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0150-CARREGAR-SALDOS.
           PERFORM 0200-CARREGAR-MOVIMENTO.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 0250-VERIFICAR-AVISOS.
           PERFORM 0300-APURAR-CONTAS.
           PERFORM 0400-EMITIR-BALANCO.
           PERFORM 0500-EMITIR-DRE.
           PERFORM 0600-LISTAR-NAO-CLASSIFICADAS.
           PERFORM 0700-PROVAR-BALANCO.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-CONTAS TO WRK-TRAILER-QTD.
           IF RETURN-CODE = 1
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Competencia AAAAMM (zero = mes corrente), com mes de 1 a 12.
       0050-LER-PARAMETROS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DAS DEMONSTRACOES (AAAAMM, ZERO = ' ,
               'MES CORRENTE): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA NOT NUMERIC
               DISPLAY 'COMPETENCIA INVALIDA.'
               MOVE 'N' TO WRK-PARAM-OK
           ELSE
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-HOJE-COMPETENCIA TO WRK-COMPETENCIA
               END-IF
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                  OR WRK-COMP-ANO < 1900
                   DISPLAY 'COMPETENCIA INVALIDA.'
                   MOVE 'N' TO WRK-PARAM-OK
               ELSE
                   IF WRK-COMP-MES = 1
                       COMPUTE WRK-COMP-ANT-ANO = WRK-COMP-ANO - 1
                       MOVE 12 TO WRK-COMP-ANT-MES
                   ELSE
                       MOVE WRK-COMP-ANO TO WRK-COMP-ANT-ANO
                       COMPUTE WRK-COMP-ANT-MES = WRK-COMP-MES - 1
                   END-IF
                   COMPUTE WRK-COMP-INICIO-ANO =
                       WRK-COMP-ANO * 100 + 1
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
           DISPLAY '   DEMONSTRACOES CONTABEIS - COMPETENCIA ' ,
               WRK-COMP-MES '/' WRK-COMP-ANO.
           DISPLAY ' '.
           PERFORM 9300-ABRIR-SPOOL.
           STRING '   DEMONSTRACOES CONTABEIS - COMPETENCIA '
               WRK-COMP-MES '/' WRK-COMP-ANO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.

      * Plano de contas na tabela; registro legado sem o grupo (ou
      * com grupo fora da lista) entra nao classificado.
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
           MOVE SPACE      TO WRK-CONTA-GRUPO(WRK-IDX-CONTA).
           PERFORM VARYING WRK-IDX-GRUPO FROM 1 BY 1
                   UNTIL WRK-IDX-GRUPO > 6
               IF CTA-GRUPO = WRK-GRP-SIGLA(WRK-IDX-GRUPO)
                   MOVE CTA-GRUPO TO WRK-CONTA-GRUPO(WRK-IDX-CONTA)
               END-IF
           END-PERFORM.

      * Saldo atual de cada conta; saldo de conta fora do plano nao
      * entra nas demonstracoes e e contado para o aviso.
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
                           IF WRK-IDX-ACHADO = ZEROS
                               ADD 1 TO WRK-QTD-FORA-PLANO
                           ELSE
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

      * Movimento por conta e competencia: o posterior a competencia
      * e descontado do saldo atual; o do mes, do mes anterior e do
      * ano ate o mes alimentam as colunas.
       0200-CARREGAR-MOVIMENTO.
           OPEN INPUT MOVIMENTO-CONTAS-FILE.
           IF WRK-STATUS-MOVTO = '00'
               MOVE 'S' TO WRK-TEM-MOVIMENTO
               PERFORM UNTIL FIM-MOVTO
                   READ MOVIMENTO-CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MOVTO
                       NOT AT END
                           ADD 1 TO WRK-QTD-MOVTO-LIDO
                           PERFORM 0210-CLASSIFICAR-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTO-CONTAS-FILE
           END-IF.

       0210-CLASSIFICAR-MOVIMENTO.
           MOVE MVC-CONTA TO WRK-CONTA-PROC.
           PERFORM 0160-BUSCAR-CONTA.
           IF WRK-IDX-ACHADO = ZEROS
               ADD 1 TO WRK-QTD-FORA-PLANO
           ELSE
               COMPUTE WRK-VALOR-LIQUIDO = MVC-DEBITOS - MVC-CREDITOS
               IF MVC-COMPETENCIA > WRK-COMPETENCIA
                   ADD WRK-VALOR-LIQUIDO TO
                       WRK-CONTA-POSTERIOR(WRK-IDX-ACHADO)
               END-IF
               IF MVC-COMPETENCIA = WRK-COMPETENCIA
                   ADD WRK-VALOR-LIQUIDO TO
                       WRK-CONTA-MES(WRK-IDX-ACHADO)
               END-IF
               IF MVC-COMPETENCIA = WRK-COMPETENCIA-ANT
                   ADD WRK-VALOR-LIQUIDO TO
                       WRK-CONTA-MES-ANT(WRK-IDX-ACHADO)
               END-IF
               IF MVC-COMPETENCIA >= WRK-COMP-INICIO-ANO
                  AND MVC-COMPETENCIA <= WRK-COMPETENCIA
                   ADD WRK-VALOR-LIQUIDO TO
                       WRK-CONTA-ANO(WRK-IDX-ACHADO)
               END-IF
           END-IF.

      * Avisos que nao impedem as demonstracoes: competencia ainda
      * aberta no controle de periodo, sem historico de movimento
      * (colunas do periodo zeradas) e saldo/movimento de conta que
      * nao esta no plano.
       0250-VERIFICAR-AVISOS.
           PERFORM 9670-CARREGAR-PERIODOS.
           MOVE WRK-COMPETENCIA TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF NOT PERIODO-FECHADO
               DISPLAY 'AVISO: COMPETENCIA AINDA ABERTA - ' ,
                   'DEMONSTRACOES PRELIMINARES'
               MOVE 'AVISO: COMPETENCIA AINDA ABERTA - DEMONSTRACOES'
                   TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT TEM-MOVIMENTO
               DISPLAY 'AVISO: SEM MOVIMENTO-CONTAS.LOG - MES, MES ' ,
                   'ANTERIOR E ANO SAEM ZERADOS'
               MOVE 'AVISO: SEM MOVIMENTO-CONTAS.LOG - COLUNAS ZERADAS'
                   TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-FORA-PLANO > ZEROS
               DISPLAY 'AVISO: ' WRK-QTD-FORA-PLANO ' REGISTRO(S) ' ,
                   'DE SALDO/MOVIMENTO DE CONTA FORA DE CONTAS.DAT'
               STRING 'AVISO: ' WRK-QTD-FORA-PLANO
                   ' REGISTRO(S) DE CONTA FORA DE CONTAS.DAT'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Saldo no fim da competencia e do mes anterior, grupo efetivo
      * (o da sintetica-pai para a analitica) e soma na linha e no
      * grupo.
       0300-APURAR-CONTAS.
           INITIALIZE WRK-TAB-GRUPOS.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               COMPUTE WRK-CONTA-SALDO-M(WRK-IDX-CONTA) =
                   WRK-CONTA-ATUAL(WRK-IDX-CONTA) -
                   WRK-CONTA-POSTERIOR(WRK-IDX-CONTA)
               COMPUTE WRK-CONTA-SALDO-M1(WRK-IDX-CONTA) =
                   WRK-CONTA-SALDO-M(WRK-IDX-CONTA) -
                   WRK-CONTA-MES(WRK-IDX-CONTA)
               MOVE 'N' TO WRK-CONTA-E-LINHA(WRK-IDX-CONTA)
           END-PERFORM.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               PERFORM 0310-RESOLVER-LINHA
               PERFORM 0320-SOMAR-CONTA
           END-PERFORM.

      * Sintetica sai na propria linha; analitica com pai cadastrado
      * sai na linha do pai; analitica sem pai sai sozinha, no grupo
      * das nao classificadas.
       0310-RESOLVER-LINHA.
           SET WRK-IDX-LINHA TO WRK-IDX-CONTA.
           MOVE WRK-CONTA-GRUPO(WRK-IDX-CONTA) TO WRK-GRUPO-PROC.
           IF WRK-CONTA-TIPO(WRK-IDX-CONTA) = 'A'
               MOVE SPACE TO WRK-GRUPO-PROC
               MOVE WRK-CONTA-PAI(WRK-IDX-CONTA) TO WRK-PAI-PROC
               IF WRK-PAI-PROC IS NUMERIC
                   MOVE WRK-PAI-PROC-N TO WRK-CONTA-PROC
                   PERFORM 0160-BUSCAR-CONTA
                   SET WRK-IDX-CONTA TO WRK-IDX-LINHA
                   IF WRK-IDX-ACHADO > ZEROS
                       MOVE WRK-IDX-ACHADO TO WRK-IDX-LINHA
                       MOVE WRK-CONTA-GRUPO(WRK-IDX-ACHADO)
                           TO WRK-GRUPO-PROC
                   END-IF
               END-IF
           END-IF.
           MOVE WRK-GRUPO-PROC TO WRK-CONTA-GRUPO-EFET(WRK-IDX-LINHA).
           MOVE 'S' TO WRK-CONTA-E-LINHA(WRK-IDX-LINHA).
           PERFORM VARYING WRK-IDX-GRUPO FROM 1 BY 1
                   UNTIL WRK-IDX-GRUPO = 7
                      OR WRK-GRP-SIGLA(WRK-IDX-GRUPO) = WRK-GRUPO-PROC
               CONTINUE
           END-PERFORM.

       0320-SOMAR-CONTA.
           ADD WRK-CONTA-SALDO-M(WRK-IDX-CONTA)
               TO WRK-LIN-SALDO-M(WRK-IDX-LINHA)
                  WRK-GRP-SALDO-M(WRK-IDX-GRUPO).
           ADD WRK-CONTA-SALDO-M1(WRK-IDX-CONTA)
               TO WRK-LIN-SALDO-M1(WRK-IDX-LINHA)
                  WRK-GRP-SALDO-M1(WRK-IDX-GRUPO).
           ADD WRK-CONTA-MES(WRK-IDX-CONTA)
               TO WRK-LIN-MES(WRK-IDX-LINHA)
                  WRK-GRP-MES(WRK-IDX-GRUPO).
           ADD WRK-CONTA-MES-ANT(WRK-IDX-CONTA)
               TO WRK-LIN-MES-ANT(WRK-IDX-LINHA)
                  WRK-GRP-MES-ANT(WRK-IDX-GRUPO).
           ADD WRK-CONTA-ANO(WRK-IDX-CONTA)
               TO WRK-LIN-ANO(WRK-IDX-LINHA)
                  WRK-GRP-ANO(WRK-IDX-GRUPO).
           IF WRK-IDX-GRUPO = 7
              AND WRK-IDX-LINHA = WRK-IDX-CONTA
               ADD 1 TO WRK-QTD-NAO-CLASSIF
           END-IF.

      * Balanco: ativo (devedor) contra passivo e patrimonio liquido
      * (credores) mais o resultado das contas de receita, custo e
      * despesa, que ainda nao foi encerrado no patrimonio.
       0400-EMITIR-BALANCO.
           DISPLAY ' '.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 'BALANCO PATRIMONIAL' TO WRK-LINHA-ROTULO.
           PERFORM 0810-EMITIR-TITULO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING '                                  '
               '      FIM DO MES ' WRK-COMP-MES '/' WRK-COMP-ANO
               '   FIM DO MES ' WRK-COMP-ANT-MES '/' WRK-COMP-ANT-ANO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 2 TO WRK-LINHA-COLUNAS.
           MOVE 1 TO WRK-IDX-GRUPO.
           PERFORM 0410-EMITIR-GRUPO-BALANCO.
           MOVE WRK-LINHA-VALOR-1 TO WRK-TOT-ATIVO-M.
           MOVE WRK-LINHA-VALOR-2 TO WRK-TOT-ATIVO-M1.
           MOVE 2 TO WRK-IDX-GRUPO.
           PERFORM 0410-EMITIR-GRUPO-BALANCO.
           MOVE WRK-LINHA-VALOR-1 TO WRK-TOT-PASSIVO-M.
           MOVE WRK-LINHA-VALOR-2 TO WRK-TOT-PASSIVO-M1.
           MOVE 3 TO WRK-IDX-GRUPO.
           PERFORM 0410-EMITIR-GRUPO-BALANCO.
           ADD WRK-LINHA-VALOR-1 TO WRK-TOT-PASSIVO-M.
           ADD WRK-LINHA-VALOR-2 TO WRK-TOT-PASSIVO-M1.
           COMPUTE WRK-RESULTADO-M = 0 - WRK-GRP-SALDO-M(4)
               - WRK-GRP-SALDO-M(5) - WRK-GRP-SALDO-M(6).
           COMPUTE WRK-RESULTADO-M1 = 0 - WRK-GRP-SALDO-M1(4)
               - WRK-GRP-SALDO-M1(5) - WRK-GRP-SALDO-M1(6).
           MOVE 'RESULTADO NAO ENCERRADO' TO WRK-LINHA-ROTULO.
           MOVE WRK-RESULTADO-M  TO WRK-LINHA-VALOR-1.
           MOVE WRK-RESULTADO-M1 TO WRK-LINHA-VALOR-2.
           PERFORM 0800-EMITIR-LINHA.
           ADD WRK-RESULTADO-M  TO WRK-TOT-PASSIVO-M.
           ADD WRK-RESULTADO-M1 TO WRK-TOT-PASSIVO-M1.
           PERFORM 0820-EMITIR-SEPARADOR.
           MOVE 'TOTAL DO ATIVO' TO WRK-LINHA-ROTULO.
           MOVE WRK-TOT-ATIVO-M  TO WRK-LINHA-VALOR-1.
           MOVE WRK-TOT-ATIVO-M1 TO WRK-LINHA-VALOR-2.
           PERFORM 0800-EMITIR-LINHA.
           MOVE 'TOTAL PASSIVO + PL + RESULTADO' TO WRK-LINHA-ROTULO.
           MOVE WRK-TOT-PASSIVO-M  TO WRK-LINHA-VALOR-1.
           MOVE WRK-TOT-PASSIVO-M1 TO WRK-LINHA-VALOR-2.
           PERFORM 0800-EMITIR-LINHA.

      * Linhas do grupo em WRK-IDX-GRUPO (ja no sinal do grupo) e o
      * total dele, que volta em WRK-LINHA-VALOR-1/2.
       0410-EMITIR-GRUPO-BALANCO.
           PERFORM 0830-SINAL-DO-GRUPO.
           MOVE WRK-GRP-NOME(WRK-IDX-GRUPO) TO WRK-LINHA-ROTULO.
           PERFORM 0810-EMITIR-TITULO.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               IF WRK-CONTA-E-LINHA(WRK-IDX-CONTA) = 'S'
                  AND WRK-CONTA-GRUPO-EFET(WRK-IDX-CONTA) =
                      WRK-GRP-SIGLA(WRK-IDX-GRUPO)
                  AND (WRK-LIN-SALDO-M(WRK-IDX-CONTA) NOT = ZEROS
                    OR WRK-LIN-SALDO-M1(WRK-IDX-CONTA) NOT = ZEROS)
                   PERFORM 0840-ROTULO-DA-CONTA
                   COMPUTE WRK-LINHA-VALOR-1 =
                       WRK-LIN-SALDO-M(WRK-IDX-CONTA) * WRK-SINAL
                   COMPUTE WRK-LINHA-VALOR-2 =
                       WRK-LIN-SALDO-M1(WRK-IDX-CONTA) * WRK-SINAL
                   PERFORM 0800-EMITIR-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-ROTULO.
           STRING 'TOTAL ' WRK-GRP-NOME(WRK-IDX-GRUPO)
               DELIMITED BY '  ' INTO WRK-LINHA-ROTULO.
           COMPUTE WRK-LINHA-VALOR-1 =
               WRK-GRP-SALDO-M(WRK-IDX-GRUPO) * WRK-SINAL.
           COMPUTE WRK-LINHA-VALOR-2 =
               WRK-GRP-SALDO-M1(WRK-IDX-GRUPO) * WRK-SINAL.
           PERFORM 0800-EMITIR-LINHA.

      * DRE: receitas (credoras, positivas) menos custos = resultado
      * bruto; menos despesas = resultado do periodo.
       0500-EMITIR-DRE.
           DISPLAY ' '.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 'DEMONSTRACAO DO RESULTADO' TO WRK-LINHA-ROTULO.
           PERFORM 0810-EMITIR-TITULO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING '                                  '
               '         MES ' WRK-COMP-MES '/' WRK-COMP-ANO
               '       MES ' WRK-COMP-ANT-MES '/' WRK-COMP-ANT-ANO
               '   ACUMULADO ' WRK-COMP-ANO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 3 TO WRK-LINHA-COLUNAS.
           MOVE 4 TO WRK-IDX-GRUPO.
           PERFORM 0510-EMITIR-GRUPO-DRE.
           MOVE WRK-LINHA-VALOR-1 TO WRK-BRUTO-MES.
           MOVE WRK-LINHA-VALOR-2 TO WRK-BRUTO-MES-ANT.
           MOVE WRK-LINHA-VALOR-3 TO WRK-BRUTO-ANO.
           MOVE 5 TO WRK-IDX-GRUPO.
           PERFORM 0510-EMITIR-GRUPO-DRE.
           SUBTRACT WRK-LINHA-VALOR-1 FROM WRK-BRUTO-MES.
           SUBTRACT WRK-LINHA-VALOR-2 FROM WRK-BRUTO-MES-ANT.
           SUBTRACT WRK-LINHA-VALOR-3 FROM WRK-BRUTO-ANO.
           PERFORM 0820-EMITIR-SEPARADOR.
           MOVE 'RESULTADO BRUTO' TO WRK-LINHA-ROTULO.
           MOVE WRK-BRUTO-MES     TO WRK-LINHA-VALOR-1.
           MOVE WRK-BRUTO-MES-ANT TO WRK-LINHA-VALOR-2.
           MOVE WRK-BRUTO-ANO     TO WRK-LINHA-VALOR-3.
           PERFORM 0800-EMITIR-LINHA.
           MOVE 6 TO WRK-IDX-GRUPO.
           PERFORM 0510-EMITIR-GRUPO-DRE.
           COMPUTE WRK-RESULT-MES = WRK-BRUTO-MES - WRK-LINHA-VALOR-1.
           COMPUTE WRK-RESULT-MES-ANT =
               WRK-BRUTO-MES-ANT - WRK-LINHA-VALOR-2.
           COMPUTE WRK-RESULT-ANO = WRK-BRUTO-ANO - WRK-LINHA-VALOR-3.
           PERFORM 0820-EMITIR-SEPARADOR.
           MOVE 'RESULTADO DO PERIODO' TO WRK-LINHA-ROTULO.
           MOVE WRK-RESULT-MES     TO WRK-LINHA-VALOR-1.
           MOVE WRK-RESULT-MES-ANT TO WRK-LINHA-VALOR-2.
           MOVE WRK-RESULT-ANO     TO WRK-LINHA-VALOR-3.
           PERFORM 0800-EMITIR-LINHA.

       0510-EMITIR-GRUPO-DRE.
           PERFORM 0830-SINAL-DO-GRUPO.
           MOVE WRK-GRP-NOME(WRK-IDX-GRUPO) TO WRK-LINHA-ROTULO.
           PERFORM 0810-EMITIR-TITULO.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               IF WRK-CONTA-E-LINHA(WRK-IDX-CONTA) = 'S'
                  AND WRK-CONTA-GRUPO-EFET(WRK-IDX-CONTA) =
                      WRK-GRP-SIGLA(WRK-IDX-GRUPO)
                  AND (WRK-LIN-MES(WRK-IDX-CONTA) NOT = ZEROS
                    OR WRK-LIN-MES-ANT(WRK-IDX-CONTA) NOT = ZEROS
                    OR WRK-LIN-ANO(WRK-IDX-CONTA) NOT = ZEROS)
                   PERFORM 0840-ROTULO-DA-CONTA
                   COMPUTE WRK-LINHA-VALOR-1 =
                       WRK-LIN-MES(WRK-IDX-CONTA) * WRK-SINAL
                   COMPUTE WRK-LINHA-VALOR-2 =
                       WRK-LIN-MES-ANT(WRK-IDX-CONTA) * WRK-SINAL
                   COMPUTE WRK-LINHA-VALOR-3 =
                       WRK-LIN-ANO(WRK-IDX-CONTA) * WRK-SINAL
                   PERFORM 0800-EMITIR-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-ROTULO.
           STRING 'TOTAL ' WRK-GRP-NOME(WRK-IDX-GRUPO)
               DELIMITED BY '  ' INTO WRK-LINHA-ROTULO.
           COMPUTE WRK-LINHA-VALOR-1 =
               WRK-GRP-MES(WRK-IDX-GRUPO) * WRK-SINAL.
           COMPUTE WRK-LINHA-VALOR-2 =
               WRK-GRP-MES-ANT(WRK-IDX-GRUPO) * WRK-SINAL.
           COMPUTE WRK-LINHA-VALOR-3 =
               WRK-GRP-ANO(WRK-IDX-GRUPO) * WRK-SINAL.
           PERFORM 0800-EMITIR-LINHA.

      * Contas sem grupo (sintetica nao classificada no PROG53 ou
      * analitica sem pai): ficam fora do balanco e da DRE e, com
      * saldo, desequilibram a prova.
       0600-LISTAR-NAO-CLASSIFICADAS.
           IF WRK-QTD-NAO-CLASSIF > ZEROS
              AND (WRK-GRP-SALDO-M(7) NOT = ZEROS
                OR WRK-GRP-SALDO-M1(7) NOT = ZEROS)
               DISPLAY ' '
               MOVE SPACES TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 2 TO WRK-LINHA-COLUNAS
               MOVE 7 TO WRK-IDX-GRUPO
               PERFORM 0410-EMITIR-GRUPO-BALANCO
               DISPLAY 'AVISO: CLASSIFIQUE AS SINTETICAS NO PROG53 ' ,
                   '(MODO 5)'
               MOVE 'AVISO: CLASSIFIQUE AS SINTETICAS NO PROG53'
                   TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Prova do balanco nas duas colunas, com a mesma saida do
      * balancete do PROG25.
       0700-PROVAR-BALANCO.
           COMPUTE WRK-DIFERENCA-M =
               WRK-TOT-ATIVO-M - WRK-TOT-PASSIVO-M.
           COMPUTE WRK-DIFERENCA-M1 =
               WRK-TOT-ATIVO-M1 - WRK-TOT-PASSIVO-M1.
           DISPLAY ' '.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           IF WRK-DIFERENCA-M = ZEROS AND WRK-DIFERENCA-M1 = ZEROS
               DISPLAY 'BALANCO: MATCH'
               MOVE 'BALANCO: MATCH' TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           ELSE
               DISPLAY 'BALANCO: OUT OF BALANCE'
               MOVE 'BALANCO: OUT OF BALANCE' TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 2 TO WRK-LINHA-COLUNAS
               MOVE 'DIFERENCA' TO WRK-LINHA-ROTULO
               MOVE WRK-DIFERENCA-M  TO WRK-LINHA-VALOR-1
               MOVE WRK-DIFERENCA-M1 TO WRK-LINHA-VALOR-2
               PERFORM 0800-EMITIR-LINHA
               MOVE 1 TO RETURN-CODE
           END-IF.

      * Linha de valores: rotulo e duas (balanco) ou tres (DRE)
      * colunas, na tela e no spool.
       0800-EMITIR-LINHA.
           MOVE WRK-LINHA-VALOR-1 TO WRK-MASC-COL-1.
           MOVE WRK-LINHA-VALOR-2 TO WRK-MASC-COL-2.
           IF WRK-LINHA-COLUNAS = 3
               MOVE WRK-LINHA-VALOR-3 TO WRK-MASC-COL-3
           ELSE
               MOVE SPACES TO WRK-MASC-COL-3-X
           END-IF.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING '  ' WRK-LINHA-ROTULO ' ' WRK-MASC-COL-1 ' '
               WRK-MASC-COL-2 ' ' WRK-MASC-COL-3
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

       0810-EMITIR-TITULO.
           DISPLAY WRK-LINHA-ROTULO.
           MOVE WRK-LINHA-ROTULO TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

       0820-EMITIR-SEPARADOR.
           DISPLAY '-----------------------------------------------' ,
               '-----------------------------------------------'.
           MOVE ALL '-' TO WRK-SPOOL-LINHA(1:94).
           PERFORM 9310-GRAVAR-SPOOL.

      * Natureza do grupo: ativo, custo, despesa e nao classificada
      * devedores (+1); passivo, patrimonio e receita credores (-1).
       0830-SINAL-DO-GRUPO.
           EVALUATE WRK-GRP-SIGLA(WRK-IDX-GRUPO)
               WHEN 'P'
               WHEN 'L'
               WHEN 'R'
                   MOVE -1 TO WRK-SINAL
               WHEN OTHER
                   MOVE 1 TO WRK-SINAL
           END-EVALUATE.

       0840-ROTULO-DA-CONTA.
           MOVE SPACES TO WRK-LINHA-ROTULO.
           STRING '  ' WRK-CONTA-CODIGO(WRK-IDX-CONTA) ' '
               WRK-CONTA-NOME(WRK-IDX-CONTA)
               DELIMITED BY SIZE INTO WRK-LINHA-ROTULO.

           COPY 'PSTAPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG75.
