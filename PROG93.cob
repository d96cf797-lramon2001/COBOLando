      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Bilheteria e financeiro dos clubes da liga. O modo 1
      * lanca (ou corrige, enquanto nao contabilizado) o publico, a
      * renda bruta e as despesas de um jogo de FIXTURES.DAT ja
      * disputado em BILHETERIA.DAT e rateia a renda liquida pelas
      * regras de LIGA-PARAM.CTL: o percentual da liga sai primeiro
      * e o restante e dividido entre mandante e visitante pelos
      * percentuais de cada um (que somam 100). O modo 2 contabiliza
      * em TRANS.DAT as cotas da liga ainda pendentes num voucher
      * unico 88AAMM - debito no banco contra credito na receita de
      * bilheteria da liga, contas do CONTA-MAPA.DAT (departamento
      * zero) - e marca os jogos, que dai em diante nao se alteram;
      * competencia corrente fechada em PERIODO-STATUS.DAT ou conta
      * sem mapeamento recusa a contabilizacao. O modo 3 emite o
      * extrato financeiro da temporada por clube em
      * EXTRATO-CLUBES.SPL: jogo a jogo, como mandante ou visitante,
      * a cota do clube e o saldo acumulado, com os totais do clube
      * e da liga. No fechamento de temporada (PROG58) o extrato vai
      * para a geracao FINANCEIRO-AAAA.DAT e a bilheteria e zerada.
      * RETURN-CODE 1 operacao recusada.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG93.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-MASTER-FILE ASSIGN TO "TEAM-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMF-CODIGO
               FILE STATUS IS WRK-STATUS-TEAM.
           SELECT FIXTURES-FILE ASSIGN TO "FIXTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FIXTURES.
           SELECT LIGA-PARAM-FILE ASSIGN TO "LIGA-PARAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LIGA-PRM.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           COPY 'BILHSL.COB'.
           COPY 'PSTASL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="EXTRATO-CLUBES.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  TEAM-MASTER-FILE.
       01  TEAM-MASTER-RECORD.
           05 TMF-CODIGO PIC 9(02).
           05 TMF-NOME   PIC X(20).
           05 TMF-PONTOS PIC 9(03).
           05 TMF-VITORIAS    PIC 9(03).
           05 TMF-EMPATES     PIC 9(03).
           05 TMF-DERROTAS    PIC 9(03).
           05 TMF-GOLS-PRO    PIC 9(03).
           05 TMF-GOLS-CONTRA PIC 9(03).
       FD  FIXTURES-FILE.
       01  FIXTURES-RECORD.
           05 FIX-RODADA        PIC 9(02).
           05 FIX-TIME-CASA     PIC 9(02).
           05 FIX-TIME-FORA     PIC 9(02).
           05 FIX-TEM-RESULTADO PIC X(01).
           05 FIX-POSSIVEL-WO   PIC X(01).
      * LIGA-PARAM.CTL e compartilhado com o PROG15 e o PROG58; as
      * regras de rateio da bilheteria ficam no fim da linha, depois
      * das janelas de transferencia.
       FD  LIGA-PARAM-FILE.
       01  LIGA-PARAM-RECORD.
           05 LGA-QTD-REBAIXADOS  PIC 9(02).
           05 LGA-LIMITE-AMARELOS PIC 9(02).
           05 LGA-JOGOS-VERMELHO  PIC 9(02).
           05 LGA-MAX-ELENCO      PIC 9(02).
           05 LGA-JANELA OCCURS 2 TIMES.
              10 LGA-JANELA-INICIO PIC 9(08).
              10 LGA-JANELA-FIM    PIC 9(08).
           05 LGA-PCT-LIGA        PIC 9(03)V99.
           05 LGA-PCT-CASA        PIC 9(03)V99.
           05 LGA-PCT-FORA        PIC 9(03)V99.
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
           COPY 'BILHFD.COB'.
           COPY 'PSTAFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'BILHWS.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-TEAM      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FIXTURES  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-LIGA-PRM  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-TEAM         PIC X(01) VALUES 'N'.
           88 FIM-TEAM VALUE 'S'.
       77  WRK-FIM-FIXTURES     PIC X(01) VALUES 'N'.
           88 FIM-FIXTURES VALUE 'S'.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-LANCAR      VALUE '1'.
           88 MODO-CONTABILIZAR VALUE '2'.
           88 MODO-EXTRATO     VALUE '3'.
           88 MODO-SAIR        VALUE '9'.
       01  WRK-COMPETENCIA-HOJE.
           05 WRK-COMP-HOJE-ANO PIC 9(04).
           05 WRK-COMP-HOJE-MES PIC 9(02).
       01  WRK-COMPETENCIA-HOJE-R REDEFINES WRK-COMPETENCIA-HOJE.
           05 FILLER             PIC 9(02).
           05 WRK-COMP-HOJE-AAMM PIC 9(04).
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       77  WRK-QTD-OPERACOES    PIC 9(05) VALUES ZEROS.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       77  WRK-CONFIRMA         PIC X(01) VALUES SPACE.
      * Regras de rateio de LIGA-PARAM.CTL; sem elas (ou com mandante
      * e visitante nao somando 100) a bilheteria nao e lancada.
       77  WRK-PCT-LIGA         PIC 9(03)V99 VALUES ZEROS.
       77  WRK-PCT-CASA         PIC 9(03)V99 VALUES ZEROS.
       77  WRK-PCT-FORA         PIC 9(03)V99 VALUES ZEROS.
       77  WRK-PCT-CLUBES       PIC 9(04)V99 VALUES ZEROS.
      * Times (nomes) e jogos da temporada.
       77  WRK-QTD-TIMES        PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-TIMES.
           05 WRK-TIME-ITEM OCCURS 20 TIMES
                             INDEXED BY WRK-IDX-TIME.
              10 WRK-TIME-CODIGO PIC 9(02).
              10 WRK-TIME-NOME   PIC X(20).
       77  WRK-TIME-PROC        PIC 9(02) VALUES ZEROS.
       77  WRK-CTR-TIME         PIC 9(02) VALUES ZEROS.
       77  WRK-NOME-TIME        PIC X(20) VALUES SPACES.
       77  WRK-QTD-FIXTURES     PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-FIXTURES.
           05 WRK-FIX-ITEM OCCURS 400 TIMES
                            INDEXED BY WRK-IDX-FIX.
              10 WRK-FIX-RODADA    PIC 9(02).
              10 WRK-FIX-CASA      PIC 9(02).
              10 WRK-FIX-FORA      PIC 9(02).
              10 WRK-FIX-RESULTADO PIC X(01).
       77  WRK-IDX-FIX-ACHADO   PIC 9(03) VALUES ZEROS.
      * Lancamento do jogo.
       77  WRK-RODADA-ENT       PIC 9(02) VALUES ZEROS.
       77  WRK-CASA-ENT         PIC 9(02) VALUES ZEROS.
       77  WRK-FORA-ENT         PIC 9(02) VALUES ZEROS.
       77  WRK-INGRESSOS-ENT    PIC 9(06) VALUES ZEROS.
       77  WRK-BRUTA-ENT        PIC 9(08)V99 VALUES ZEROS.
       77  WRK-DESPESAS-ENT     PIC 9(08)V99 VALUES ZEROS.
       77  WRK-RENDA-LIQUIDA    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-RESTO-CLUBES     PIC 9(08)V99 VALUES ZEROS.
       77  WRK-COTA-LIGA        PIC 9(08)V99 VALUES ZEROS.
       77  WRK-COTA-CASA        PIC 9(08)V99 VALUES ZEROS.
       77  WRK-COTA-FORA        PIC 9(08)V99 VALUES ZEROS.
      * Contabilizacao: contas do de-para (departamento zero) e
      * voucher 88AAMM da competencia corrente.
       77  WRK-CONTA-BANCO      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-RECEITA    PIC 9(04) VALUES ZEROS.
       01  WRK-VOUCHER-MENSAL   PIC 9(06) VALUES ZEROS.
       01  WRK-VOUCHER-MENSAL-R REDEFINES WRK-VOUCHER-MENSAL.
           05 WRK-VOUCHER-EVENTO PIC 9(02).
           05 WRK-VOUCHER-AAMM   PIC 9(04).
       77  WRK-MOTIVO-LANC      PIC X(10) VALUES SPACES.
       77  WRK-VALOR-LANC       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-LANC         PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-PENDENTES    PIC 9(03) VALUES ZEROS.
       77  WRK-TOT-LIGA-PEND    PIC 9(10)V99 VALUES ZEROS.
      * Extrato: clube pedido, linha do jogo, saldo corrido e totais.
       77  WRK-CLUBE-PEDIDO     PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-CLUBES-EMIT  PIC 9(02) VALUES ZEROS.
       77  WRK-MAIOR-RODADA     PIC 9(02) VALUES ZEROS.
       77  WRK-RODADA-EXT       PIC 9(02) VALUES ZEROS.
       77  WRK-MANDO            PIC X(09) VALUES SPACES.
       77  WRK-ADVERSARIO       PIC 9(02) VALUES ZEROS.
       77  WRK-COTA-CLUBE       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-SITUACAO-LINHA   PIC X(08) VALUES SPACES.
       77  WRK-CLB-JOGOS        PIC 9(03) VALUES ZEROS.
       77  WRK-CLB-PUBLICO      PIC 9(08) VALUES ZEROS.
       77  WRK-CLB-SALDO        PIC 9(10)V99 VALUES ZEROS.
       77  WRK-LIG-PUBLICO      PIC 9(08) VALUES ZEROS.
       77  WRK-LIG-BRUTA        PIC 9(10)V99 VALUES ZEROS.
       77  WRK-LIG-DESPESAS     PIC 9(10)V99 VALUES ZEROS.
       77  WRK-LIG-COTA         PIC 9(10)V99 VALUES ZEROS.
       77  WRK-LIG-CLUBES       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VALOR-2     PIC ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-SALDO       PIC ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-PUBLICO     PIC ZZ.ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-MASC-PCT         PIC ZZ9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG93' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-COMPETENCIA-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           PERFORM 9730-CARREGAR-BILHETERIA.
           IF BILHETERIA-ESTOUROU
               DISPLAY 'BILHETERIA.DAT MAIOR QUE A TABELA - NADA ' ,
                   'SERA REGRAVADO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0050-CARREGAR-TIMES.
           PERFORM 0060-CARREGAR-FIXTURES.
           PERFORM 0070-LER-PARAM-LIGA.
           PERFORM 0080-CARREGAR-MAPA.
           PERFORM 9670-CARREGAR-PERIODOS.
           PERFORM UNTIL MODO-SAIR
               DISPLAY ' '
               DISPLAY '1-LANCAR BILHETERIA DO JOGO  2-CONTABILIZAR ' ,
                   'COTA DA LIGA'
               DISPLAY '3-EXTRATO FINANCEIRO DOS CLUBES  9-SAIR: '
               ACCEPT WRK-MODO FROM CONSOLE
               EVALUATE TRUE
                   WHEN MODO-LANCAR
                       PERFORM 0100-LANCAR-BILHETERIA
                   WHEN MODO-CONTABILIZAR
                       PERFORM 0200-CONTABILIZAR-LIGA
                   WHEN MODO-EXTRATO
                       PERFORM 0300-EXTRATO-CLUBES
                   WHEN MODO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.
           MOVE WRK-QTD-OPERACOES TO WRK-TRAILER-QTD.
           IF RETURN-CODE = 1
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0050-CARREGAR-TIMES.
           MOVE ZEROS TO WRK-QTD-TIMES.
           MOVE 'N' TO WRK-FIM-TEAM.
           OPEN INPUT TEAM-MASTER-FILE.
           IF WRK-STATUS-TEAM = '00'
               PERFORM UNTIL FIM-TEAM
                   READ TEAM-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-TEAM
                       NOT AT END
                           IF WRK-QTD-TIMES < 20
                               ADD 1 TO WRK-QTD-TIMES
                               SET WRK-IDX-TIME TO WRK-QTD-TIMES
                               MOVE TMF-CODIGO TO
                                   WRK-TIME-CODIGO(WRK-IDX-TIME)
                               MOVE TMF-NOME TO
                                   WRK-TIME-NOME(WRK-IDX-TIME)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEAM-MASTER-FILE
           END-IF.

       0060-CARREGAR-FIXTURES.
           MOVE ZEROS TO WRK-QTD-FIXTURES.
           MOVE 'N' TO WRK-FIM-FIXTURES.
           OPEN INPUT FIXTURES-FILE.
           IF WRK-STATUS-FIXTURES = '00'
               PERFORM UNTIL FIM-FIXTURES
                   READ FIXTURES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-FIXTURES
                       NOT AT END
                           IF WRK-QTD-FIXTURES < 400
                               ADD 1 TO WRK-QTD-FIXTURES
                               SET WRK-IDX-FIX TO WRK-QTD-FIXTURES
                               MOVE FIX-RODADA TO
                                   WRK-FIX-RODADA(WRK-IDX-FIX)
                               MOVE FIX-TIME-CASA TO
                                   WRK-FIX-CASA(WRK-IDX-FIX)
                               MOVE FIX-TIME-FORA TO
                                   WRK-FIX-FORA(WRK-IDX-FIX)
                               MOVE FIX-TEM-RESULTADO TO
                                   WRK-FIX-RESULTADO(WRK-IDX-FIX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIXTURES-FILE
           END-IF.

      * Percentuais do rateio; campo ausente ou nao numerico fica
      * zerado e o lancamento e recusado ate a liga configurar.
       0070-LER-PARAM-LIGA.
           MOVE ZEROS TO WRK-PCT-LIGA WRK-PCT-CASA WRK-PCT-FORA.
           OPEN INPUT LIGA-PARAM-FILE.
           IF WRK-STATUS-LIGA-PRM = '00'
               READ LIGA-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LGA-PCT-LIGA IS NUMERIC
                          AND LGA-PCT-CASA IS NUMERIC
                          AND LGA-PCT-FORA IS NUMERIC
                           MOVE LGA-PCT-LIGA TO WRK-PCT-LIGA
                           MOVE LGA-PCT-CASA TO WRK-PCT-CASA
                           MOVE LGA-PCT-FORA TO WRK-PCT-FORA
                       END-IF
               END-READ
               CLOSE LIGA-PARAM-FILE
           END-IF.
           COMPUTE WRK-PCT-CLUBES = WRK-PCT-CASA + WRK-PCT-FORA.

       0080-CARREGAR-MAPA.
           OPEN INPUT CONTA-MAPA-FILE.
           IF WRK-STATUS-MAPA = '00'
               MOVE 'N' TO WRK-FIM-MAPA
               PERFORM UNTIL FIM-MAPA
                   READ CONTA-MAPA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MAPA
                       NOT AT END
                           IF MAP-DEPTO = ZEROS
                               EVALUATE MAP-CLASSE
                                   WHEN 'BANCO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-BANCO
                                   WHEN 'RECEITALIG'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-RECEITA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
           END-IF.

       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           PERFORM 9300-ABRIR-SPOOL.
           STRING '   EXTRATO FINANCEIRO DOS CLUBES - BILHETERIA DA '
               'TEMPORADA'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           PERFORM 0900-EMITIR-LINHA.

      * Bilheteria de um jogo disputado: o jogo tem de constar em
      * FIXTURES.DAT com resultado; jogo ja lancado e ainda nao
      * contabilizado pode ser corrigido, contabilizado nao.
       0100-LANCAR-BILHETERIA.
           MOVE SPACES TO WRK-MENSAGEM.
           IF WRK-PCT-CLUBES NOT = 100
              OR WRK-PCT-LIGA > 100
               MOVE 'RATEIO DE LIGA-PARAM.CTL NAO CONFIGURADO'
                   TO WRK-MENSAGEM
           END-IF.
           IF WRK-MENSAGEM = SPACES
               DISPLAY 'RODADA: '
               ACCEPT WRK-RODADA-ENT FROM CONSOLE
               DISPLAY 'TIME MANDANTE (COD): '
               ACCEPT WRK-CASA-ENT FROM CONSOLE
               DISPLAY 'TIME VISITANTE (COD): '
               ACCEPT WRK-FORA-ENT FROM CONSOLE
               PERFORM 0110-LOCALIZAR-JOGO
               EVALUATE TRUE
                   WHEN WRK-IDX-FIX-ACHADO = ZEROS
                       MOVE 'JOGO NAO CONSTA EM FIXTURES.DAT'
                           TO WRK-MENSAGEM
                   WHEN WRK-FIX-RESULTADO(WRK-IDX-FIX-ACHADO)
                           NOT = 'S'
                       MOVE 'JOGO AINDA SEM RESULTADO NO PROG15'
                           TO WRK-MENSAGEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-RODADA-ENT TO WRK-BIL-RODADA-PROC
               MOVE WRK-CASA-ENT   TO WRK-BIL-CASA-PROC
               MOVE WRK-FORA-ENT   TO WRK-BIL-FORA-PROC
               PERFORM 9732-LOCALIZAR-BILHETERIA
               IF WRK-BIL-IDX-ACHADO > ZEROS
                   IF WRK-BIL-VOUCHER(WRK-BIL-IDX-ACHADO) > ZEROS
                       MOVE 'JOGO JA CONTABILIZADO - NAO SE ALTERA'
                           TO WRK-MENSAGEM
                   ELSE
                       DISPLAY 'JOGO JA LANCADO - SUBSTITUIR (S/N)? '
                       ACCEPT WRK-CONFIRMA FROM CONSOLE
                       IF WRK-CONFIRMA NOT = 'S'
                           MOVE 'LANCAMENTO ANTERIOR MANTIDO'
                               TO WRK-MENSAGEM
                       END-IF
                   END-IF
               ELSE
                   IF WRK-QTD-BILHETERIA >= 400
                       MOVE 'BILHETERIA.DAT CHEIO' TO WRK-MENSAGEM
                   END-IF
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               DISPLAY 'INGRESSOS VENDIDOS: '
               ACCEPT WRK-INGRESSOS-ENT FROM CONSOLE
               DISPLAY 'RENDA BRUTA: '
               ACCEPT WRK-BRUTA-ENT FROM CONSOLE
               DISPLAY 'DESPESAS DO JOGO: '
               ACCEPT WRK-DESPESAS-ENT FROM CONSOLE
               IF WRK-DESPESAS-ENT > WRK-BRUTA-ENT
                   MOVE 'DESPESAS MAIORES QUE A RENDA BRUTA'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               DISPLAY 'LANCAMENTO RECUSADO: ' WRK-MENSAGEM
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 0150-RATEAR-RENDA
               PERFORM 0160-GUARDAR-JOGO
           END-IF.

       0110-LOCALIZAR-JOGO.
           MOVE ZEROS TO WRK-IDX-FIX-ACHADO.
           PERFORM VARYING WRK-IDX-FIX FROM 1 BY 1
                   UNTIL WRK-IDX-FIX > WRK-QTD-FIXTURES
               IF WRK-FIX-RODADA(WRK-IDX-FIX) = WRK-RODADA-ENT
                  AND WRK-FIX-CASA(WRK-IDX-FIX) = WRK-CASA-ENT
                  AND WRK-FIX-FORA(WRK-IDX-FIX) = WRK-FORA-ENT
                   SET WRK-IDX-FIX-ACHADO TO WRK-IDX-FIX
               END-IF
           END-PERFORM.

      * Renda liquida = bruta - despesas; a liga leva o seu
      * percentual e o restante vai para mandante e visitante - o
      * centavo do arredondamento fica com o visitante, para a soma
      * das tres cotas fechar com a renda liquida.
       0150-RATEAR-RENDA.
           COMPUTE WRK-RENDA-LIQUIDA = WRK-BRUTA-ENT - WRK-DESPESAS-ENT.
           COMPUTE WRK-COTA-LIGA ROUNDED =
               WRK-RENDA-LIQUIDA * WRK-PCT-LIGA / 100.
           COMPUTE WRK-RESTO-CLUBES =
               WRK-RENDA-LIQUIDA - WRK-COTA-LIGA.
           COMPUTE WRK-COTA-CASA ROUNDED =
               WRK-RESTO-CLUBES * WRK-PCT-CASA / 100.
           COMPUTE WRK-COTA-FORA = WRK-RESTO-CLUBES - WRK-COTA-CASA.

       0160-GUARDAR-JOGO.
           IF WRK-BIL-IDX-ACHADO = ZEROS
               ADD 1 TO WRK-QTD-BILHETERIA
               MOVE WRK-QTD-BILHETERIA TO WRK-BIL-IDX-ACHADO
           END-IF.
           SET WRK-IDX-BIL TO WRK-BIL-IDX-ACHADO.
           MOVE WRK-RODADA-ENT    TO WRK-BIL-RODADA(WRK-IDX-BIL).
           MOVE WRK-CASA-ENT      TO WRK-BIL-CASA(WRK-IDX-BIL).
           MOVE WRK-FORA-ENT      TO WRK-BIL-FORA(WRK-IDX-BIL).
           MOVE WRK-INGRESSOS-ENT TO WRK-BIL-INGRESSOS(WRK-IDX-BIL).
           MOVE WRK-BRUTA-ENT     TO WRK-BIL-BRUTA(WRK-IDX-BIL).
           MOVE WRK-DESPESAS-ENT  TO WRK-BIL-DESPESAS(WRK-IDX-BIL).
           MOVE WRK-COTA-LIGA     TO WRK-BIL-COTA-LIGA(WRK-IDX-BIL).
           MOVE WRK-COTA-CASA     TO WRK-BIL-COTA-CASA(WRK-IDX-BIL).
           MOVE WRK-COTA-FORA     TO WRK-BIL-COTA-FORA(WRK-IDX-BIL).
           MOVE WRK-DATA-HOJE     TO WRK-BIL-DATA-LANC(WRK-IDX-BIL).
           MOVE ZEROS             TO WRK-BIL-VOUCHER(WRK-IDX-BIL).
           PERFORM 9734-GRAVAR-BILHETERIA.
           ADD 1 TO WRK-QTD-OPERACOES.
           MOVE WRK-RENDA-LIQUIDA TO WRK-MASC-VALOR.
           DISPLAY 'RENDA LIQUIDA: ' WRK-MASC-VALOR.
           MOVE WRK-COTA-LIGA TO WRK-MASC-VALOR.
           MOVE WRK-PCT-LIGA TO WRK-MASC-PCT.
           DISPLAY '   COTA DA LIGA (' WRK-MASC-PCT '%): ' ,
               WRK-MASC-VALOR.
           MOVE WRK-COTA-CASA TO WRK-MASC-VALOR.
           DISPLAY '   COTA DO MANDANTE:   ' WRK-MASC-VALOR.
           MOVE WRK-COTA-FORA TO WRK-MASC-VALOR.
           DISPLAY '   COTA DO VISITANTE:  ' WRK-MASC-VALOR.

      * Cotas da liga ainda nao contabilizadas vao num voucher unico
      * da competencia corrente; os jogos ficam marcados com ele.
       0200-CONTABILIZAR-LIGA.
           MOVE SPACES TO WRK-MENSAGEM.
           MOVE WRK-COMPETENCIA-HOJE TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               MOVE 'COMPETENCIA CORRENTE FECHADA (PERIODO-STATUS)'
                   TO WRK-MENSAGEM
           END-IF.
           IF WRK-MENSAGEM = SPACES
              AND (WRK-CONTA-BANCO = ZEROS
                   OR WRK-CONTA-RECEITA = ZEROS)
               MOVE 'BANCO/RECEITALIG SEM MAPEAMENTO' TO WRK-MENSAGEM
           END-IF.
           MOVE ZEROS TO WRK-QTD-PENDENTES WRK-TOT-LIGA-PEND.
           PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                   UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
               IF WRK-BIL-VOUCHER(WRK-IDX-BIL) = ZEROS
                   ADD 1 TO WRK-QTD-PENDENTES
                   ADD WRK-BIL-COTA-LIGA(WRK-IDX-BIL)
                       TO WRK-TOT-LIGA-PEND
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-QTD-PENDENTES = ZEROS
                   DISPLAY 'NENHUM JOGO PENDENTE DE CONTABILIZACAO'
               WHEN WRK-MENSAGEM NOT = SPACES
                   DISPLAY 'CONTABILIZACAO RECUSADA: ' WRK-MENSAGEM
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 88 TO WRK-VOUCHER-EVENTO
                   MOVE WRK-COMP-HOJE-AAMM TO WRK-VOUCHER-AAMM
                   IF WRK-TOT-LIGA-PEND > ZEROS
                       PERFORM 0250-LANCAR-COTA-LIGA
                   END-IF
                   PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                           UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
                       IF WRK-BIL-VOUCHER(WRK-IDX-BIL) = ZEROS
                           MOVE WRK-VOUCHER-MENSAL
                               TO WRK-BIL-VOUCHER(WRK-IDX-BIL)
                       END-IF
                   END-PERFORM
                   PERFORM 9734-GRAVAR-BILHETERIA
                   ADD WRK-QTD-PENDENTES TO WRK-QTD-OPERACOES
                   MOVE WRK-TOT-LIGA-PEND TO WRK-MASC-TOTAL
                   DISPLAY 'JOGOS CONTABILIZADOS: ' WRK-QTD-PENDENTES ,
                       '  COTA DA LIGA: ' WRK-MASC-TOTAL ,
                       '  VOUCHER ' WRK-VOUCHER-MENSAL
           END-EVALUATE.

       0250-LANCAR-COTA-LIGA.
           MOVE SPACES TO WRK-MOTIVO-LANC.
           STRING 'LIGA' WRK-COMPETENCIA-HOJE
                  DELIMITED BY SIZE INTO WRK-MOTIVO-LANC.
           PERFORM 0700-ABRIR-TRANS.
           MOVE WRK-CONTA-BANCO TO TRN-CONTA.
           MOVE 'D' TO TRN-DC.
           MOVE WRK-TOT-LIGA-PEND TO WRK-VALOR-LANC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-RECEITA TO TRN-CONTA.
           MOVE 'C' TO TRN-DC.
           MOVE WRK-TOT-LIGA-PEND TO WRK-VALOR-LANC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           CLOSE TRANS-FILE.

      * Extrato financeiro da temporada por clube: os jogos em ordem
      * de rodada, como mandante ou visitante, com a cota do clube e
      * o saldo acumulado; zeros emite todos os clubes e os totais
      * da liga.
       0300-EXTRATO-CLUBES.
           DISPLAY 'CODIGO DO CLUBE (ZEROS PARA TODOS): '.
           ACCEPT WRK-CLUBE-PEDIDO FROM CONSOLE.
           IF WRK-CLUBE-PEDIDO NOT = ZEROS
               MOVE WRK-CLUBE-PEDIDO TO WRK-TIME-PROC
               PERFORM 0390-NOME-DO-TIME
           END-IF.
           IF WRK-CLUBE-PEDIDO NOT = ZEROS
              AND WRK-NOME-TIME = 'NAO CADASTRADO'
               DISPLAY 'CLUBE NAO CADASTRADO EM TEAM-MASTER.DAT: ' ,
                   WRK-CLUBE-PEDIDO
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO WRK-QTD-CLUBES-EMIT WRK-MAIOR-RODADA
                             WRK-LIG-PUBLICO WRK-LIG-BRUTA
                             WRK-LIG-DESPESAS WRK-LIG-COTA
                             WRK-LIG-CLUBES
               PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                       UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
                   IF WRK-BIL-RODADA(WRK-IDX-BIL) > WRK-MAIOR-RODADA
                       MOVE WRK-BIL-RODADA(WRK-IDX-BIL)
                           TO WRK-MAIOR-RODADA
                   END-IF
                   ADD WRK-BIL-INGRESSOS(WRK-IDX-BIL)
                       TO WRK-LIG-PUBLICO
                   ADD WRK-BIL-BRUTA(WRK-IDX-BIL) TO WRK-LIG-BRUTA
                   ADD WRK-BIL-DESPESAS(WRK-IDX-BIL)
                       TO WRK-LIG-DESPESAS
                   ADD WRK-BIL-COTA-LIGA(WRK-IDX-BIL) TO WRK-LIG-COTA
                   ADD WRK-BIL-COTA-CASA(WRK-IDX-BIL)
                       WRK-BIL-COTA-FORA(WRK-IDX-BIL)
                       TO WRK-LIG-CLUBES
               END-PERFORM
               PERFORM 0090-MONTAR-CABECALHO
               PERFORM VARYING WRK-IDX-TIME FROM 1 BY 1
                       UNTIL WRK-IDX-TIME > WRK-QTD-TIMES
                   IF WRK-CLUBE-PEDIDO = ZEROS
                      OR WRK-CLUBE-PEDIDO =
                          WRK-TIME-CODIGO(WRK-IDX-TIME)
                       PERFORM 0310-EXTRATO-CLUBE
                   END-IF
               END-PERFORM
               PERFORM 0350-FECHO-EXTRATO
           END-IF.

       0310-EXTRATO-CLUBE.
           ADD 1 TO WRK-QTD-CLUBES-EMIT.
           MOVE ZEROS TO WRK-CLB-JOGOS WRK-CLB-PUBLICO WRK-CLB-SALDO.
           IF WRK-QTD-CLUBES-EMIT > 1
               MOVE WRK-SPOOL-LINHAS-PAG TO WRK-SPOOL-LINHA-ATUAL
           END-IF.
           STRING '   CLUBE ' WRK-TIME-CODIGO(WRK-IDX-TIME) ' - '
               WRK-TIME-NOME(WRK-IDX-TIME)
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           STRING '   RD  MANDO     ADVERSARIO              PUBL'
               'ICO    RENDA LIQ.    COTA CLUBE         SALDO'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           PERFORM VARYING WRK-RODADA-EXT FROM 1 BY 1
                   UNTIL WRK-RODADA-EXT > WRK-MAIOR-RODADA
               PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                       UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
                   IF WRK-BIL-RODADA(WRK-IDX-BIL) = WRK-RODADA-EXT
                      AND (WRK-BIL-CASA(WRK-IDX-BIL) =
                              WRK-TIME-CODIGO(WRK-IDX-TIME)
                           OR WRK-BIL-FORA(WRK-IDX-BIL) =
                              WRK-TIME-CODIGO(WRK-IDX-TIME))
                       PERFORM 0320-LINHA-JOGO
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WRK-CLB-JOGOS = ZEROS
               MOVE '   SEM BILHETERIA LANCADA NA TEMPORADA.'
                   TO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
           END-IF.
           MOVE WRK-CLB-PUBLICO TO WRK-MASC-PUBLICO.
           MOVE WRK-CLB-SALDO TO WRK-MASC-TOTAL.
           STRING '   JOGOS: ' WRK-CLB-JOGOS
               '   PUBLICO COMO MANDANTE: ' WRK-MASC-PUBLICO
               '   TOTAL: ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           PERFORM 0900-EMITIR-LINHA.

      * Jogo ainda nao contabilizado sai marcado como PENDENTE.
       0320-LINHA-JOGO.
           ADD 1 TO WRK-CLB-JOGOS.
           IF WRK-BIL-CASA(WRK-IDX-BIL) =
                   WRK-TIME-CODIGO(WRK-IDX-TIME)
               MOVE 'MANDANTE'  TO WRK-MANDO
               MOVE WRK-BIL-FORA(WRK-IDX-BIL) TO WRK-ADVERSARIO
               MOVE WRK-BIL-COTA-CASA(WRK-IDX-BIL) TO WRK-COTA-CLUBE
               ADD WRK-BIL-INGRESSOS(WRK-IDX-BIL) TO WRK-CLB-PUBLICO
           ELSE
               MOVE 'VISITANTE' TO WRK-MANDO
               MOVE WRK-BIL-CASA(WRK-IDX-BIL) TO WRK-ADVERSARIO
               MOVE WRK-BIL-COTA-FORA(WRK-IDX-BIL) TO WRK-COTA-CLUBE
           END-IF.
           ADD WRK-COTA-CLUBE TO WRK-CLB-SALDO.
           IF WRK-BIL-VOUCHER(WRK-IDX-BIL) = ZEROS
               MOVE 'PENDENTE' TO WRK-SITUACAO-LINHA
           ELSE
               MOVE SPACES TO WRK-SITUACAO-LINHA
           END-IF.
           MOVE WRK-ADVERSARIO TO WRK-TIME-PROC.
           PERFORM 0390-NOME-DO-TIME.
           MOVE WRK-BIL-INGRESSOS(WRK-IDX-BIL) TO WRK-MASC-PUBLICO.
           COMPUTE WRK-MASC-VALOR = WRK-BIL-BRUTA(WRK-IDX-BIL)
               - WRK-BIL-DESPESAS(WRK-IDX-BIL).
           MOVE WRK-COTA-CLUBE TO WRK-MASC-VALOR-2.
           MOVE WRK-CLB-SALDO TO WRK-MASC-SALDO.
           STRING '   ' WRK-BIL-RODADA(WRK-IDX-BIL) '  ' WRK-MANDO
               ' ' WRK-NOME-TIME ' ' WRK-MASC-PUBLICO ' '
               WRK-MASC-VALOR ' ' WRK-MASC-VALOR-2 ' '
               WRK-MASC-SALDO ' ' WRK-SITUACAO-LINHA
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.

       0350-FECHO-EXTRATO.
           IF WRK-CLUBE-PEDIDO = ZEROS
               MOVE '   TOTAIS DA LIGA NA TEMPORADA' TO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               MOVE WRK-LIG-PUBLICO TO WRK-MASC-PUBLICO
               STRING '   JOGOS: ' WRK-QTD-BILHETERIA
                   '   PUBLICO: ' WRK-MASC-PUBLICO
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               MOVE WRK-LIG-BRUTA TO WRK-MASC-TOTAL
               STRING '   RENDA BRUTA:     ' WRK-MASC-TOTAL
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               MOVE WRK-LIG-DESPESAS TO WRK-MASC-TOTAL
               STRING '   DESPESAS:        ' WRK-MASC-TOTAL
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               MOVE WRK-LIG-COTA TO WRK-MASC-TOTAL
               STRING '   COTA DA LIGA:    ' WRK-MASC-TOTAL
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               MOVE WRK-LIG-CLUBES TO WRK-MASC-TOTAL
               STRING '   COTAS DOS CLUBES:' WRK-MASC-TOTAL
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
           END-IF.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY 'EXTRATO GRAVADO EM EXTRATO-CLUBES.SPL'.
           DISPLAY WRK-RODAPE-MENSAGEM.
           ADD 1 TO WRK-QTD-OPERACOES.

       0390-NOME-DO-TIME.
           MOVE 'NAO CADASTRADO' TO WRK-NOME-TIME.
           PERFORM VARYING WRK-CTR-TIME FROM 1 BY 1
                   UNTIL WRK-CTR-TIME > WRK-QTD-TIMES
               IF WRK-TIME-CODIGO(WRK-CTR-TIME) = WRK-TIME-PROC
                   MOVE WRK-TIME-NOME(WRK-CTR-TIME) TO WRK-NOME-TIME
               END-IF
           END-PERFORM.

       0700-ABRIR-TRANS.
           OPEN EXTEND TRANS-FILE.
           IF WRK-STATUS-TRANS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.

       0710-GRAVAR-LANCAMENTO.
           MOVE WRK-VALOR-LANC     TO TRN-VALOR.
           MOVE WRK-DATA-HOJE      TO TRN-DATA.
           MOVE WRK-MOTIVO-LANC    TO TRN-MOTIVO.
           MOVE WRK-VOUCHER-MENSAL TO TRN-VOUCHER.
           WRITE TRANS-RECORD.
           ADD 1 TO WRK-QTD-LANC.

      * Linha do relatorio: spool e tela.
       0900-EMITIR-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

           COPY 'BILHPR.COB'.
           COPY 'PSTAPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG93.
