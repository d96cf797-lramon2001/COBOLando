      * inadimplencia por meses de atraso e regrava
      * BLOQUEIO-BOLETIM.DAT com as matriculas alem do limite de 3
      * meses - e esse arquivo que o boletim do PROG07 consulta para
      * segurar a impressao. O modo 4 baixa como perda a mensalidade
      * vencida incobravel (situacao 'B') e o modo 5 concilia a soma
      * das mensalidades em aberto com o saldo da conta de
      * mensalidades a receber em SALDOS.DAT. Geracao, pagamento e
      * perda lancam em TRANS.DAT, com as contas do CONTA-MAPA.DAT
      * (departamento zero): na geracao, voucher 81AAMM, debito a
      * receber pelo liquido e no desconto de irmao (deducao da
      * receita) contra credito na receita pelo bruto; no pagamento,
      * voucher 82AAMM, debito no banco contra credito a receber
      * pelo valor original e na receita de mora pela multa e juros;
      * na perda, voucher 83AAMM, debito na despesa de perda contra
      * credito a receber. Competencia corrente fechada em
      * PERIODO-STATUS.DAT ou conta sem mapeamento recusa a operacao.
      * RETURN-CODE 1 operacao recusada, 4 conciliacao divergente.
      * Tectonics: cobc
      *
      * Modification History:
      *              varrida antes de gravar, e aluno com varias
      *              competencias em atraso entra uma unica vez em
      *              BLOQUEIO-BOLETIM.DAT.
      * 15/10/2026 - Geracao, pagamento e a nova baixa por perda
      *              (modo 4) lancam na contabilidade pelo de-para
      *              CONTA-MAPA.DAT, respeitando PERIODO-STATUS.DAT;
      *              modo 5 concilia o a receber com SALDOS.DAT.
      *              MENSALIDADES.DAT passa a ser regravado logo apos
      *              cada lancamento.
      * 15/10/2026 - Mora pelo calendario de feriados compartilhado
      *              (FERIADOS.DAT): mensalidade cujo prazo (ultimo
      *              dia do mes da competencia) cai em fim de semana
      *              ou feriado pode ser paga sem mora ate o primeiro
      *              dia util seguinte e so entra na inadimplencia e
      *              no bloqueio depois dele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG57.
           SELECT BLOQUEIO-FILE ASSIGN TO "BLOQUEIO-BOLETIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BLOQUEIO.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           COPY 'PSTASL.COB'.
           COPY 'TRAILESL.COB'.
           COPY 'CALNSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       FD  BLOQUEIO-FILE.
       01  BLOQUEIO-RECORD.
           05 BLQ-MATRICULA    PIC 9(05).
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
       FD  SALDOS-FILE.
       01  SALDOS-RECORD.
           05 SAL-CONTA   PIC 9(04).
           05 FILLER      PIC X(01).
           05 SAL-SALDO   PIC S9(10)V99 SIGN IS LEADING SEPARATE.
           COPY 'PSTAFD.COB'.
           COPY 'TRAILEFD.COB'.
           COPY 'CALNFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'CALNWS.COB'.
       77  WRK-STATUS-ALUNO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MENSAL    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PRECOS    PIC X(02) VALUES ZEROS.
           88 MODO-GERAR         VALUE '1'.
           88 MODO-BAIXAR        VALUE '2'.
           88 MODO-INADIMPLENCIA VALUE '3'.
           88 MODO-PERDA         VALUE '4'.
           88 MODO-CONCILIAR     VALUE '5'.
           88 MODO-SAIR          VALUE '9'.
       01  WRK-COMPETENCIA-HOJE.
           05 WRK-COMP-HOJE-ANO PIC 9(04).
           05 WRK-COMP-HOJE-MES PIC 9(02).
       01  WRK-COMPETENCIA-HOJE-R REDEFINES WRK-COMPETENCIA-HOJE.
           05 FILLER             PIC 9(02).
           05 WRK-COMP-HOJE-AAMM PIC 9(04).
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       77  WRK-QTD-OPERACOES    PIC 9(05) VALUES ZEROS.
      * Regras de mora das mensalidades (mesma mecanica da baixa de
      * emprestimos do PROG26) e limite de meses para o bloqueio do
           05 WRK-VENC-ANO      PIC 9(04).
           05 WRK-VENC-MES      PIC 9(02).
       77  WRK-MESES-ATRASO     PIC S9(05) VALUES ZEROS.
      * Prazo da mensalidade: ultimo dia do mes da competencia, levado
      * ao primeiro dia util seguinte pelo calendario de feriados.
       77  WRK-DATA-PRAZO       PIC 9(08) VALUES ZEROS.
       77  WRK-MULTA-CALC       PIC 9(06)V99 VALUES ZEROS.
       77  WRK-JUROS-CALC       PIC 9(06)V99 VALUES ZEROS.
       77  WRK-VALOR-CORRIGIDO  PIC 9(06)V99 VALUES ZEROS.
           05 WRK-BLOQ-MATR PIC 9(05) OCCURS 200 TIMES
                             INDEXED BY WRK-IDX-BLQ.
       77  WRK-MASC-VALOR       PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-CONFIRMA         PIC X(01) VALUES SPACE.
      * Contabilizacao: contas do de-para (departamento zero) e
      * voucher do evento - 81AAMM geracao, 82AAMM pagamento, 83AAMM
      * perda, AAMM da competencia corrente.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SALDOS    PIC X(02) VALUES ZEROS.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-FIM-SALDOS       PIC X(01) VALUES 'N'.
           88 FIM-SALDOS VALUE 'S'.
       77  WRK-CONTA-RECEBER    PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-RECEITA    PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-DESCONTO   PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-BANCO      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-MORA       PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-PERDA      PIC 9(04) VALUES ZEROS.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       01  WRK-VOUCHER-MENSAL   PIC 9(06) VALUES ZEROS.
       01  WRK-VOUCHER-MENSAL-R REDEFINES WRK-VOUCHER-MENSAL.
           05 WRK-VOUCHER-EVENTO PIC 9(02).
           05 WRK-VOUCHER-AAMM   PIC 9(04).
       77  WRK-MOTIVO-LANC      PIC X(10) VALUES SPACES.
       77  WRK-VALOR-LANC       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-LANC         PIC 9(05) VALUES ZEROS.
      * Totais da geracao: bruto pela tabela de precos, liquido apos
      * o desconto de irmao e o desconto que vai para a deducao.
       77  WRK-VALOR-BRUTO      PIC 9(06)V99 VALUES ZEROS.
       77  WRK-TOT-BRUTO        PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOT-LIQUIDO      PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOT-DESCONTO     PIC 9(10)V99 VALUES ZEROS.
       77  WRK-MORA-CALC        PIC 9(06)V99 VALUES ZEROS.
      * Conciliacao do a receber.
       77  WRK-TOT-ABERTO       PIC S9(10)V99 VALUES ZEROS.
       77  WRK-SALDO-RECEBER    PIC S9(10)V99 VALUES ZEROS.
       77  WRK-DIFERENCA        PIC S9(10)V99 VALUES ZEROS.
       77  WRK-QTD-ABERTAS      PIC 9(04) VALUES ZEROS.
       77  WRK-MASC-SALDO       PIC ---.---.---.--9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG57' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-COMPETENCIA-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           PERFORM 0050-CARREGAR-MENSALIDADES.
           IF CARGA-ESTOUROU
               DISPLAY 'MENSALIDADES.DAT MAIOR QUE A TABELA - ' ,
           END-IF.
           PERFORM 0060-CARREGAR-PRECOS.
           PERFORM 0070-CARREGAR-FAMILIAS.
           PERFORM 0080-CARREGAR-MAPA.
           PERFORM 9670-CARREGAR-PERIODOS.
           PERFORM 9810-CARREGAR-CALENDARIO.
           PERFORM UNTIL MODO-SAIR
               DISPLAY ' '
               DISPLAY '1-GERAR MENSALIDADES  2-BAIXAR PAGAMENTO  ' ,
                   '3-INADIMPLENCIA E BLOQUEIO'
               DISPLAY '4-BAIXAR COMO PERDA  5-CONCILIAR A RECEBER  ' ,
                   '9-SAIR: '
               ACCEPT WRK-MODO FROM CONSOLE
               EVALUATE TRUE
                   WHEN MODO-GERAR
                       PERFORM 0200-BAIXAR-PAGAMENTO
                   WHEN MODO-INADIMPLENCIA
                       PERFORM 0300-INADIMPLENCIA
                   WHEN MODO-PERDA
                       PERFORM 0500-BAIXAR-PERDA
                   WHEN MODO-CONCILIAR
                       PERFORM 0600-CONCILIAR-RECEBER
                   WHEN MODO-SAIR
                       CONTINUE
                   WHEN OTHER
               PERFORM 0400-REGRAVAR-MENSALIDADES
           END-IF.
           MOVE WRK-QTD-OPERACOES TO WRK-TRAILER-QTD.
           IF RETURN-CODE = 1
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * corrente, pelo preco da turma, com o desconto de irmao do
      * segundo aluno da familia em diante; a matricula que ja tem a
      * competencia gerada e pulada.
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
                                   WHEN 'RECEBALUNO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-RECEBER
                                   WHEN 'RECEITAMEN'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-RECEITA
                                   WHEN 'DESCIRMAO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-DESCONTO
                                   WHEN 'BANCO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-BANCO
                                   WHEN 'RECEITAMOR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-MORA
                                   WHEN 'PERDAMENS'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-PERDA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
           END-IF.

      * Todo evento contabil cai na competencia corrente; fechada em
      * PERIODO-STATUS.DAT, a operacao e recusada inteira para o
      * cadastro nao andar sem a contabilidade.
       0090-CONFERIR-PERIODO.
           MOVE WRK-COMPETENCIA-HOJE TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               MOVE 'COMPETENCIA CORRENTE FECHADA (PERIODO-STATUS)'
                   TO WRK-MENSAGEM
           END-IF.

      * Uma mensalidade por aluno matriculado na competencia
      * corrente, pelo preco da turma, com o desconto de irmao do
      * segundo aluno da familia em diante; a matricula que ja tem a
      * competencia gerada e pulada. O que foi gerado vai para a
      * contabilidade num voucher unico da geracao.
       0100-GERAR-MENSALIDADES.
           MOVE SPACES TO WRK-MENSAGEM.
           PERFORM 0090-CONFERIR-PERIODO.
           IF WRK-MENSAGEM = SPACES
              AND (WRK-CONTA-RECEBER = ZEROS
                   OR WRK-CONTA-RECEITA = ZEROS
                   OR (WRK-PCT-IRMAO > ZEROS
                       AND WRK-CONTA-DESCONTO = ZEROS))
               MOVE 'RECEBALUNO/RECEITAMEN/DESCIRMAO SEM MAPEAMENTO'
                   TO WRK-MENSAGEM
           END-IF.
           EVALUATE TRUE
               WHEN WRK-QTD-PRECOS = ZEROS
                   DISPLAY 'PRECOS-TURMA.DAT NAO ENCONTRADO OU ' ,
                       'VAZIO - GERACAO IMPOSSIVEL'
               WHEN WRK-MENSAGEM NOT = SPACES
                   DISPLAY 'GERACAO RECUSADA: ' WRK-MENSAGEM
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO WRK-QTD-GERADAS WRK-TOT-BRUTO
                                 WRK-TOT-LIQUIDO
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   OPEN INPUT STUDENT-FILE
                   IF WRK-STATUS-ALUNO NOT = '00'
                       DISPLAY 'STUDENT.DAT NAO ENCONTRADO - NADA A ' ,
                           'GERAR'
                   ELSE
                       PERFORM UNTIL FIM-ARQUIVO
                           READ STUDENT-FILE NEXT RECORD
                               AT END
                                   MOVE 'S' TO WRK-FIM-ARQUIVO
                               NOT AT END
                                   PERFORM 0150-GERAR-UMA
                           END-READ
                       END-PERFORM
                       CLOSE STUDENT-FILE
                       DISPLAY 'MENSALIDADES GERADAS NA COMPETENCIA ' ,
                           WRK-COMPETENCIA-HOJE ': ' WRK-QTD-GERADAS
                       IF WRK-QTD-GERADAS > ZEROS
                           PERFORM 0170-LANCAR-GERACAO
                           PERFORM 0400-REGRAVAR-MENSALIDADES
                           MOVE 'N' TO WRK-TABELA-MUDOU
                       END-IF
                   END-IF
           END-EVALUATE.

       0150-GERAR-UMA.
           MOVE 'N' TO WRK-JA-TEM.
                       'NA TABELA - ALUNO ' ALU-MATRICULA ,
                       ' SEM MENSALIDADE'
               ELSE
                   MOVE WRK-VALOR-MENSAL TO WRK-VALOR-BRUTO
                   PERFORM 0160-APLICAR-DESCONTO-IRMAO
                   IF WRK-QTD-MENSAL < 600
                       ADD 1 TO WRK-QTD-MENSAL
                       MOVE 'S' TO WRK-TABELA-MUDOU
                       ADD 1 TO WRK-QTD-GERADAS
                       ADD 1 TO WRK-QTD-OPERACOES
                       ADD WRK-VALOR-BRUTO  TO WRK-TOT-BRUTO
                       ADD WRK-VALOR-MENSAL TO WRK-TOT-LIQUIDO
                   ELSE
                       DISPLAY 'TABELA DE MENSALIDADES CHEIA - ' ,
                           'ALUNO ' ALU-MATRICULA ' SEM MENSALIDADE'
               END-IF
           END-IF.

      * Voucher 81AAMM da geracao: debito a receber pelo liquido e
      * na deducao de receita pelo desconto de irmao, credito na
      * receita de mensalidades pelo bruto da tabela de precos.
       0170-LANCAR-GERACAO.
           COMPUTE WRK-TOT-DESCONTO = WRK-TOT-BRUTO - WRK-TOT-LIQUIDO.
           MOVE 81 TO WRK-VOUCHER-EVENTO.
           MOVE WRK-COMP-HOJE-AAMM TO WRK-VOUCHER-AAMM.
           MOVE SPACES TO WRK-MOTIVO-LANC.
           STRING 'MENS' WRK-COMPETENCIA-HOJE
                  DELIMITED BY SIZE INTO WRK-MOTIVO-LANC.
           PERFORM 0700-ABRIR-TRANS.
           IF WRK-TOT-LIQUIDO > ZEROS
               MOVE WRK-CONTA-RECEBER TO TRN-CONTA
               MOVE 'D' TO TRN-DC
               MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-LANC
               PERFORM 0710-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-DESCONTO > ZEROS
               MOVE WRK-CONTA-DESCONTO TO TRN-CONTA
               MOVE 'D' TO TRN-DC
               MOVE WRK-TOT-DESCONTO TO WRK-VALOR-LANC
               PERFORM 0710-GRAVAR-LANCAMENTO
           END-IF.
           MOVE WRK-CONTA-RECEITA TO TRN-CONTA.
           MOVE 'C' TO TRN-DC.
           MOVE WRK-TOT-BRUTO TO WRK-VALOR-LANC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           CLOSE TRANS-FILE.
           DISPLAY 'GERACAO LANCADA NO VOUCHER ' WRK-VOUCHER-MENSAL.

      * Baixa pelo valor corrigido de mora, com valor original,
      * multa e juros gravados separados - a mesma mecanica da baixa
      * de emprestimos do PROG26.
       0200-BAIXAR-PAGAMENTO.
           PERFORM 0210-LOCALIZAR-MENSALIDADE.
           EVALUATE TRUE
               WHEN WRK-IDX-ACHADO = ZEROS
                   DISPLAY 'MENSALIDADE NAO ENCONTRADA.'
               WHEN WRK-MEN-SITUACAO(WRK-IDX-ACHADO) = 'P'
                   DISPLAY 'MENSALIDADE JA PAGA.'
               WHEN WRK-MEN-SITUACAO(WRK-IDX-ACHADO) = 'B'
                   DISPLAY 'MENSALIDADE BAIXADA COMO PERDA.'
               WHEN OTHER
                   PERFORM 0250-EFETIVAR-PAGAMENTO
           END-EVALUATE.

       0210-LOCALIZAR-MENSALIDADE.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA-BAIXA FROM CONSOLE.
           DISPLAY 'COMPETENCIA DA MENSALIDADE (AAAAMM): '.
                   SET WRK-IDX-ACHADO TO WRK-IDX-MEN
               END-IF
           END-PERFORM.

       0250-EFETIVAR-PAGAMENTO.
           MOVE WRK-MEN-COMPETENCIA(WRK-IDX-ACHADO)
               TO WRK-VENC-MENSAL.
           COMPUTE WRK-MESES-ATRASO =
               (WRK-COMP-HOJE-ANO - WRK-VENC-ANO) * 12 +
               (WRK-COMP-HOJE-MES - WRK-VENC-MES).
           IF WRK-MESES-ATRASO > ZEROS
               PERFORM 0255-PRAZO-VENCIMENTO
               IF WRK-DATA-HOJE NOT > WRK-DATA-PRAZO
                   MOVE ZEROS TO WRK-MESES-ATRASO
               END-IF
           END-IF.
           IF WRK-MESES-ATRASO > ZEROS
               COMPUTE WRK-MULTA-CALC ROUNDED =
                   WRK-MEN-VALOR(WRK-IDX-ACHADO) *
                   WRK-MULTA-PCT / 100
               COMPUTE WRK-JUROS-CALC ROUNDED =
                   WRK-MEN-VALOR(WRK-IDX-ACHADO) *
                   WRK-JUROS-PCT / 100 * WRK-MESES-ATRASO
           ELSE
               MOVE ZEROS TO WRK-MULTA-CALC WRK-JUROS-CALC
           END-IF.
           COMPUTE WRK-MORA-CALC = WRK-MULTA-CALC + WRK-JUROS-CALC.
           COMPUTE WRK-VALOR-CORRIGIDO =
               WRK-MEN-VALOR(WRK-IDX-ACHADO) + WRK-MORA-CALC.
           MOVE SPACES TO WRK-MENSAGEM.
           PERFORM 0090-CONFERIR-PERIODO.
           IF WRK-MENSAGEM = SPACES
              AND (WRK-CONTA-RECEBER = ZEROS
                   OR WRK-CONTA-BANCO = ZEROS
                   OR (WRK-MORA-CALC > ZEROS
                       AND WRK-CONTA-MORA = ZEROS))
               MOVE 'RECEBALUNO/BANCO/RECEITAMOR SEM MAPEAMENTO'
                   TO WRK-MENSAGEM
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               DISPLAY 'PAGAMENTO RECUSADO: ' WRK-MENSAGEM
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 'P' TO WRK-MEN-SITUACAO(WRK-IDX-ACHADO)
               MOVE WRK-VALOR-CORRIGIDO TO
                   WRK-MEN-VALOR-PAGO(WRK-IDX-ACHADO)
               MOVE WRK-MULTA-CALC TO
                   WRK-MEN-MULTA(WRK-IDX-ACHADO)
               MOVE WRK-JUROS-CALC TO
                   WRK-MEN-JUROS(WRK-IDX-ACHADO)
               MOVE WRK-COMPETENCIA-HOJE TO
                   WRK-MEN-DATA-PAGTO(WRK-IDX-ACHADO)
               ADD 1 TO WRK-QTD-OPERACOES
               PERFORM 0270-LANCAR-PAGAMENTO
               PERFORM 0400-REGRAVAR-MENSALIDADES
               MOVE 'N' TO WRK-TABELA-MUDOU
               MOVE WRK-VALOR-CORRIGIDO TO WRK-MASC-VALOR
               DISPLAY 'MENSALIDADE BAIXADA POR: ' WRK-MASC-VALOR
           END-IF.

      * Prazo de pagamento sem mora da competencia em
      * WRK-VENC-MENSAL: o ultimo dia do mes ou, se ele cai em fim de
      * semana ou feriado (FERIADOS.DAT), o primeiro dia util
      * seguinte. Pago ate esse dia, o aluno nao paga mora nem entra
      * na inadimplencia.
       0255-PRAZO-VENCIMENTO.
           IF WRK-VENC-MES = 12
               COMPUTE WRK-DATA-PRAZO =
                   (WRK-VENC-ANO + 1) * 10000 + 0101
           ELSE
               COMPUTE WRK-DATA-PRAZO =
                   WRK-VENC-ANO * 10000 + (WRK-VENC-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-CAL-DATA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-PRAZO) - 1).
           PERFORM 9820-PROXIMO-DIA-UTIL.
           MOVE WRK-CAL-DATA-UTIL TO WRK-DATA-PRAZO.

      * Voucher 82AAMM do pagamento: debito no banco pelo valor
      * recebido, credito a receber pelo valor original e na receita
      * de mora pela multa e juros.
       0270-LANCAR-PAGAMENTO.
           MOVE 82 TO WRK-VOUCHER-EVENTO.
           MOVE WRK-COMP-HOJE-AAMM TO WRK-VOUCHER-AAMM.
           MOVE SPACES TO WRK-MOTIVO-LANC.
           STRING 'MENPG' WRK-MATRICULA-BAIXA
                  DELIMITED BY SIZE INTO WRK-MOTIVO-LANC.
           PERFORM 0700-ABRIR-TRANS.
           MOVE WRK-CONTA-BANCO TO TRN-CONTA.
           MOVE 'D' TO TRN-DC.
           MOVE WRK-VALOR-CORRIGIDO TO WRK-VALOR-LANC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-RECEBER TO TRN-CONTA.
           MOVE 'C' TO TRN-DC.
           MOVE WRK-MEN-VALOR(WRK-IDX-ACHADO) TO WRK-VALOR-LANC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           IF WRK-MORA-CALC > ZEROS
               MOVE WRK-CONTA-MORA TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               MOVE WRK-MORA-CALC TO WRK-VALOR-LANC
               PERFORM 0710-GRAVAR-LANCAMENTO
           END-IF.
           CLOSE TRANS-FILE.

      * Inadimplencia por meses de atraso e regravacao de
      * BLOQUEIO-BOLETIM.DAT com as matriculas alem do limite - o
      * boletim do PROG07 consulta esse arquivo antes de imprimir.
      * Mensalidade ainda dentro do prazo do 0255 nao e vencida.
       0300-INADIMPLENCIA.
           MOVE ZEROS TO WRK-QTD-VENCIDAS WRK-QTD-BLOQUEADOS
               WRK-QTD-BLOQ-TAB.
               IF WRK-MEN-SITUACAO(WRK-IDX-MEN) = 'A'
                  AND WRK-MEN-COMPETENCIA(WRK-IDX-MEN) <
                      WRK-COMPETENCIA-HOJE
                   MOVE WRK-MEN-COMPETENCIA(WRK-IDX-MEN)
                       TO WRK-VENC-MENSAL
                   PERFORM 0255-PRAZO-VENCIMENTO
                   IF WRK-DATA-HOJE > WRK-DATA-PRAZO
                       ADD 1 TO WRK-QTD-VENCIDAS
                       COMPUTE WRK-MESES-ATRASO =
                           (WRK-COMP-HOJE-ANO - WRK-VENC-ANO) * 12 +
                           (WRK-COMP-HOJE-MES - WRK-VENC-MES)
                       MOVE WRK-MEN-VALOR(WRK-IDX-MEN)
                           TO WRK-MASC-VALOR
                       DISPLAY WRK-MEN-MATRICULA(WRK-IDX-MEN) '  '
                           WRK-MEN-COMPETENCIA(WRK-IDX-MEN) '  '
                           WRK-MASC-VALOR '  ' WRK-MESES-ATRASO
                       IF WRK-MESES-ATRASO >= WRK-LIMITE-BLOQUEIO
                           PERFORM 0350-BLOQUEAR-MATRICULA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           END-PERFORM.
           CLOSE MENSALIDADES-FILE.

      * Baixa por perda da mensalidade vencida incobravel: sai do
      * a receber contra a despesa de perda (voucher 83AAMM) e fica
      * com situacao 'B', fora da inadimplencia e do pagamento.
       0500-BAIXAR-PERDA.
           PERFORM 0210-LOCALIZAR-MENSALIDADE.
           EVALUATE TRUE
               WHEN WRK-IDX-ACHADO = ZEROS
                   DISPLAY 'MENSALIDADE NAO ENCONTRADA.'
               WHEN WRK-MEN-SITUACAO(WRK-IDX-ACHADO) = 'P'
                   DISPLAY 'MENSALIDADE JA PAGA.'
               WHEN WRK-MEN-SITUACAO(WRK-IDX-ACHADO) = 'B'
                   DISPLAY 'MENSALIDADE JA BAIXADA COMO PERDA.'
               WHEN WRK-MEN-COMPETENCIA(WRK-IDX-ACHADO) NOT <
                    WRK-COMPETENCIA-HOJE
                   DISPLAY 'MENSALIDADE NAO VENCIDA - SO A VENCIDA ' ,
                       'VAI PARA PERDA.'
               WHEN OTHER
                   PERFORM 0550-EFETIVAR-PERDA
           END-EVALUATE.

       0550-EFETIVAR-PERDA.
           MOVE SPACES TO WRK-MENSAGEM.
           PERFORM 0090-CONFERIR-PERIODO.
           IF WRK-MENSAGEM = SPACES
              AND (WRK-CONTA-RECEBER = ZEROS
                   OR WRK-CONTA-PERDA = ZEROS)
               MOVE 'RECEBALUNO/PERDAMENS SEM MAPEAMENTO'
                   TO WRK-MENSAGEM
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               DISPLAY 'PERDA RECUSADA: ' WRK-MENSAGEM
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WRK-MEN-VALOR(WRK-IDX-ACHADO) TO WRK-MASC-VALOR
               DISPLAY 'BAIXAR COMO PERDA ' WRK-MASC-VALOR
                   ' DA MATRICULA ' WRK-MATRICULA-BAIXA ' (S/N)? '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA = 'S' OR 's'
                   MOVE 'B' TO WRK-MEN-SITUACAO(WRK-IDX-ACHADO)
                   MOVE WRK-COMPETENCIA-HOJE TO
                       WRK-MEN-DATA-PAGTO(WRK-IDX-ACHADO)
                   ADD 1 TO WRK-QTD-OPERACOES
                   PERFORM 0570-LANCAR-PERDA
                   PERFORM 0400-REGRAVAR-MENSALIDADES
                   MOVE 'N' TO WRK-TABELA-MUDOU
                   DISPLAY 'MENSALIDADE BAIXADA COMO PERDA.'
               ELSE
                   DISPLAY 'BAIXA CANCELADA.'
               END-IF
           END-IF.

       0570-LANCAR-PERDA.
           MOVE 83 TO WRK-VOUCHER-EVENTO.
           MOVE WRK-COMP-HOJE-AAMM TO WRK-VOUCHER-AAMM.
           MOVE SPACES TO WRK-MOTIVO-LANC.
           STRING 'MENPD' WRK-MATRICULA-BAIXA
                  DELIMITED BY SIZE INTO WRK-MOTIVO-LANC.
           MOVE WRK-MEN-VALOR(WRK-IDX-ACHADO) TO WRK-VALOR-LANC.
           PERFORM 0700-ABRIR-TRANS.
           MOVE WRK-CONTA-PERDA TO TRN-CONTA.
           MOVE 'D' TO TRN-DC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-RECEBER TO TRN-CONTA.
           MOVE 'C' TO TRN-DC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           CLOSE TRANS-FILE.

      * Conciliacao: a soma das mensalidades em aberto ('A') tem de
      * bater com o saldo devedor da conta a receber em SALDOS.DAT -
      * lancamento ainda nao atualizado pelo PROG25 aparece como
      * diferenca ate a proxima atualizacao.
       0600-CONCILIAR-RECEBER.
           IF WRK-CONTA-RECEBER = ZEROS
               DISPLAY 'CLASSE RECEBALUNO SEM MAPEAMENTO NO ' ,
                   'CONTA-MAPA.DAT - CONCILIACAO IMPOSSIVEL'
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO WRK-TOT-ABERTO WRK-SALDO-RECEBER
                             WRK-QTD-ABERTAS
               PERFORM VARYING WRK-IDX-MEN FROM 1 BY 1
                       UNTIL WRK-IDX-MEN > WRK-QTD-MENSAL
                   IF WRK-MEN-SITUACAO(WRK-IDX-MEN) = 'A'
                       ADD WRK-MEN-VALOR(WRK-IDX-MEN)
                           TO WRK-TOT-ABERTO
                       ADD 1 TO WRK-QTD-ABERTAS
                   END-IF
               END-PERFORM
               MOVE 'N' TO WRK-FIM-SALDOS
               OPEN INPUT SALDOS-FILE
               IF WRK-STATUS-SALDOS = '00'
                   PERFORM UNTIL FIM-SALDOS
                       READ SALDOS-FILE
                           AT END
                               MOVE 'S' TO WRK-FIM-SALDOS
                           NOT AT END
                               IF SAL-CONTA = WRK-CONTA-RECEBER
                                   MOVE SAL-SALDO
                                       TO WRK-SALDO-RECEBER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SALDOS-FILE
               END-IF
               COMPUTE WRK-DIFERENCA =
                   WRK-TOT-ABERTO - WRK-SALDO-RECEBER
               DISPLAY 'CONCILIACAO DO A RECEBER - CONTA '
                   WRK-CONTA-RECEBER
               MOVE WRK-TOT-ABERTO TO WRK-MASC-SALDO
               DISPLAY 'MENSALIDADES EM ABERTO (' WRK-QTD-ABERTAS
                   '): ' WRK-MASC-SALDO
               MOVE WRK-SALDO-RECEBER TO WRK-MASC-SALDO
               DISPLAY 'SALDO EM SALDOS.DAT:        ' WRK-MASC-SALDO
               MOVE WRK-DIFERENCA TO WRK-MASC-SALDO
               DISPLAY 'DIFERENCA:                  ' WRK-MASC-SALDO
               IF WRK-DIFERENCA = ZEROS
                   DISPLAY 'CONFERE'
               ELSE
                   DISPLAY 'NAO CONFERE - CONFIRA LANCAMENTOS ' ,
                       'PENDENTES DO PROG25 OU MANUAIS NA CONTA'
                   IF RETURN-CODE = ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

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

           COPY 'PSTAPR.COB'.
           COPY 'TRAILEPR.COB'.
           COPY 'CALNPR.COB'.
       END PROGRAM PROG57.
