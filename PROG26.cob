      * com o saldo devedor (soma das parcelas em aberto) recalculado
      * na hora, e o relatorio de inadimplencia lista os contratos com
      * parcela vencida e os meses de atraso - o binder de emprestimos
      * vira arquivo do sistema. Toda baixa, quitacao e renegociacao
      * lanca em TRANS.DAT com as contas do CONTA-MAPA.DAT
      * (departamento zero) e o modo 7 concilia o principal em aberto
      * com os saldos das contas de emprestimo em SALDOS.DAT.
      * RETURN-CODE 1 operacao recusada, 4 conciliacao divergente.
      * Tectonics: cobc
      *
      * Modification History:
      *              controle de status de periodo (books PSTA*):
      *              competencia corrente fechada recusa a operacao,
      *              sobrando so os relatorios.
      * 15/10/2026 - Emprestimos na contabilidade: a baixa (modo 1)
      *              lanca no voucher 85AAMM o debito no banco contra
      *              o principal (amortizacao da parcela, novo campo de
      *              PARCELAS.DAT) na conta a receber, os juros na
      *              receita de juros e a multa e os juros de mora nas
      *              receitas proprias; o consignado descontado em
      *              folha (modo 3) sai igual, mas debitando a conta de
      *              AJUSTE da folha em vez do banco; a quitacao (modo
      *              4) debita o banco pelo valor presente e o desconto
      *              de quitacao pelo abatimento; a renegociacao (modo
      *              5, voucher 86AAMM) reclassifica o principal antigo
      *              para a conta de renegociados pelo saldo novo, com
      *              a diferenca em juros ou desconto. Classes
      *              EMPRESTIMO, EMPRRENEG, BANCO, JUROSEMPR,
      *              MULTAEMPR, MORAEMPR, DESCQUIT e AJUSTE; sem
      *              alguma, as operacoes que gravam sao recusadas.
      *              PARCELAS.DAT e LOAN-MASTER.DAT passam a ser
      *              regravados logo apos cada lancamento. Incluido o
      *              modo 7, conciliacao do principal em aberto com
      *              SALDOS.DAT.
      * 15/10/2026 - A renegociacao (modo 5) passou a gravar em
      *              LOAN-RENEG.LOG (books RNH*) as condicoes antigas e
      *              novas do contrato, o saldo renegociado e as
      *              parcelas substituidas - o LOAN-MASTER.DAT so
      *              guarda as vigentes e o extrato do contrato
      *              (PROG88) precisa das originais. A baixa do
      *              consignado (modo 3) passou a gravar na parcela o
      *              valor pago e a competencia do desconto em folha,
      *              como as demais baixas.
      * 15/10/2026 - Mora pelo calendario de feriados compartilhado
      *              (FERIADOS.DAT): a parcela cujo prazo (ultimo dia
      *              do mes de vencimento) cai em fim de semana ou
      *              feriado pode ser paga sem mora ate o primeiro dia
      *              util seguinte e so entra na inadimplencia depois
      *              dele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG26.
           SELECT LOAN-PARAM-FILE ASSIGN TO "LOAN-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOAN-PRM.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           COPY 'RNHSL.COB'.
           COPY 'PSTASL.COB'.
           COPY 'TRAILESL.COB'.
           COPY 'CALNSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS-FILE.
           05 PAR-JUROS-MORA   PIC 9(06)V99.
           05 PAR-ABATIMENTO   PIC 9(06)V99.
           05 PAR-DATA-PAGTO   PIC 9(06).
           05 PAR-AMORTIZACAO  PIC 9(08)V99.
       FD  CONSIGNADO-FILE.
       01  CONSIGNADO-RECORD.
           05 CSG-MATRICULA    PIC 9(05).
       01  LOAN-PARAM-RECORD.
           05 LPR-MULTA-PCT    PIC 9(02)V99.
           05 LPR-JUROS-PCT    PIC 9(02)V99.
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
           COPY 'RNHFD.COB'.
           COPY 'PSTAFD.COB'.
           COPY 'TRAILEFD.COB'.
           COPY 'CALNFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'PSTAWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'CALNWS.COB'.
       77  WRK-STATUS-PARCELAS  PIC X(02) VALUES ZEROS.
       77  WRK-FIM-PARCELAS     PIC X(01) VALUES 'N'.
           88 FIM-PARCELAS VALUE 'S'.
           88 MODO-QUITACAO      VALUE '4'.
           88 MODO-RENEGOCIAR    VALUE '5'.
           88 MODO-RECEITA-MORA  VALUE '6'.
           88 MODO-CONCILIAR     VALUE '7'.
           88 MODO-SAIR          VALUE '9'.
       77  WRK-STATUS-CONSIGNADO PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CONSIGNADO   PIC X(01) VALUES 'N'.
       01  WRK-COMPETENCIA-HOJE.
           05 WRK-COMP-HOJE-ANO PIC 9(04).
           05 WRK-COMP-HOJE-MES PIC 9(02).
       01  WRK-COMPETENCIA-HOJE-R REDEFINES WRK-COMPETENCIA-HOJE.
           05 FILLER             PIC 9(02).
           05 WRK-COMP-HOJE-AAMM PIC 9(04).
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       01  WRK-VENC-PARCELA.
           05 WRK-VENC-ANO      PIC 9(04).
           05 WRK-VENC-MES      PIC 9(02).
       77  WRK-MESES-ATRASO     PIC S9(05) VALUES ZEROS.
      * Prazo da parcela: ultimo dia do mes de vencimento, levado ao
      * primeiro dia util seguinte pelo calendario de feriados.
       77  WRK-DATA-PRAZO       PIC 9(08) VALUES ZEROS.
       77  WRK-QTD-VENCIDAS     PIC 9(04) VALUES ZEROS.
       77  WRK-TABELA-MUDOU     PIC X(01) VALUES 'N'.
      * Estouro de tabela na carga: os dois arquivos deste programa
              10 WRK-PARC-JUROS-MORA PIC 9(06)V99.
              10 WRK-PARC-ABATIMENTO PIC 9(06)V99.
              10 WRK-PARC-DATA-PAGTO PIC 9(06).
              10 WRK-PARC-AMORTIZACAO PIC 9(08)V99.
      * Contratos de LOAN-MASTER.DAT, carregados inteiros para a
      * quitacao antecipada (taxa e tipo) e regravados quando a
      * situacao muda.
              10 WRK-MORA-COMPETENCIA PIC 9(06).
              10 WRK-MORA-MULTA       PIC 9(08)V99.
              10 WRK-MORA-JUROS       PIC 9(08)V99.
      * Contabilizacao: contas do de-para (departamento zero); a
      * conta a receber do contrato e a de EMPRESTIMO ou, se ja foi
      * renegociado, a de EMPRRENEG. Vouchers 85AAMM recebimentos e
      * 86AAMM renegociacoes, AAMM da competencia corrente.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SALDOS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RENEG-HIST PIC X(02) VALUES ZEROS.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-FIM-SALDOS       PIC X(01) VALUES 'N'.
           88 FIM-SALDOS VALUE 'S'.
       77  WRK-CONTA-EMPRESTIMO PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-RENEG      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-BANCO      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-JUROS      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-MULTA      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-MORA       PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-DESCONTO   PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-FOLHA      PIC 9(04) VALUES ZEROS.
       77  WRK-MAPA-COMPLETO    PIC X(01) VALUES 'N'.
           88 MAPA-COMPLETO VALUE 'S'.
       77  WRK-CONTA-RECEBER    PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-DEBITO     PIC 9(04) VALUES ZEROS.
       01  WRK-VOUCHER-EMPR     PIC 9(06) VALUES ZEROS.
       01  WRK-VOUCHER-EMPR-R REDEFINES WRK-VOUCHER-EMPR.
           05 WRK-VOUCHER-EVENTO PIC 9(02).
           05 WRK-VOUCHER-AAMM   PIC 9(04).
       77  WRK-PREFIXO-MOTIVO   PIC X(04) VALUES SPACES.
       77  WRK-MOTIVO-LANC      PIC X(10) VALUES SPACES.
       77  WRK-VALOR-LANC       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-IDX-LANC         PIC 9(04) VALUES ZEROS.
       77  WRK-JUROS-PARCELA    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOTAL-AMORT      PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-JUROS-Q    PIC 9(10)V99 VALUES ZEROS.
       77  WRK-PRINC-ANTERIOR   PIC 9(10)V99 VALUES ZEROS.
       77  WRK-CONTA-ANTERIOR   PIC 9(04) VALUES ZEROS.
       77  WRK-DIFERENCA-RENEG  PIC S9(10)V99 VALUES ZEROS.
      * Conciliacao da carteira: principal em aberto por conta contra
      * o saldo contabil.
       77  WRK-ABERTO-NORMAL    PIC S9(10)V99 VALUES ZEROS.
       77  WRK-ABERTO-RENEG     PIC S9(10)V99 VALUES ZEROS.
       77  WRK-SALDO-NORMAL     PIC S9(10)V99 VALUES ZEROS.
       77  WRK-SALDO-RENEG-CT   PIC S9(10)V99 VALUES ZEROS.
       77  WRK-ABERTO-EXIBIR    PIC S9(10)V99 VALUES ZEROS.
       77  WRK-SALDO-EXIBIR     PIC S9(10)V99 VALUES ZEROS.
       77  WRK-DIFERENCA        PIC S9(10)V99 VALUES ZEROS.
       77  WRK-MASC-SALDO       PIC ---.---.---.--9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG26' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-COMPETENCIA-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
           PERFORM 0050-CARREGAR-PARCELAS.
           PERFORM 0060-CARREGAR-CONTRATOS.
           PERFORM 0070-LER-PARAM-MORA.
           PERFORM 9810-CARREGAR-CALENDARIO.
           PERFORM 0080-CARREGAR-MAPA.
           PERFORM 9670-CARREGAR-PERIODOS.
           MOVE WRK-COMPETENCIA-HOJE TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
               DISPLAY '1-BAIXAR PARCELA  2-INADIMPLENCIA  ' ,
                   '3-BAIXAR CONSIGNADO DA FOLHA  ' ,
                   '4-QUITACAO ANTECIPADA  5-RENEGOCIAR  ' ,
                   '6-RECEITA DE MORA  7-CONCILIAR CARTEIRA  ' ,
                   '9-SAIR: '
               ACCEPT WRK-MODO FROM CONSOLE
               EVALUATE TRUE
                   WHEN PERIODO-FECHADO AND (MODO-BAIXAR
                       DISPLAY 'COMPETENCIA CORRENTE FECHADA NO ' ,
                           'CONTROLE DE PERIODO - OPERACAO ' ,
                           'RECUSADA (REABRA NO PROG52)'
                       MOVE 1 TO RETURN-CODE
                   WHEN NOT MAPA-COMPLETO AND (MODO-BAIXAR
                        OR MODO-CONSIGNADO OR MODO-QUITACAO
                        OR MODO-RENEGOCIAR)
                       DISPLAY 'CONTA-MAPA.DAT SEM ALGUMA DAS ' ,
                           'CLASSES ' ,
                           'EMPRESTIMO, EMPRRENEG, BANCO, JUROSEMPR, ' ,
                           'MULTAEMPR, MORAEMPR, DESCQUIT, AJUSTE - ' ,
                           'OPERACAO RECUSADA'
                       MOVE 1 TO RETURN-CODE
                   WHEN MODO-BAIXAR
                       PERFORM 0100-BAIXAR-PARCELA
                   WHEN MODO-INADIMPLENCIA
                       PERFORM 0500-RENEGOCIAR-CONTRATO
                   WHEN MODO-RECEITA-MORA
                       PERFORM 0600-RECEITA-DE-MORA
                   WHEN MODO-CONCILIAR
                       PERFORM 0700-CONCILIAR-CARTEIRA
                   WHEN MODO-SAIR
                       CONTINUE
                   WHEN OTHER
               PERFORM 0310-REGRAVAR-CONTRATOS
           END-IF.
           MOVE WRK-QTD-OPERACOES TO WRK-TRAILER-QTD.
           IF RETURN-CODE = 1
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

                               MOVE PAR-DATA-PAGTO TO
                                   WRK-PARC-DATA-PAGTO
                                       (WRK-IDX-PARCELA)
      * Parcela gravada antes da amortizacao existir conta inteira
      * como principal.
                               IF PAR-AMORTIZACAO NUMERIC
                                   MOVE PAR-AMORTIZACAO TO
                                       WRK-PARC-AMORTIZACAO
                                           (WRK-IDX-PARCELA)
                               ELSE
                                   MOVE PAR-VALOR TO
                                       WRK-PARC-AMORTIZACAO
                                           (WRK-IDX-PARCELA)
                               END-IF
                           ELSE
                               DISPLAY 'AVISO: TABELA DE PARCELAS ' ,
                                   'CHEIA - PARCELA IGNORADA'
                       WRK-PARC-JUROS-MORA(WRK-IDX-ACHADO)
                   MOVE WRK-COMPETENCIA-HOJE TO
                       WRK-PARC-DATA-PAGTO(WRK-IDX-ACHADO)
                   ADD 1 TO WRK-QTD-OPERACOES
                   MOVE 85 TO WRK-VOUCHER-EVENTO
                   MOVE 'EPAG' TO WRK-PREFIXO-MOTIVO
                   MOVE WRK-CONTA-BANCO TO WRK-CONTA-DEBITO
                   MOVE WRK-IDX-ACHADO TO WRK-IDX-LANC
                   PERFORM 0800-ABRIR-TRANS
                   PERFORM 0820-LANCAR-RECEBIMENTO
                   CLOSE TRANS-FILE
                   PERFORM 0300-REGRAVAR-PARCELAS
                   MOVE 'N' TO WRK-TABELA-MUDOU
                   MOVE WRK-PARC-VALOR(WRK-IDX-ACHADO)
                       TO WRK-MASC-VALOR
                   DISPLAY 'VALOR ORIGINAL DA PARCELA: ' ,
               CLOSE LOAN-PARAM-FILE
           END-IF.

      * Contas dos emprestimos no de-para (departamento zero); o mapa
      * so vale completo com todas as classes, senao nada que grave
      * e aceito para o cadastro nao andar sem a contabilidade.
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
                                   WHEN 'EMPRESTIMO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-EMPRESTIMO
                                   WHEN 'EMPRRENEG'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-RENEG
                                   WHEN 'BANCO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-BANCO
                                   WHEN 'JUROSEMPR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-JUROS
                                   WHEN 'MULTAEMPR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-MULTA
                                   WHEN 'MORAEMPR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-MORA
                                   WHEN 'DESCQUIT'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-DESCONTO
                                   WHEN 'AJUSTE'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-FOLHA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
           END-IF.
           IF WRK-CONTA-EMPRESTIMO > ZEROS
              AND WRK-CONTA-RENEG > ZEROS
              AND WRK-CONTA-BANCO > ZEROS
              AND WRK-CONTA-JUROS > ZEROS
              AND WRK-CONTA-MULTA > ZEROS
              AND WRK-CONTA-MORA > ZEROS
              AND WRK-CONTA-DESCONTO > ZEROS
              AND WRK-CONTA-FOLHA > ZEROS
               MOVE 'S' TO WRK-MAPA-COMPLETO
           END-IF.
           MOVE WRK-COMP-HOJE-AAMM TO WRK-VOUCHER-AAMM.

      * Valor corrigido da parcela em WRK-IDX-ACHADO: multa fixa mais
      * juros simples por mes completo de atraso; parcela em dia sai
      * pelo valor original. Paga ate o prazo estendido pelo 0125
      * (vencimento em fim de semana ou feriado) esta em dia.
       0120-CALCULAR-MORA.
           MOVE WRK-PARC-VENCIMENTO(WRK-IDX-ACHADO)
               TO WRK-VENC-PARCELA.
           COMPUTE WRK-MESES-ATRASO =
               (WRK-COMP-HOJE-ANO - WRK-VENC-ANO) * 12 +
               (WRK-COMP-HOJE-MES - WRK-VENC-MES).
           IF WRK-MESES-ATRASO > ZEROS
               PERFORM 0125-PRAZO-VENCIMENTO
               IF WRK-DATA-HOJE NOT > WRK-DATA-PRAZO
                   MOVE ZEROS TO WRK-MESES-ATRASO
               END-IF
           END-IF.
           IF WRK-MESES-ATRASO > ZEROS
               COMPUTE WRK-MULTA-CALC ROUNDED =
                   WRK-PARC-VALOR(WRK-IDX-ACHADO) *
               WRK-PARC-VALOR(WRK-IDX-ACHADO) + WRK-MULTA-CALC +
               WRK-JUROS-CALC.

      * Prazo de pagamento sem mora da competencia em
      * WRK-VENC-PARCELA: o ultimo dia do mes ou, se ele cai em fim
      * de semana ou feriado (FERIADOS.DAT), o primeiro dia util
      * seguinte.
       0125-PRAZO-VENCIMENTO.
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

       0150-CALCULAR-SALDO.
           MOVE ZEROS TO WRK-SALDO-DEVEDOR.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
           END-PERFORM.

      * Contratos com parcela em aberto vencida antes da competencia
      * corrente e ja fora do prazo estendido pelo 0125, com os meses
      * de atraso de cada uma.
       0200-RELATORIO-INADIMPLENCIA.
           MOVE ZEROS TO WRK-QTD-VENCIDAS.
           DISPLAY 'CONTRATOS COM PARCELAS VENCIDAS:'.
               IF WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'A'
                  AND WRK-PARC-VENCIMENTO(WRK-IDX-PARCELA) <
                      WRK-COMPETENCIA-HOJE
                   MOVE WRK-PARC-VENCIMENTO(WRK-IDX-PARCELA)
                       TO WRK-VENC-PARCELA
                   PERFORM 0125-PRAZO-VENCIMENTO
                   IF WRK-DATA-HOJE > WRK-DATA-PRAZO
                       ADD 1 TO WRK-QTD-VENCIDAS
                       COMPUTE WRK-MESES-ATRASO =
                           (WRK-COMP-HOJE-ANO - WRK-VENC-ANO) * 12 +
                           (WRK-COMP-HOJE-MES - WRK-VENC-MES)
                       MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA)
                           TO WRK-MASC-VALOR
                       MOVE SPACES TO WRK-FLAG-RENEG
                       PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                               UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
                           IF WRK-CON-NUMERO(WRK-IDX-CON) =
                                   WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                              AND WRK-CON-RENEG(WRK-IDX-CON) > ZEROS
                               MOVE '* RENEGOCIADO' TO WRK-FLAG-RENEG
                           END-IF
                       END-PERFORM
                       DISPLAY WRK-PARC-CONTRATO(WRK-IDX-PARCELA) '   '
                           WRK-PARC-NUMERO(WRK-IDX-PARCELA) '  '
                           WRK-PARC-VENCIMENTO(WRK-IDX-PARCELA) '     '
                           WRK-MASC-VALOR ' ' WRK-MESES-ATRASO ' '
                           WRK-FLAG-RENEG
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'PARCELAS VENCIDAS EM ABERTO: ' WRK-QTD-VENCIDAS.
                   DISPLAY 'CONSIGNADO.DAT MAIOR QUE A TABELA - ' ,
                       'BAIXA CANCELADA SEM REGRAVAR NADA'
               ELSE
                   MOVE 85 TO WRK-VOUCHER-EVENTO
                   MOVE 'ECSG' TO WRK-PREFIXO-MOTIVO
                   MOVE WRK-CONTA-FOLHA TO WRK-CONTA-DEBITO
                   PERFORM 0800-ABRIR-TRANS
                   PERFORM VARYING WRK-IDX-CONSIG FROM 1 BY 1
                           UNTIL WRK-IDX-CONSIG > WRK-QTD-CONSIGNADO
                       IF WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG) = 'D'
                           PERFORM 0270-QUITAR-PARCELA
                       END-IF
                   END-PERFORM
                   CLOSE TRANS-FILE
                   PERFORM 0280-REGRAVAR-CONSIGNADO
                   IF WRK-TABELA-MUDOU = 'S'
                       PERFORM 0300-REGRAVAR-PARCELAS
                       MOVE 'N' TO WRK-TABELA-MUDOU
                   END-IF
                   DISPLAY 'PARCELAS DE CONSIGNADO BAIXADAS: ' ,
                       WRK-QTD-BAIXADAS
               END-IF
                       WRK-CONSIG-PARCELA(WRK-IDX-CONSIG)
                  AND WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'A'
                   MOVE 'P' TO WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
                   MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA) TO
                       WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA)
                   MOVE WRK-CONSIG-COMPETENCIA(WRK-IDX-CONSIG) TO
                       WRK-PARC-DATA-PAGTO(WRK-IDX-PARCELA)
                   MOVE 'S' TO WRK-TABELA-MUDOU
                   MOVE WRK-CONSIG-CONTRATO(WRK-IDX-CONSIG)
                       TO WRK-CONTRATO
                   SET WRK-IDX-LANC TO WRK-IDX-PARCELA
                   PERFORM 0820-LANCAR-RECEBIMENTO
               END-IF
           END-PERFORM.
           MOVE 'Q' TO WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG).
           END-IF.

       0440-EFETIVAR-QUITACAO.
           MOVE ZEROS TO WRK-TOTAL-ABERTO WRK-TOTAL-QUITACAO
               WRK-TOTAL-ABATIMENTO WRK-TOTAL-AMORT.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
               IF WRK-PARC-CONTRATO(WRK-IDX-PARCELA) = WRK-CONTRATO
                  AND WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'A'
                   PERFORM 0430-VALOR-PRESENTE-PARCELA
                   ADD WRK-PARC-VALOR(WRK-IDX-PARCELA)
                       TO WRK-TOTAL-ABERTO
                   ADD WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                       TO WRK-TOTAL-AMORT
                   ADD WRK-VALOR-PRESENTE TO WRK-TOTAL-QUITACAO
                   ADD WRK-ABATIMENTO TO WRK-TOTAL-ABATIMENTO
                   MOVE 'P' TO WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
                   MOVE WRK-VALOR-PRESENTE TO
                       WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA)
           END-PERFORM.
           MOVE 'S' TO WRK-TABELA-MUDOU.
           MOVE 'Q' TO WRK-CON-SITUACAO(WRK-IDX-CON-ACHADO).
           PERFORM 0840-LANCAR-QUITACAO.
           PERFORM 0300-REGRAVAR-PARCELAS.
           PERFORM 0310-REGRAVAR-CONTRATOS.
           MOVE 'N' TO WRK-TABELA-MUDOU WRK-CONTRATOS-MUDOU.
           DISPLAY 'CONTRATO ' WRK-CONTRATO ' QUITADO ' ,
               'ANTECIPADAMENTE (' WRK-QTD-ABERTAS ' PARCELAS).'.

               COMPUTE WRK-FATOR-TAXA ROUNDED =
                   WRK-CON-TAXA(WRK-IDX-CON-ACHADO) / 100
               MOVE ZEROS TO WRK-SALDO-RENEG WRK-MAIOR-PARCELA
                   WRK-QTD-ABERTAS WRK-PRINC-ANTERIOR
               PERFORM 0810-CONTA-DO-CONTRATO
               MOVE WRK-CONTA-RECEBER TO WRK-CONTA-ANTERIOR
               PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                       UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
                   IF WRK-PARC-CONTRATO(WRK-IDX-PARCELA) =
                           PERFORM 0430-VALOR-PRESENTE-PARCELA
                           ADD WRK-VALOR-PRESENTE
                               TO WRK-SALDO-RENEG
                           ADD WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                               TO WRK-PRINC-ANTERIOR
                           ADD 1 TO WRK-QTD-ABERTAS
                           MOVE 'R' TO
                               WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
                       WRK-ANO-VENC-N * 100 + WRK-MES-VENC-N
                   MOVE WRK-PARCELA-NOVA TO
                       WRK-PARC-VALOR(WRK-IDX-PARCELA)
                   MOVE WRK-AMORTIZACAO TO
                       WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                   MOVE 'A' TO WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
                   MOVE ZEROS TO
                       WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA)
                       'NOVA FORA DO ARQUIVO'
               END-IF
           END-PERFORM.
           PERFORM 0560-GRAVAR-HISTORICO-RENEG.
           MOVE WRK-NOVA-TAXA TO
               WRK-CON-TAXA(WRK-IDX-CON-ACHADO).
           MOVE WRK-NOVOS-PERIODOS TO
               WRK-CON-INICIO(WRK-IDX-CON-ACHADO).
           ADD 1 TO WRK-CON-RENEG(WRK-IDX-CON-ACHADO).
           MOVE 'A' TO WRK-CON-SITUACAO(WRK-IDX-CON-ACHADO).
           ADD 1 TO WRK-QTD-OPERACOES.
           PERFORM 0850-LANCAR-RENEGOCIACAO.
           PERFORM 0300-REGRAVAR-PARCELAS.
           PERFORM 0310-REGRAVAR-CONTRATOS.
           MOVE 'N' TO WRK-TABELA-MUDOU WRK-CONTRATOS-MUDOU.
           DISPLAY 'CONTRATO ' WRK-CONTRATO ' RENEGOCIADO (' ,
               WRK-CON-RENEG(WRK-IDX-CON-ACHADO) 'A VEZ).'.

      * Condicoes antes e depois da renegociacao em LOAN-RENEG.LOG,
      * gravado antes de o contrato receber as novas.
       0560-GRAVAR-HISTORICO-RENEG.
           OPEN EXTEND RENEG-HIST-FILE.
           IF WRK-STATUS-RENEG-HIST = '35'
               OPEN OUTPUT RENEG-HIST-FILE
           END-IF.
           MOVE WRK-CONTRATO TO RNH-CONTRATO.
           COMPUTE RNH-SEQUENCIA =
               WRK-CON-RENEG(WRK-IDX-CON-ACHADO) + 1.
           MOVE WRK-DATA-HOJE TO RNH-DATA.
           MOVE WRK-CON-TAXA(WRK-IDX-CON-ACHADO)
               TO RNH-TAXA-ANTERIOR.
           MOVE WRK-CON-PERIODOS(WRK-IDX-CON-ACHADO)
               TO RNH-PERIODOS-ANTERIOR.
           MOVE WRK-CON-INICIO(WRK-IDX-CON-ACHADO)
               TO RNH-INICIO-ANTERIOR.
           MOVE WRK-NOVA-TAXA      TO RNH-TAXA-NOVA.
           MOVE WRK-NOVOS-PERIODOS TO RNH-PERIODOS-NOVOS.
           MOVE WRK-NOVO-INICIO    TO RNH-INICIO-NOVO.
           MOVE WRK-QTD-ABERTAS    TO RNH-QTD-SUBSTITUIDAS.
           MOVE WRK-SALDO-RENEG    TO RNH-SALDO.
           COMPUTE RNH-PRIMEIRA-PARCELA = WRK-MAIOR-PARCELA + 1.
           WRITE RENEG-HIST-RECORD.
           CLOSE RENEG-HIST-FILE.

      * Receita de mora arrecadada, agrupada pela competencia do
      * pagamento: o que as multas e os juros de atraso renderam por
      * mes - o numero que a diretoria pediu.
                   WRK-MORA-JUROS(WRK-IDX-MORA-ACHADO)
           END-IF.

      * Conciliacao da carteira: principal ainda em aberto (parcelas
      * 'A') dos contratos normais contra o saldo da conta de
      * EMPRESTIMO e dos renegociados contra o da EMPRRENEG. Mapeadas
      * na mesma conta, as duas carteiras conferem juntas.
       0700-CONCILIAR-CARTEIRA.
           IF WRK-CONTA-EMPRESTIMO = ZEROS
               DISPLAY 'CLASSE EMPRESTIMO SEM MAPEAMENTO NO ' ,
                   'CONTA-MAPA.DAT - CONCILIACAO IMPOSSIVEL'
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO WRK-ABERTO-NORMAL WRK-ABERTO-RENEG
                             WRK-SALDO-NORMAL WRK-SALDO-RENEG-CT
               PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                       UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
                   IF WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'A'
                       MOVE WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                           TO WRK-CONTRATO
                       PERFORM 0810-CONTA-DO-CONTRATO
                       IF WRK-CONTA-RECEBER = WRK-CONTA-RENEG
                          AND WRK-CONTA-RENEG NOT =
                              WRK-CONTA-EMPRESTIMO
                           ADD WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                               TO WRK-ABERTO-RENEG
                       ELSE
                           ADD WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                               TO WRK-ABERTO-NORMAL
                       END-IF
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
                               IF SAL-CONTA = WRK-CONTA-EMPRESTIMO
                                   MOVE SAL-SALDO
                                       TO WRK-SALDO-NORMAL
                               END-IF
                               IF SAL-CONTA = WRK-CONTA-RENEG
                                   MOVE SAL-SALDO
                                       TO WRK-SALDO-RENEG-CT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SALDOS-FILE
               END-IF
               DISPLAY 'CONCILIACAO DA CARTEIRA DE EMPRESTIMOS'
               MOVE WRK-CONTA-EMPRESTIMO TO WRK-CONTA-RECEBER
               MOVE WRK-ABERTO-NORMAL TO WRK-ABERTO-EXIBIR
               MOVE WRK-SALDO-NORMAL TO WRK-SALDO-EXIBIR
               PERFORM 0710-EXIBIR-CONCILIACAO
               IF WRK-CONTA-RENEG > ZEROS
                  AND WRK-CONTA-RENEG NOT = WRK-CONTA-EMPRESTIMO
                   MOVE WRK-CONTA-RENEG TO WRK-CONTA-RECEBER
                   MOVE WRK-ABERTO-RENEG TO WRK-ABERTO-EXIBIR
                   MOVE WRK-SALDO-RENEG-CT TO WRK-SALDO-EXIBIR
                   PERFORM 0710-EXIBIR-CONCILIACAO
               END-IF
           END-IF.

       0710-EXIBIR-CONCILIACAO.
           COMPUTE WRK-DIFERENCA =
               WRK-ABERTO-EXIBIR - WRK-SALDO-EXIBIR.
           DISPLAY 'CONTA ' WRK-CONTA-RECEBER.
           MOVE WRK-ABERTO-EXIBIR TO WRK-MASC-SALDO.
           DISPLAY 'PRINCIPAL EM ABERTO:        ' WRK-MASC-SALDO.
           MOVE WRK-SALDO-EXIBIR TO WRK-MASC-SALDO.
           DISPLAY 'SALDO EM SALDOS.DAT:        ' WRK-MASC-SALDO.
           MOVE WRK-DIFERENCA TO WRK-MASC-SALDO.
           DISPLAY 'DIFERENCA:                  ' WRK-MASC-SALDO.
           IF WRK-DIFERENCA = ZEROS
               DISPLAY 'CONFERE'
           ELSE
               DISPLAY 'NAO CONFERE - CONFIRA LANCAMENTOS ' ,
                   'PENDENTES DO PROG25 OU MANUAIS NA CONTA'
               IF RETURN-CODE = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0800-ABRIR-TRANS.
           OPEN EXTEND TRANS-FILE.
           IF WRK-STATUS-TRANS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.

      * Conta a receber do contrato em WRK-CONTRATO: renegociado ao
      * menos uma vez, a de EMPRRENEG; senao a de EMPRESTIMO.
       0810-CONTA-DO-CONTRATO.
           MOVE WRK-CONTA-EMPRESTIMO TO WRK-CONTA-RECEBER.
           PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                   UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
               IF WRK-CON-NUMERO(WRK-IDX-CON) = WRK-CONTRATO
                  AND WRK-CON-RENEG(WRK-IDX-CON) > ZEROS
                  AND WRK-CONTA-RENEG > ZEROS
                   MOVE WRK-CONTA-RENEG TO WRK-CONTA-RECEBER
               END-IF
           END-PERFORM.

      * Recebimento da parcela em WRK-IDX-LANC: debito em
      * WRK-CONTA-DEBITO (banco, ou a conta de ajuste da folha no
      * consignado) pelo valor pago; credito do principal na conta a
      * receber, dos juros embutidos na receita de juros e da multa e
      * dos juros de mora nas suas receitas.
       0820-LANCAR-RECEBIMENTO.
           PERFORM 0810-CONTA-DO-CONTRATO.
           STRING WRK-PREFIXO-MOTIVO DELIMITED BY SIZE
                  WRK-CONTRATO DELIMITED BY SIZE
                  INTO WRK-MOTIVO-LANC.
           IF WRK-PARC-AMORTIZACAO(WRK-IDX-LANC) >
              WRK-PARC-VALOR(WRK-IDX-LANC)
               MOVE WRK-PARC-VALOR(WRK-IDX-LANC)
                   TO WRK-PARC-AMORTIZACAO(WRK-IDX-LANC)
           END-IF.
           COMPUTE WRK-JUROS-PARCELA =
               WRK-PARC-VALOR(WRK-IDX-LANC) -
               WRK-PARC-AMORTIZACAO(WRK-IDX-LANC).
           COMPUTE WRK-VALOR-LANC =
               WRK-PARC-VALOR(WRK-IDX-LANC) +
               WRK-PARC-MULTA(WRK-IDX-LANC) +
               WRK-PARC-JUROS-MORA(WRK-IDX-LANC).
           MOVE WRK-CONTA-DEBITO TO TRN-CONTA.
           MOVE 'D' TO TRN-DC.
           PERFORM 0890-GRAVAR-LANCAMENTO.
           IF WRK-PARC-AMORTIZACAO(WRK-IDX-LANC) > ZEROS
               MOVE WRK-PARC-AMORTIZACAO(WRK-IDX-LANC)
                   TO WRK-VALOR-LANC
               MOVE WRK-CONTA-RECEBER TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-JUROS-PARCELA > ZEROS
               MOVE WRK-JUROS-PARCELA TO WRK-VALOR-LANC
               MOVE WRK-CONTA-JUROS TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-PARC-MULTA(WRK-IDX-LANC) > ZEROS
               MOVE WRK-PARC-MULTA(WRK-IDX-LANC) TO WRK-VALOR-LANC
               MOVE WRK-CONTA-MULTA TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-PARC-JUROS-MORA(WRK-IDX-LANC) > ZEROS
               MOVE WRK-PARC-JUROS-MORA(WRK-IDX-LANC)
                   TO WRK-VALOR-LANC
               MOVE WRK-CONTA-MORA TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.

      * Quitacao antecipada do contrato em WRK-CONTRATO: o banco
      * recebe o valor presente, o abatimento vai para o desconto de
      * quitacao e as parcelas saem pelo valor de face - principal na
      * conta a receber, o resto na receita de juros.
       0840-LANCAR-QUITACAO.
           PERFORM 0810-CONTA-DO-CONTRATO.
           MOVE 85 TO WRK-VOUCHER-EVENTO.
           STRING 'EQUI' DELIMITED BY SIZE
                  WRK-CONTRATO DELIMITED BY SIZE
                  INTO WRK-MOTIVO-LANC.
           IF WRK-TOTAL-AMORT > WRK-TOTAL-ABERTO
               MOVE WRK-TOTAL-ABERTO TO WRK-TOTAL-AMORT
           END-IF.
           COMPUTE WRK-TOTAL-JUROS-Q =
               WRK-TOTAL-ABERTO - WRK-TOTAL-AMORT.
           PERFORM 0800-ABRIR-TRANS.
           IF WRK-TOTAL-QUITACAO > ZEROS
               MOVE WRK-TOTAL-QUITACAO TO WRK-VALOR-LANC
               MOVE WRK-CONTA-BANCO TO TRN-CONTA
               MOVE 'D' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOTAL-ABATIMENTO > ZEROS
               MOVE WRK-TOTAL-ABATIMENTO TO WRK-VALOR-LANC
               MOVE WRK-CONTA-DESCONTO TO TRN-CONTA
               MOVE 'D' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOTAL-AMORT > ZEROS
               MOVE WRK-TOTAL-AMORT TO WRK-VALOR-LANC
               MOVE WRK-CONTA-RECEBER TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOTAL-JUROS-Q > ZEROS
               MOVE WRK-TOTAL-JUROS-Q TO WRK-VALOR-LANC
               MOVE WRK-CONTA-JUROS TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           CLOSE TRANS-FILE.

      * Renegociacao: o principal antigo sai da conta em que estava e
      * o saldo novo (valor presente das parcelas em aberto) entra na
      * de renegociados; o que o saldo novo passa do principal sao
      * juros incorporados, o que fica abaixo e desconto concedido.
       0850-LANCAR-RENEGOCIACAO.
           MOVE 86 TO WRK-VOUCHER-EVENTO.
           STRING 'EREN' DELIMITED BY SIZE
                  WRK-CONTRATO DELIMITED BY SIZE
                  INTO WRK-MOTIVO-LANC.
           COMPUTE WRK-DIFERENCA-RENEG =
               WRK-SALDO-RENEG - WRK-PRINC-ANTERIOR.
           PERFORM 0800-ABRIR-TRANS.
           IF WRK-SALDO-RENEG > ZEROS
               MOVE WRK-SALDO-RENEG TO WRK-VALOR-LANC
               MOVE WRK-CONTA-RENEG TO TRN-CONTA
               MOVE 'D' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-PRINC-ANTERIOR > ZEROS
               MOVE WRK-PRINC-ANTERIOR TO WRK-VALOR-LANC
               MOVE WRK-CONTA-ANTERIOR TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-DIFERENCA-RENEG > ZEROS
               MOVE WRK-DIFERENCA-RENEG TO WRK-VALOR-LANC
               MOVE WRK-CONTA-JUROS TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-DIFERENCA-RENEG < ZEROS
               COMPUTE WRK-VALOR-LANC = 0 - WRK-DIFERENCA-RENEG
               MOVE WRK-CONTA-DESCONTO TO TRN-CONTA
               MOVE 'D' TO TRN-DC
               PERFORM 0890-GRAVAR-LANCAMENTO
           END-IF.
           CLOSE TRANS-FILE.

       0890-GRAVAR-LANCAMENTO.
           MOVE WRK-VALOR-LANC   TO TRN-VALOR.
           MOVE WRK-DATA-HOJE    TO TRN-DATA.
           MOVE WRK-MOTIVO-LANC  TO TRN-MOTIVO.
           MOVE WRK-VOUCHER-EMPR TO TRN-VOUCHER.
           WRITE TRANS-RECORD.

       0300-REGRAVAR-PARCELAS.
           OPEN OUTPUT PARCELAS-FILE.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   TO PAR-ABATIMENTO
               MOVE WRK-PARC-DATA-PAGTO(WRK-IDX-PARCELA)
                   TO PAR-DATA-PAGTO
               MOVE WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                   TO PAR-AMORTIZACAO
               WRITE PARCELAS-RECORD
           END-PERFORM.
           CLOSE PARCELAS-FILE.

           COPY 'PSTAPR.COB'.
           COPY 'TRAILEPR.COB'.
           COPY 'CALNPR.COB'.
       END PROGRAM PROG26.
