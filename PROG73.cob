      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Pagamento de autonomos por RPA (recibo de pagamento a
      * autonomo). O operador informa a competencia; o programa le os
      * RPA lancados em RPA-MOVIMENTO.DAT para a competencia, recusa
      * autonomo inativo ou fora do cadastro AUTONOMOS.DAT (PROG72) e
      * RPA ja pago, e calcula em cada RPA o INSS de contribuinte
      * individual (11% ate o teto do mes - varios RPA do mesmo CPF
      * no mes, inclusive de execucoes anteriores, somam contra o
      * teto), a cota patronal de 20% sobre o valor do servico, o ISS
      * retido quando o cadastro pede e o IRRF da tabela em vigor de
      * IRRF-TABELA.DAT sobre o total do mes da pessoa, descontado o
      * IRRF ja retido nos RPA anteriores do mes. Gera o recibo em
      * RPA-RECIBOS.DAT, o credito do liquido em BANK-PAYMENT.DAT
      * como lote proprio (header marcado como lote de autonomos), o
      * historico em RPA-PAGOS.DAT (que o PROG48 leva ao extrato
      * anual), os lancamentos em TRANS.DAT pelo de-para
      * CONTA-MAPA.DAT (classes RPADESP e RPAENCARGO por
      * departamento, INSSRET, INSSPATR, IRRFRET, ISSRET, LIQUIDO e
      * AJUSTE), as obrigacoes de INSS, IRRF e ISS (origem RPA) e os
      * totais em EOD-TOTALS.DAT. RETURN-CODE 8 competencia invalida,
      * 4 RPA recusado ou nada a pagar, 1 competencia fechada ou
      * tabela de carga cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG73.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'AUTNSL.COB'.
           SELECT RPA-MOVIMENTO-FILE ASSIGN TO "RPA-MOVIMENTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOVIMENTO.
           SELECT RPA-RECIBO-FILE ASSIGN TO "RPA-RECIBOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RECIBO.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "BANK-PAYMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BANCO.
           SELECT INSS-TABELA-FILE ASSIGN TO "INSS-TABELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAB-INSS.
           SELECT IRRF-TABELA-FILE ASSIGN TO "IRRF-TABELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAB-IRRF.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           COPY 'PSTASL.COB'.
           COPY 'EODSL.COB'.
           COPY 'OBRGSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'AUTNFD.COB'.
       FD  RPA-MOVIMENTO-FILE.
       01  RPA-MOVIMENTO-RECORD.
           05 MRP-NUMERO         PIC 9(06).
           05 FILLER             PIC X(01).
           05 MRP-CODIGO         PIC 9(05).
           05 FILLER             PIC X(01).
           05 MRP-COMPETENCIA    PIC 9(06).
           05 FILLER             PIC X(01).
           05 MRP-DATA-SERVICO   PIC 9(08).
           05 FILLER             PIC X(01).
           05 MRP-VALOR          PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 MRP-DESCRICAO      PIC X(30).
       FD  RPA-RECIBO-FILE.
       01  RPA-RECIBO-RECORD PIC X(80).
       FD  BANK-PAYMENT-FILE.
       01  BANK-PAYMENT-RECORD.
           05 BPG-TIPO-REG     PIC X(01).
           05 BPG-MATRICULA    PIC 9(05).
           05 BPG-NOME         PIC X(20).
           05 BPG-VALOR        PIC 9(08)V99.
           05 BPG-BANCO        PIC 9(03).
           05 BPG-AGENCIA      PIC 9(04).
           05 BPG-CONTA        PIC 9(08).
           05 BPG-DIGITO       PIC 9(01).
           05 BPG-EMPRESA      PIC 9(02).
       01  BANK-PAYMENT-HEADER REDEFINES BANK-PAYMENT-RECORD.
           05 BPH-TIPO-REG     PIC X(01).
           05 BPH-DATA-PAGTO   PIC 9(08).
           05 BPH-EMPRESA      PIC X(25).
           05 BPH-TIPO-LOTE    PIC X(01).
       01  BANK-PAYMENT-TRAILER REDEFINES BANK-PAYMENT-RECORD.
           05 BPT-TIPO-REG     PIC X(01).
           05 BPT-QTD          PIC 9(05).
           05 BPT-VALOR        PIC 9(10)V99.
       FD  INSS-TABELA-FILE.
       01  INSS-TABELA-RECORD.
           05 ITB-VIGENCIA     PIC 9(06).
           05 ITB-LIMITE       PIC 9(06)V99.
           05 ITB-ALIQUOTA     PIC 9(02)V99.
       FD  IRRF-TABELA-FILE.
       01  IRRF-TABELA-RECORD.
           05 FTB-VIGENCIA     PIC 9(06).
           05 FTB-LIMITE       PIC 9(06)V99.
           05 FTB-ALIQUOTA     PIC 9(02)V99.
           05 FTB-DEDUZIR      PIC 9(06)V99.
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
           COPY 'PSTAFD.COB'.
           COPY 'EODFD.COB'.
           COPY 'OBRGFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'AUTNWS.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'EODWS.COB'.
           COPY 'OBRGWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-MOVIMENTO PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RECIBO    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-BANCO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TAB-INSS  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TAB-IRRF  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-MOVIMENTO    PIC X(01) VALUES 'N'.
           88 FIM-MOVIMENTO VALUE 'S'.
       77  WRK-FIM-TAB-IMP      PIC X(01) VALUES 'N'.
           88 FIM-TAB-IMP VALUE 'S'.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       01  WRK-COMPETENCIA.
           05 WRK-COMP-ANO      PIC 9(04).
           05 WRK-COMP-MES      PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
      * Parametros do contribuinte individual: 11% retido do autonomo
      * ate o teto do salario de contribuicao e 20% de cota patronal
      * sem teto. O teto e o limite da ultima faixa da tabela de INSS
      * em vigor (INSS-TABELA.DAT); sem tabela, ou com a ultima faixa
      * aberta, vale o teto padrao.
       77  WRK-ALIQ-INSS-RPA    PIC 9(02)V99 VALUE 11,00.
       77  WRK-ALIQ-PATRONAL    PIC 9(02)V99 VALUE 20,00.
       77  WRK-TETO-INSS        PIC 9(06)V99 VALUE 7786,02.
       77  WRK-DEDUCAO-DEP      PIC 9(04)V99 VALUE 189,59.
       77  WRK-VIGENCIA-INSS    PIC 9(06) VALUES ZEROS.
       77  WRK-LIMITE-INSS      PIC 9(06)V99 VALUES ZEROS.
      * Tabela de IRRF em vigor para a competencia, carregada como na
      * folha (0140 do PROG04), com as mesmas faixas padrao.
       77  WRK-VIGENCIA-IRRF    PIC 9(06) VALUES ZEROS.
       77  WRK-QTD-IRRF-RAW     PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-IRRF-SEL     PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-IRRF-RAW.
           05 WRK-IRRF-RAW-ITEM OCCURS 50 TIMES
                                 INDEXED BY WRK-IDX-IRRF-RAW.
              10 WRK-IRRF-RAW-VIGENCIA PIC 9(06).
              10 WRK-IRRF-RAW-LIMITE   PIC 9(06)V99.
              10 WRK-IRRF-RAW-ALIQUOTA PIC 9(02)V99.
              10 WRK-IRRF-RAW-DEDUZIR  PIC 9(06)V99.
       01  WRK-TAB-IRRF-SEL.
           05 WRK-IRRF-SEL-ITEM OCCURS 10 TIMES
                                 INDEXED BY WRK-IDX-IRRF-SEL.
              10 WRK-IRRF-SEL-LIMITE   PIC 9(06)V99.
              10 WRK-IRRF-SEL-ALIQUOTA PIC 9(02)V99.
              10 WRK-IRRF-SEL-DEDUZIR  PIC 9(06)V99.
       77  WRK-FAIXA-ACHADA     PIC X(01) VALUES 'N'.
       77  WRK-ALIQ-ACHADA      PIC 9(02)V99 VALUES ZEROS.
       77  WRK-DEDUZIR-ACHADO   PIC 9(06)V99 VALUES ZEROS.
      * Numeros de RPA ja pagos (de qualquer competencia) - o mesmo
      * RPA nunca e pago duas vezes.
       77  WRK-QTD-PAGOS        PIC 9(04) VALUES ZEROS.
       77  WRK-IDX-PAGO         PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-PAGOS.
           05 WRK-PAGO-NUMERO PIC 9(06) OCCURS 5000 TIMES.
      * Acumulado do mes por CPF: base do INSS ja usada contra o teto,
      * bruto, INSS e IRRF ja retidos nos RPA da competencia.
       77  WRK-QTD-MES          PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-MES-ACHADO   PIC 9(03) VALUES ZEROS.
       77  WRK-CPF-PROC         PIC 9(11) VALUES ZEROS.
       01  WRK-TAB-MES.
           05 WRK-MES-ITEM OCCURS 500 TIMES
                            INDEXED BY WRK-IDX-MES.
              10 WRK-MES-CPF         PIC 9(11).
              10 WRK-MES-BASE-INSS   PIC 9(08)V99.
              10 WRK-MES-BRUTO       PIC 9(08)V99.
              10 WRK-MES-INSS        PIC 9(08)V99.
              10 WRK-MES-IRRF        PIC 9(08)V99.
      * RPA aceitos na execucao, calculados na leitura e gravados
      * depois nas saidas.
       77  WRK-QTD-RPA          PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-REJEITADOS   PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-RPA.
           05 WRK-RPA-ITEM OCCURS 500 TIMES
                            INDEXED BY WRK-IDX-RPA.
              10 WRK-RPA-NUMERO      PIC 9(06).
              10 WRK-RPA-IDX-AUTON   PIC 9(03).
              10 WRK-RPA-DATA-SERVICO PIC 9(08).
              10 WRK-RPA-DESCRICAO   PIC X(30).
              10 WRK-RPA-BRUTO       PIC 9(08)V99.
              10 WRK-RPA-BASE-INSS   PIC 9(08)V99.
              10 WRK-RPA-INSS        PIC 9(08)V99.
              10 WRK-RPA-PATRONAL    PIC 9(08)V99.
              10 WRK-RPA-ISS         PIC 9(08)V99.
              10 WRK-RPA-BASE-IRRF   PIC 9(08)V99.
              10 WRK-RPA-IRRF        PIC 9(08)V99.
              10 WRK-RPA-LIQUIDO     PIC 9(08)V99.
       77  WRK-MENSAGEM         PIC X(40) VALUES SPACES.
       77  WRK-TETO-RESTANTE    PIC S9(08)V99 VALUES ZEROS.
       77  WRK-BASE-IRRF-MES    PIC S9(08)V99 VALUES ZEROS.
       77  WRK-IRRF-MES         PIC S9(08)V99 VALUES ZEROS.
       77  WRK-IRRF-RPA         PIC S9(08)V99 VALUES ZEROS.
       77  WRK-LIQUIDO-CALC     PIC S9(08)V99 VALUES ZEROS.
      * Despesa do RPA e cota patronal por departamento do cadastro,
      * para o debito no razao.
       77  WRK-QTD-DEPTO-RPA    PIC 9(02) VALUES ZEROS.
       77  WRK-IDX-DEPTO-ACHADO PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-DEPTO-RPA.
           05 WRK-DRPA-ITEM OCCURS 50 TIMES
                             INDEXED BY WRK-IDX-DRPA.
              10 WRK-DRPA-DEPTO      PIC 9(03).
              10 WRK-DRPA-BRUTO      PIC 9(10)V99.
              10 WRK-DRPA-PATRONAL   PIC 9(10)V99.
      * De-para contabil (CONTA-MAPA.DAT), como na folha.
       77  WRK-QTD-MAPA         PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-MAPA.
           05 WRK-MAPA-ITEM OCCURS 100 TIMES
                             INDEXED BY WRK-IDX-MAPA.
              10 WRK-MAPA-CLASSE     PIC X(10).
              10 WRK-MAPA-DEPTO      PIC 9(03).
              10 WRK-MAPA-CONTA      PIC 9(04).
       77  WRK-CLASSE-PROC      PIC X(10) VALUES SPACES.
       77  WRK-DEPTO-PROC-MAPA  PIC 9(03) VALUES ZEROS.
       77  WRK-CONTA-ACHADA     PIC 9(04) VALUES ZEROS.
       77  WRK-VALOR-LANC       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-LANC         PIC 9(04) VALUES ZEROS.
       77  WRK-TOTAL-DEBITOS-CT PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-CREDITOS-CT PIC 9(10)V99 VALUES ZEROS.
       77  WRK-AJUSTE-CT        PIC S9(10)V99 VALUES ZEROS.
      * Totais da execucao.
       77  WRK-TOTAL-BRUTO      PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-INSS       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-PATRONAL   PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-ISS        PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-IRRF       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-LIQUIDO    PIC 9(10)V99 VALUES ZEROS.
       77  WRK-MASC-VERBA       PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC $Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-LINHA-RECIBO     PIC X(80) VALUES SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG73' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0090-MONTAR-CABECALHO.
           DISPLAY 'COMPETENCIA DOS RPA (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
              OR WRK-COMP-ANO < 2000
               DISPLAY 'COMPETENCIA INVALIDA - RPA NAO PROCESSADOS'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0100-CARREGAR-DADOS.
           PERFORM 0200-LER-MOVIMENTO.
           IF WRK-QTD-RPA = ZEROS
               DISPLAY 'NENHUM RPA A PAGAR NA COMPETENCIA ' ,
                   WRK-COMPETENCIA-NUM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0400-GRAVAR-RECIBOS
               PERFORM 0500-GRAVAR-CREDITOS
               PERFORM 0600-GRAVAR-HISTORICO
               PERFORM 0700-GERAR-LANCAMENTOS
               PERFORM 0800-REGISTRAR-OBRIGACOES
               PERFORM 0850-GRAVAR-TOTAIS-EOD
               PERFORM 0900-EXIBIR-TOTAIS
               IF WRK-QTD-REJEITADOS > ZEROS
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
               END-IF
           END-IF.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-RPA TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           DISPLAY '      PAGAMENTO DE AUTONOMOS (RPA)'.
           DISPLAY ' '.

      * Competencia fechada no controle de periodo nao recebe
      * lancamento novo; cadastro ou historico maior que a tabela
      * cancela a execucao - sem eles o teto do INSS e a trava de RPA
      * ja pago nao se sustentam.
       0100-CARREGAR-DADOS.
           PERFORM 9670-CARREGAR-PERIODOS.
           MOVE WRK-COMPETENCIA-NUM TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA-NUM ,
                   ' FECHADA NO CONTROLE DE PERIODO - RPA ' ,
                   'RECUSADOS (REABRA NO PROG52)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 9050-CARREGAR-AUTONOMOS.
           PERFORM 0120-CARREGAR-RPA-PAGOS.
           IF AUTONOMOS-ESTOURARAM OR CARGA-ESTOUROU
               DISPLAY 'CADASTRO DE AUTONOMOS OU HISTORICO DE RPA ' ,
                   'MAIOR QUE A TABELA - EXECUCAO CANCELADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0110-CARREGAR-TABELAS-IMPOSTO.
           PERFORM 0130-CARREGAR-MAPA.

      * Teto do INSS pela ultima faixa da tabela em vigor e faixas de
      * IRRF em vigor na competencia (vigencia mais recente menor ou
      * igual), com as faixas padrao da folha na falta do arquivo.
       0110-CARREGAR-TABELAS-IMPOSTO.
           OPEN INPUT INSS-TABELA-FILE.
           IF WRK-STATUS-TAB-INSS = '00'
               MOVE 'N' TO WRK-FIM-TAB-IMP
               PERFORM UNTIL FIM-TAB-IMP
                   READ INSS-TABELA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-TAB-IMP
                       NOT AT END
                           IF ITB-VIGENCIA <= WRK-COMPETENCIA-NUM
                              AND ITB-VIGENCIA >= WRK-VIGENCIA-INSS
                               IF ITB-VIGENCIA > WRK-VIGENCIA-INSS
                                   MOVE ZEROS TO WRK-LIMITE-INSS
                               END-IF
                               MOVE ITB-VIGENCIA TO WRK-VIGENCIA-INSS
                               IF ITB-LIMITE > WRK-LIMITE-INSS
                                   MOVE ITB-LIMITE TO WRK-LIMITE-INSS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSS-TABELA-FILE
           END-IF.
           IF WRK-LIMITE-INSS > ZEROS AND WRK-LIMITE-INSS < 999999,99
               MOVE WRK-LIMITE-INSS TO WRK-TETO-INSS
           END-IF.
           OPEN INPUT IRRF-TABELA-FILE.
           IF WRK-STATUS-TAB-IRRF = '00'
               MOVE 'N' TO WRK-FIM-TAB-IMP
               PERFORM UNTIL FIM-TAB-IMP
                   READ IRRF-TABELA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-TAB-IMP
                       NOT AT END
                           IF WRK-QTD-IRRF-RAW < 50
                               ADD 1 TO WRK-QTD-IRRF-RAW
                               SET WRK-IDX-IRRF-RAW
                                   TO WRK-QTD-IRRF-RAW
                               MOVE FTB-VIGENCIA TO
                                   WRK-IRRF-RAW-VIGENCIA
                                       (WRK-IDX-IRRF-RAW)
                               MOVE FTB-LIMITE TO
                                   WRK-IRRF-RAW-LIMITE
                                       (WRK-IDX-IRRF-RAW)
                               MOVE FTB-ALIQUOTA TO
                                   WRK-IRRF-RAW-ALIQUOTA
                                       (WRK-IDX-IRRF-RAW)
                               MOVE FTB-DEDUZIR TO
                                   WRK-IRRF-RAW-DEDUZIR
                                       (WRK-IDX-IRRF-RAW)
                               IF FTB-VIGENCIA <= WRK-COMPETENCIA-NUM
                                  AND FTB-VIGENCIA > WRK-VIGENCIA-IRRF
                                   MOVE FTB-VIGENCIA TO
                                       WRK-VIGENCIA-IRRF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IRRF-TABELA-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-IRRF-RAW FROM 1 BY 1
                   UNTIL WRK-IDX-IRRF-RAW > WRK-QTD-IRRF-RAW
               IF WRK-IRRF-RAW-VIGENCIA(WRK-IDX-IRRF-RAW) =
                       WRK-VIGENCIA-IRRF
                  AND WRK-VIGENCIA-IRRF > ZEROS
                  AND WRK-QTD-IRRF-SEL < 10
                   ADD 1 TO WRK-QTD-IRRF-SEL
                   SET WRK-IDX-IRRF-SEL TO WRK-QTD-IRRF-SEL
                   MOVE WRK-IRRF-RAW-LIMITE(WRK-IDX-IRRF-RAW) TO
                       WRK-IRRF-SEL-LIMITE(WRK-IDX-IRRF-SEL)
                   MOVE WRK-IRRF-RAW-ALIQUOTA(WRK-IDX-IRRF-RAW) TO
                       WRK-IRRF-SEL-ALIQUOTA(WRK-IDX-IRRF-SEL)
                   MOVE WRK-IRRF-RAW-DEDUZIR(WRK-IDX-IRRF-RAW) TO
                       WRK-IRRF-SEL-DEDUZIR(WRK-IDX-IRRF-SEL)
               END-IF
           END-PERFORM.
           IF WRK-QTD-IRRF-SEL = ZEROS
               PERFORM 0115-CARREGAR-IRRF-PADRAO
           END-IF.

      * As mesmas faixas padrao de IRRF da folha (0146 do PROG04).
       0115-CARREGAR-IRRF-PADRAO.
           MOVE 4 TO WRK-QTD-IRRF-SEL.
           MOVE 2000,00   TO WRK-IRRF-SEL-LIMITE(1).
           MOVE 0,00      TO WRK-IRRF-SEL-ALIQUOTA(1).
           MOVE 0,00      TO WRK-IRRF-SEL-DEDUZIR(1).
           MOVE 3000,00   TO WRK-IRRF-SEL-LIMITE(2).
           MOVE 7,50      TO WRK-IRRF-SEL-ALIQUOTA(2).
           MOVE 150,00    TO WRK-IRRF-SEL-DEDUZIR(2).
           MOVE 4000,00   TO WRK-IRRF-SEL-LIMITE(3).
           MOVE 15,00     TO WRK-IRRF-SEL-ALIQUOTA(3).
           MOVE 375,00    TO WRK-IRRF-SEL-DEDUZIR(3).
           MOVE 999999,99 TO WRK-IRRF-SEL-LIMITE(4).
           MOVE 22,50     TO WRK-IRRF-SEL-ALIQUOTA(4).
           MOVE 675,00    TO WRK-IRRF-SEL-DEDUZIR(4).

      * Historico de RPA pagos: todos os numeros (trava de pagamento
      * em dobro) e, da competencia, o acumulado por CPF que entra no
      * teto do INSS e no IRRF do mes.
       0120-CARREGAR-RPA-PAGOS.
           MOVE 'N' TO WRK-FIM-RPA-PAGO.
           OPEN INPUT RPA-PAGOS-FILE.
           IF WRK-STATUS-RPA-PAGO = '00'
               PERFORM UNTIL FIM-RPA-PAGO
                   READ RPA-PAGOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-RPA-PAGO
                       NOT AT END
                           IF WRK-QTD-PAGOS < 5000
                               ADD 1 TO WRK-QTD-PAGOS
                               MOVE RPG-NUMERO TO
                                   WRK-PAGO-NUMERO(WRK-QTD-PAGOS)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                           IF RPG-COMPETENCIA = WRK-COMPETENCIA
                               MOVE RPG-CPF TO WRK-CPF-PROC
                               PERFORM 0125-LOCALIZAR-MES-CPF
                               IF WRK-IDX-MES-ACHADO > ZEROS
                                   SET WRK-IDX-MES
                                       TO WRK-IDX-MES-ACHADO
                                   ADD RPG-BASE-INSS TO
                                       WRK-MES-BASE-INSS(WRK-IDX-MES)
                                   ADD RPG-BRUTO TO
                                       WRK-MES-BRUTO(WRK-IDX-MES)
                                   ADD RPG-INSS TO
                                       WRK-MES-INSS(WRK-IDX-MES)
                                   ADD RPG-IRRF TO
                                       WRK-MES-IRRF(WRK-IDX-MES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPA-PAGOS-FILE
           END-IF.

      * Posicao do CPF em WRK-CPF-PROC no acumulado do mes, incluindo
      * a pessoa na primeira vez.
       0125-LOCALIZAR-MES-CPF.
           MOVE ZEROS TO WRK-IDX-MES-ACHADO.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > WRK-QTD-MES
               IF WRK-MES-CPF(WRK-IDX-MES) = WRK-CPF-PROC
                   SET WRK-IDX-MES-ACHADO TO WRK-IDX-MES
               END-IF
           END-PERFORM.
           IF WRK-IDX-MES-ACHADO = ZEROS
               IF WRK-QTD-MES < 500
                   ADD 1 TO WRK-QTD-MES
                   MOVE WRK-QTD-MES TO WRK-IDX-MES-ACHADO
                   SET WRK-IDX-MES TO WRK-IDX-MES-ACHADO
                   MOVE WRK-CPF-PROC TO WRK-MES-CPF(WRK-IDX-MES)
                   MOVE ZEROS TO WRK-MES-BASE-INSS(WRK-IDX-MES)
                       WRK-MES-BRUTO(WRK-IDX-MES)
                       WRK-MES-INSS(WRK-IDX-MES)
                       WRK-MES-IRRF(WRK-IDX-MES)
               ELSE
                   SET CARGA-ESTOUROU TO TRUE
               END-IF
           END-IF.

       0130-CARREGAR-MAPA.
           OPEN INPUT CONTA-MAPA-FILE.
           IF WRK-STATUS-MAPA = '00'
               MOVE 'N' TO WRK-FIM-MAPA
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

      * RPA da competencia, na ordem do arquivo: cada um aceito entra
      * no acumulado do mes do CPF antes do proximo ser calculado.
       0200-LER-MOVIMENTO.
           OPEN INPUT RPA-MOVIMENTO-FILE.
           IF WRK-STATUS-MOVIMENTO NOT = '00'
               DISPLAY 'RPA-MOVIMENTO.DAT NAO ENCONTRADO'
           ELSE
               DISPLAY 'RPA    COD   AUTONOMO                       ' ,
                   '       BRUTO          INSS          IRRF' ,
                   '       LIQUIDO'
               DISPLAY '-----------------------------------------' ,
                   '-----------------------------------------' ,
                   '--------------'
               PERFORM UNTIL FIM-MOVIMENTO
                   READ RPA-MOVIMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MOVIMENTO
                       NOT AT END
                           IF MRP-COMPETENCIA = WRK-COMPETENCIA-NUM
                               PERFORM 0210-CRITICAR-RPA
                               IF WRK-MENSAGEM = SPACES
                                   PERFORM 0300-CALCULAR-RPA
                               ELSE
                                   ADD 1 TO WRK-QTD-REJEITADOS
                                   DISPLAY MRP-NUMERO ' RECUSADO: ' ,
                                       WRK-MENSAGEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPA-MOVIMENTO-FILE
           END-IF.

       0210-CRITICAR-RPA.
           MOVE SPACES TO WRK-MENSAGEM.
           MOVE MRP-CODIGO TO WRK-ATN-CODIGO-PROC.
           PERFORM 9060-LOCALIZAR-AUTONOMO.
           MOVE ZEROS TO WRK-IDX-PAGO.
           IF MRP-NUMERO NUMERIC
               PERFORM VARYING WRK-IDX-PAGO FROM 1 BY 1
                       UNTIL WRK-IDX-PAGO > WRK-QTD-PAGOS
                          OR WRK-PAGO-NUMERO(WRK-IDX-PAGO) = MRP-NUMERO
                   CONTINUE
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN MRP-NUMERO NOT NUMERIC OR MRP-NUMERO = ZEROS
                   MOVE 'NUMERO DO RPA INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-IDX-PAGO NOT > WRK-QTD-PAGOS
                   MOVE 'RPA JA PAGO' TO WRK-MENSAGEM
               WHEN WRK-ATN-IDX-ACHADO = ZEROS
                   MOVE 'AUTONOMO NAO CADASTRADO' TO WRK-MENSAGEM
               WHEN WRK-ATN-SITUACAO(WRK-ATN-IDX-ACHADO) NOT = 'A'
                   MOVE 'AUTONOMO INATIVO' TO WRK-MENSAGEM
               WHEN MRP-VALOR NOT NUMERIC OR MRP-VALOR = ZEROS
                   MOVE 'VALOR DO SERVICO INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-QTD-RPA NOT < 500 OR WRK-QTD-PAGOS NOT < 5000
                   MOVE 'TABELA DE RPA DA EXECUCAO CHEIA'
                       TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-ATN-CPF(WRK-ATN-IDX-ACHADO) TO WRK-CPF-PROC
               PERFORM 0125-LOCALIZAR-MES-CPF
               IF WRK-IDX-MES-ACHADO = ZEROS
                   MOVE 'TABELA DO ACUMULADO DO MES CHEIA'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.

      * INSS de 11% so sobre a parte do valor que cabe no teto do mes
      * do CPF; cota patronal de 20% sobre o valor inteiro; ISS pela
      * aliquota do cadastro; IRRF sobre o bruto do mes menos o INSS
      * do mes e os dependentes, descontado o que os RPA anteriores
      * do mes ja retiveram.
       0300-CALCULAR-RPA.
           ADD 1 TO WRK-QTD-RPA.
           SET WRK-IDX-RPA TO WRK-QTD-RPA.
           SET WRK-IDX-MES TO WRK-IDX-MES-ACHADO.
           ADD 1 TO WRK-QTD-PAGOS.
           MOVE MRP-NUMERO TO WRK-PAGO-NUMERO(WRK-QTD-PAGOS).
           MOVE MRP-NUMERO       TO WRK-RPA-NUMERO(WRK-IDX-RPA).
           MOVE WRK-ATN-IDX-ACHADO TO WRK-RPA-IDX-AUTON(WRK-IDX-RPA).
           MOVE MRP-DATA-SERVICO TO WRK-RPA-DATA-SERVICO(WRK-IDX-RPA).
           MOVE MRP-DESCRICAO    TO WRK-RPA-DESCRICAO(WRK-IDX-RPA).
           MOVE MRP-VALOR        TO WRK-RPA-BRUTO(WRK-IDX-RPA).
           COMPUTE WRK-TETO-RESTANTE =
               WRK-TETO-INSS - WRK-MES-BASE-INSS(WRK-IDX-MES).
           EVALUATE TRUE
               WHEN WRK-TETO-RESTANTE NOT > ZEROS
                   MOVE ZEROS TO WRK-RPA-BASE-INSS(WRK-IDX-RPA)
               WHEN MRP-VALOR > WRK-TETO-RESTANTE
                   MOVE WRK-TETO-RESTANTE
                       TO WRK-RPA-BASE-INSS(WRK-IDX-RPA)
               WHEN OTHER
                   MOVE MRP-VALOR TO WRK-RPA-BASE-INSS(WRK-IDX-RPA)
           END-EVALUATE.
           COMPUTE WRK-RPA-INSS(WRK-IDX-RPA) ROUNDED =
               WRK-RPA-BASE-INSS(WRK-IDX-RPA) * WRK-ALIQ-INSS-RPA / 100.
           COMPUTE WRK-RPA-PATRONAL(WRK-IDX-RPA) ROUNDED =
               MRP-VALOR * WRK-ALIQ-PATRONAL / 100.
           IF WRK-ATN-RETEM-ISS(WRK-ATN-IDX-ACHADO) = 'S'
               COMPUTE WRK-RPA-ISS(WRK-IDX-RPA) ROUNDED =
                   MRP-VALOR * WRK-ATN-ALIQ-ISS(WRK-ATN-IDX-ACHADO)
                   / 100
           ELSE
               MOVE ZEROS TO WRK-RPA-ISS(WRK-IDX-RPA)
           END-IF.
           ADD WRK-RPA-BASE-INSS(WRK-IDX-RPA)
               TO WRK-MES-BASE-INSS(WRK-IDX-MES).
           ADD MRP-VALOR TO WRK-MES-BRUTO(WRK-IDX-MES).
           ADD WRK-RPA-INSS(WRK-IDX-RPA) TO WRK-MES-INSS(WRK-IDX-MES).
           PERFORM 0310-CALCULAR-IRRF-MES.
           COMPUTE WRK-IRRF-RPA =
               WRK-IRRF-MES - WRK-MES-IRRF(WRK-IDX-MES).
           IF WRK-IRRF-RPA < ZEROS
               MOVE ZEROS TO WRK-IRRF-RPA
           END-IF.
           MOVE WRK-IRRF-RPA TO WRK-RPA-IRRF(WRK-IDX-RPA).
           ADD WRK-IRRF-RPA TO WRK-MES-IRRF(WRK-IDX-MES).
           IF WRK-BASE-IRRF-MES > ZEROS
               MOVE WRK-BASE-IRRF-MES TO WRK-RPA-BASE-IRRF(WRK-IDX-RPA)
           ELSE
               MOVE ZEROS TO WRK-RPA-BASE-IRRF(WRK-IDX-RPA)
           END-IF.
           COMPUTE WRK-LIQUIDO-CALC = MRP-VALOR
               - WRK-RPA-INSS(WRK-IDX-RPA) - WRK-RPA-ISS(WRK-IDX-RPA)
               - WRK-RPA-IRRF(WRK-IDX-RPA).
           IF WRK-LIQUIDO-CALC < ZEROS
               MOVE ZEROS TO WRK-LIQUIDO-CALC
           END-IF.
           MOVE WRK-LIQUIDO-CALC TO WRK-RPA-LIQUIDO(WRK-IDX-RPA).
           ADD MRP-VALOR                   TO WRK-TOTAL-BRUTO.
           ADD WRK-RPA-INSS(WRK-IDX-RPA)     TO WRK-TOTAL-INSS.
           ADD WRK-RPA-PATRONAL(WRK-IDX-RPA) TO WRK-TOTAL-PATRONAL.
           ADD WRK-RPA-ISS(WRK-IDX-RPA)      TO WRK-TOTAL-ISS.
           ADD WRK-RPA-IRRF(WRK-IDX-RPA)     TO WRK-TOTAL-IRRF.
           ADD WRK-RPA-LIQUIDO(WRK-IDX-RPA)  TO WRK-TOTAL-LIQUIDO.
           PERFORM 0320-ACUMULAR-DEPTO.
           MOVE MRP-VALOR TO WRK-MASC-VERBA.
           DISPLAY MRP-NUMERO ' ' MRP-CODIGO ' '
               WRK-ATN-NOME(WRK-ATN-IDX-ACHADO) ' ' WRK-MASC-VERBA
               WITH NO ADVANCING.
           MOVE WRK-RPA-INSS(WRK-IDX-RPA) TO WRK-MASC-VERBA.
           DISPLAY WRK-MASC-VERBA WITH NO ADVANCING.
           MOVE WRK-RPA-IRRF(WRK-IDX-RPA) TO WRK-MASC-VERBA.
           DISPLAY WRK-MASC-VERBA WITH NO ADVANCING.
           MOVE WRK-RPA-LIQUIDO(WRK-IDX-RPA) TO WRK-MASC-VERBA.
           DISPLAY WRK-MASC-VERBA.
           IF WRK-RPA-BASE-INSS(WRK-IDX-RPA) < MRP-VALOR
               DISPLAY '       INSS LIMITADO AO TETO DO MES DO CPF'
           END-IF.

      * Faixas de IRRF em vigor sobre a base do mes do CPF, com a
      * parcela a deduzir da faixa alcancada (mesma conta do 0270 do
      * PROG04).
       0310-CALCULAR-IRRF-MES.
           COMPUTE WRK-BASE-IRRF-MES = WRK-MES-BRUTO(WRK-IDX-MES)
               - WRK-MES-INSS(WRK-IDX-MES)
               - (WRK-DEDUCAO-DEP *
                  WRK-ATN-DEPENDENTES(WRK-ATN-IDX-ACHADO)).
           MOVE ZEROS TO WRK-IRRF-MES.
           IF WRK-BASE-IRRF-MES > ZEROS
               MOVE 'N' TO WRK-FAIXA-ACHADA
               MOVE ZEROS TO WRK-ALIQ-ACHADA WRK-DEDUZIR-ACHADO
               PERFORM VARYING WRK-IDX-IRRF-SEL FROM 1 BY 1
                       UNTIL WRK-IDX-IRRF-SEL > WRK-QTD-IRRF-SEL
                   IF WRK-FAIXA-ACHADA = 'N'
                      AND WRK-BASE-IRRF-MES <=
                          WRK-IRRF-SEL-LIMITE(WRK-IDX-IRRF-SEL)
                       MOVE WRK-IRRF-SEL-ALIQUOTA(WRK-IDX-IRRF-SEL)
                           TO WRK-ALIQ-ACHADA
                       MOVE WRK-IRRF-SEL-DEDUZIR(WRK-IDX-IRRF-SEL)
                           TO WRK-DEDUZIR-ACHADO
                       MOVE 'S' TO WRK-FAIXA-ACHADA
                   END-IF
               END-PERFORM
               IF WRK-FAIXA-ACHADA = 'N'
                   MOVE WRK-IRRF-SEL-ALIQUOTA(WRK-QTD-IRRF-SEL)
                       TO WRK-ALIQ-ACHADA
                   MOVE WRK-IRRF-SEL-DEDUZIR(WRK-QTD-IRRF-SEL)
                       TO WRK-DEDUZIR-ACHADO
               END-IF
               COMPUTE WRK-IRRF-MES ROUNDED =
                   (WRK-BASE-IRRF-MES * WRK-ALIQ-ACHADA / 100)
                   - WRK-DEDUZIR-ACHADO
               IF WRK-IRRF-MES < ZEROS
                   MOVE ZEROS TO WRK-IRRF-MES
               END-IF
           END-IF.

       0320-ACUMULAR-DEPTO.
           MOVE ZEROS TO WRK-IDX-DEPTO-ACHADO.
           PERFORM VARYING WRK-IDX-DRPA FROM 1 BY 1
                   UNTIL WRK-IDX-DRPA > WRK-QTD-DEPTO-RPA
               IF WRK-DRPA-DEPTO(WRK-IDX-DRPA) =
                       WRK-ATN-DEPARTAMENTO(WRK-ATN-IDX-ACHADO)
                   SET WRK-IDX-DEPTO-ACHADO TO WRK-IDX-DRPA
               END-IF
           END-PERFORM.
           IF WRK-IDX-DEPTO-ACHADO = ZEROS
               IF WRK-QTD-DEPTO-RPA < 50
                   ADD 1 TO WRK-QTD-DEPTO-RPA
                   MOVE WRK-QTD-DEPTO-RPA TO WRK-IDX-DEPTO-ACHADO
                   MOVE WRK-ATN-DEPARTAMENTO(WRK-ATN-IDX-ACHADO)
                       TO WRK-DRPA-DEPTO(WRK-IDX-DEPTO-ACHADO)
                   MOVE ZEROS TO WRK-DRPA-BRUTO(WRK-IDX-DEPTO-ACHADO)
                       WRK-DRPA-PATRONAL(WRK-IDX-DEPTO-ACHADO)
               ELSE
      * Departamento alem da tabela vai para o centro de custo zero.
                   MOVE 1 TO WRK-IDX-DEPTO-ACHADO
               END-IF
           END-IF.
           ADD MRP-VALOR TO WRK-DRPA-BRUTO(WRK-IDX-DEPTO-ACHADO).
           ADD WRK-RPA-PATRONAL(WRK-IDX-RPA)
               TO WRK-DRPA-PATRONAL(WRK-IDX-DEPTO-ACHADO).

      * Recibo de cada RPA para assinatura do autonomo.
       0400-GRAVAR-RECIBOS.
           OPEN EXTEND RPA-RECIBO-FILE.
           IF WRK-STATUS-RECIBO = '35'
               OPEN OUTPUT RPA-RECIBO-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-RPA FROM 1 BY 1
                   UNTIL WRK-IDX-RPA > WRK-QTD-RPA
               PERFORM 0410-GRAVAR-UM-RECIBO
           END-PERFORM.
           CLOSE RPA-RECIBO-FILE.

       0410-GRAVAR-UM-RECIBO.
           SET WRK-IDX-AUTONOMO TO WRK-RPA-IDX-AUTON(WRK-IDX-RPA).
           MOVE ALL '=' TO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING WRK-EMPRESA-RELATORIO ' RPA ' ,
               WRK-RPA-NUMERO(WRK-IDX-RPA) ' COMPETENCIA ' ,
               WRK-COMP-MES '/' WRK-COMP-ANO
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING 'AUTONOMO: ' WRK-ATN-CODIGO(WRK-IDX-AUTONOMO) ' '
               WRK-ATN-NOME(WRK-IDX-AUTONOMO)
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING 'CPF: ' WRK-ATN-CPF(WRK-IDX-AUTONOMO) '  NIT: '
               WRK-ATN-NIT(WRK-IDX-AUTONOMO)
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING 'SERVICO: ' WRK-RPA-DESCRICAO(WRK-IDX-RPA) ' EM '
               WRK-RPA-DATA-SERVICO(WRK-IDX-RPA)(7:2) '/'
               WRK-RPA-DATA-SERVICO(WRK-IDX-RPA)(5:2) '/'
               WRK-RPA-DATA-SERVICO(WRK-IDX-RPA)(1:4)
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE WRK-RPA-BRUTO(WRK-IDX-RPA) TO WRK-MASC-VERBA.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING 'VALOR DO SERVICO: ' WRK-MASC-VERBA
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE WRK-RPA-INSS(WRK-IDX-RPA) TO WRK-MASC-VERBA.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING 'INSS (11%).......: ' WRK-MASC-VERBA
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE WRK-RPA-ISS(WRK-IDX-RPA) TO WRK-MASC-VERBA.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING 'ISS..............: ' WRK-MASC-VERBA
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE WRK-RPA-IRRF(WRK-IDX-RPA) TO WRK-MASC-VERBA.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING 'IRRF.............: ' WRK-MASC-VERBA
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE WRK-RPA-LIQUIDO(WRK-IDX-RPA) TO WRK-MASC-VERBA.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING 'VALOR LIQUIDO....: ' WRK-MASC-VERBA
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE WRK-RPA-PATRONAL(WRK-IDX-RPA) TO WRK-MASC-VERBA.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           STRING 'INSS EMPRESA (20%, NAO DESCONTADO): ' WRK-MASC-VERBA
               DELIMITED BY SIZE INTO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE SPACES TO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.
           MOVE 'RECEBI O VALOR LIQUIDO ACIMA: ______________________'
               TO WRK-LINHA-RECIBO.
           WRITE RPA-RECIBO-RECORD FROM WRK-LINHA-RECIBO.

      * Credito do liquido como lote proprio (header, um detalhe por
      * RPA e trailer) no arquivo do banco; o header sai marcado como
      * lote de autonomos, que nao tem matricula no cadastro mestre.
      * O autonomo nao tem empresa no cadastro: o credito sai pela
      * mesma empresa pagadora em que as obrigacoes do RPA foram
      * registradas (WRK-OBR-EMPRESA).
       0500-GRAVAR-CREDITOS.
           OPEN EXTEND BANK-PAYMENT-FILE.
           IF WRK-STATUS-BANCO = '35'
               OPEN OUTPUT BANK-PAYMENT-FILE
           END-IF.
           MOVE SPACES                TO BANK-PAYMENT-RECORD.
           MOVE 'H'                   TO BPH-TIPO-REG.
           MOVE WRK-DATA-RELATORIO    TO BPH-DATA-PAGTO.
           MOVE WRK-EMPRESA-RELATORIO TO BPH-EMPRESA.
           MOVE 'A'                   TO BPH-TIPO-LOTE.
           WRITE BANK-PAYMENT-RECORD.
           PERFORM VARYING WRK-IDX-RPA FROM 1 BY 1
                   UNTIL WRK-IDX-RPA > WRK-QTD-RPA
               SET WRK-IDX-AUTONOMO TO WRK-RPA-IDX-AUTON(WRK-IDX-RPA)
               MOVE SPACES TO BANK-PAYMENT-RECORD
               MOVE 'D'    TO BPG-TIPO-REG
               MOVE WRK-ATN-CODIGO(WRK-IDX-AUTONOMO) TO BPG-MATRICULA
               MOVE WRK-ATN-NOME(WRK-IDX-AUTONOMO)   TO BPG-NOME
               MOVE WRK-RPA-LIQUIDO(WRK-IDX-RPA)     TO BPG-VALOR
               MOVE WRK-ATN-BANCO(WRK-IDX-AUTONOMO)  TO BPG-BANCO
               MOVE WRK-ATN-AGENCIA(WRK-IDX-AUTONOMO) TO BPG-AGENCIA
               MOVE WRK-ATN-CONTA(WRK-IDX-AUTONOMO)  TO BPG-CONTA
               MOVE WRK-ATN-DIGITO(WRK-IDX-AUTONOMO) TO BPG-DIGITO
               MOVE WRK-OBR-EMPRESA                  TO BPG-EMPRESA
               WRITE BANK-PAYMENT-RECORD
           END-PERFORM.
           MOVE SPACES            TO BANK-PAYMENT-RECORD.
           MOVE 'T'               TO BPT-TIPO-REG.
           MOVE WRK-QTD-RPA       TO BPT-QTD.
           MOVE WRK-TOTAL-LIQUIDO TO BPT-VALOR.
           WRITE BANK-PAYMENT-RECORD.
           CLOSE BANK-PAYMENT-FILE.

      * Historico somente de acrescimo: trava o RPA contra novo
      * pagamento, alimenta o teto do mes das proximas execucoes e o
      * extrato anual do PROG48.
       0600-GRAVAR-HISTORICO.
           OPEN EXTEND RPA-PAGOS-FILE.
           IF WRK-STATUS-RPA-PAGO = '35'
               OPEN OUTPUT RPA-PAGOS-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-RPA FROM 1 BY 1
                   UNTIL WRK-IDX-RPA > WRK-QTD-RPA
               SET WRK-IDX-AUTONOMO TO WRK-RPA-IDX-AUTON(WRK-IDX-RPA)
               MOVE SPACES TO RPA-PAGOS-RECORD
               MOVE WRK-RPA-NUMERO(WRK-IDX-RPA)      TO RPG-NUMERO
               MOVE WRK-ATN-CODIGO(WRK-IDX-AUTONOMO) TO RPG-CODIGO
               MOVE WRK-ATN-CPF(WRK-IDX-AUTONOMO)    TO RPG-CPF
               MOVE WRK-ATN-NOME(WRK-IDX-AUTONOMO)   TO RPG-NOME
               MOVE WRK-COMPETENCIA                  TO RPG-COMPETENCIA
               MOVE WRK-DATA-RELATORIO               TO RPG-DATA-PAGTO
               MOVE WRK-ATN-DEPARTAMENTO(WRK-IDX-AUTONOMO)
                   TO RPG-DEPARTAMENTO
               MOVE WRK-RPA-BRUTO(WRK-IDX-RPA)       TO RPG-BRUTO
               MOVE WRK-RPA-BASE-INSS(WRK-IDX-RPA)   TO RPG-BASE-INSS
               MOVE WRK-RPA-INSS(WRK-IDX-RPA)        TO RPG-INSS
               MOVE WRK-RPA-PATRONAL(WRK-IDX-RPA)
                   TO RPG-INSS-PATRONAL
               MOVE WRK-RPA-ISS(WRK-IDX-RPA)         TO RPG-ISS
               MOVE WRK-RPA-BASE-IRRF(WRK-IDX-RPA)   TO RPG-BASE-IRRF
               MOVE WRK-RPA-IRRF(WRK-IDX-RPA)        TO RPG-IRRF
               MOVE WRK-RPA-LIQUIDO(WRK-IDX-RPA)     TO RPG-LIQUIDO
               WRITE RPA-PAGOS-RECORD
           END-PERFORM.
           CLOSE RPA-PAGOS-FILE.

      * Lote contabil do RPA sob o voucher da competencia: debito da
      * despesa e da cota patronal por departamento (classe com o
      * departamento do cadastro, ou o departamento zero), credito das
      * retencoes, do INSS patronal a recolher e do liquido a pagar;
      * a diferenca de arredondamento vai para a conta de ajuste.
       0700-GERAR-LANCAMENTOS.
           IF WRK-QTD-MAPA = ZEROS
               DISPLAY 'CONTA-MAPA.DAT NAO ENCONTRADO OU VAZIO - ' ,
                   'RPA NAO POSTADOS NA CONTABILIDADE'
           ELSE
               OPEN EXTEND TRANS-FILE
               IF WRK-STATUS-TRANS = '35'
                   OPEN OUTPUT TRANS-FILE
               END-IF
               PERFORM VARYING WRK-IDX-DRPA FROM 1 BY 1
                       UNTIL WRK-IDX-DRPA > WRK-QTD-DEPTO-RPA
                   MOVE WRK-DRPA-DEPTO(WRK-IDX-DRPA)
                       TO WRK-DEPTO-PROC-MAPA
                   MOVE 'RPADESP' TO WRK-CLASSE-PROC
                   PERFORM 0710-BUSCAR-CONTA-DEPTO
                   MOVE WRK-DRPA-BRUTO(WRK-IDX-DRPA) TO WRK-VALOR-LANC
                   MOVE 'D'         TO TRN-DC
                   MOVE 'RPA DESP'  TO TRN-MOTIVO
                   PERFORM 0730-LANCAR-SE-MAPEADO
                   MOVE WRK-DRPA-DEPTO(WRK-IDX-DRPA)
                       TO WRK-DEPTO-PROC-MAPA
                   MOVE 'RPAENCARGO' TO WRK-CLASSE-PROC
                   PERFORM 0710-BUSCAR-CONTA-DEPTO
                   MOVE WRK-DRPA-PATRONAL(WRK-IDX-DRPA)
                       TO WRK-VALOR-LANC
                   MOVE 'D'          TO TRN-DC
                   MOVE 'RPA ENCARG' TO TRN-MOTIVO
                   PERFORM 0730-LANCAR-SE-MAPEADO
               END-PERFORM
               MOVE ZEROS TO WRK-DEPTO-PROC-MAPA
               MOVE 'INSSRET' TO WRK-CLASSE-PROC
               PERFORM 0720-BUSCAR-CONTA-MAPA
               MOVE WRK-TOTAL-INSS TO WRK-VALOR-LANC
               MOVE 'C'        TO TRN-DC
               MOVE 'RPA INSS' TO TRN-MOTIVO
               PERFORM 0730-LANCAR-SE-MAPEADO
               MOVE 'INSSPATR' TO WRK-CLASSE-PROC
               PERFORM 0720-BUSCAR-CONTA-MAPA
               MOVE WRK-TOTAL-PATRONAL TO WRK-VALOR-LANC
               MOVE 'C'          TO TRN-DC
               MOVE 'RPA INSSPT' TO TRN-MOTIVO
               PERFORM 0730-LANCAR-SE-MAPEADO
               MOVE 'IRRFRET' TO WRK-CLASSE-PROC
               PERFORM 0720-BUSCAR-CONTA-MAPA
               MOVE WRK-TOTAL-IRRF TO WRK-VALOR-LANC
               MOVE 'C'        TO TRN-DC
               MOVE 'RPA IRRF' TO TRN-MOTIVO
               PERFORM 0730-LANCAR-SE-MAPEADO
               MOVE 'ISSRET' TO WRK-CLASSE-PROC
               PERFORM 0720-BUSCAR-CONTA-MAPA
               MOVE WRK-TOTAL-ISS TO WRK-VALOR-LANC
               MOVE 'C'       TO TRN-DC
               MOVE 'RPA ISS' TO TRN-MOTIVO
               PERFORM 0730-LANCAR-SE-MAPEADO
               MOVE 'LIQUIDO' TO WRK-CLASSE-PROC
               PERFORM 0720-BUSCAR-CONTA-MAPA
               MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-LANC
               MOVE 'C'       TO TRN-DC
               MOVE 'RPA LIQ' TO TRN-MOTIVO
               PERFORM 0730-LANCAR-SE-MAPEADO
               COMPUTE WRK-AJUSTE-CT =
                   WRK-TOTAL-DEBITOS-CT - WRK-TOTAL-CREDITOS-CT
               IF WRK-AJUSTE-CT NOT = ZEROS
                   MOVE 'AJUSTE' TO WRK-CLASSE-PROC
                   PERFORM 0720-BUSCAR-CONTA-MAPA
                   IF WRK-CONTA-ACHADA > ZEROS
                       IF WRK-AJUSTE-CT > ZEROS
                           MOVE WRK-AJUSTE-CT TO WRK-VALOR-LANC
                           MOVE 'C' TO TRN-DC
                       ELSE
                           COMPUTE WRK-VALOR-LANC =
                               ZEROS - WRK-AJUSTE-CT
                           MOVE 'D' TO TRN-DC
                       END-IF
                       MOVE 'RPA AJU' TO TRN-MOTIVO
                       PERFORM 0740-GRAVAR-LANCAMENTO
                   ELSE
                       DISPLAY 'AVISO: SEM CONTA DE AJUSTE MAPEADA ' ,
                           '- LOTE CONTABIL DOS RPA FORA DE BALANCO'
                   END-IF
               END-IF
               CLOSE TRANS-FILE
               DISPLAY 'LANCAMENTOS CONTABEIS DOS RPA GERADOS EM ' ,
                   'TRANS.DAT: ' WRK-QTD-LANC
           END-IF.

      * Conta da classe no departamento; sem ela, a do departamento
      * zero.
       0710-BUSCAR-CONTA-DEPTO.
           PERFORM 0720-BUSCAR-CONTA-MAPA.
           IF WRK-CONTA-ACHADA = ZEROS
               MOVE ZEROS TO WRK-DEPTO-PROC-MAPA
               PERFORM 0720-BUSCAR-CONTA-MAPA
           END-IF.

       0720-BUSCAR-CONTA-MAPA.
           MOVE ZEROS TO WRK-CONTA-ACHADA.
           PERFORM VARYING WRK-IDX-MAPA FROM 1 BY 1
                   UNTIL WRK-IDX-MAPA > WRK-QTD-MAPA
               IF WRK-MAPA-CLASSE(WRK-IDX-MAPA) = WRK-CLASSE-PROC
                  AND WRK-MAPA-DEPTO(WRK-IDX-MAPA) =
                      WRK-DEPTO-PROC-MAPA
                   MOVE WRK-MAPA-CONTA(WRK-IDX-MAPA)
                       TO WRK-CONTA-ACHADA
               END-IF
           END-PERFORM.

      * Valor zerado nao gera lancamento; classe sem conta gera aviso
      * e o valor fica para o ajuste.
       0730-LANCAR-SE-MAPEADO.
           IF WRK-VALOR-LANC > ZEROS
               IF WRK-CONTA-ACHADA > ZEROS
                   PERFORM 0740-GRAVAR-LANCAMENTO
                   IF TRN-DC = 'D'
                       ADD WRK-VALOR-LANC TO WRK-TOTAL-DEBITOS-CT
                   ELSE
                       ADD WRK-VALOR-LANC TO WRK-TOTAL-CREDITOS-CT
                   END-IF
               ELSE
                   DISPLAY 'AVISO: SEM CONTA MAPEADA PARA ' ,
                       WRK-CLASSE-PROC ' - VALOR FORA DA POSTAGEM'
               END-IF
           END-IF.

       0740-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-ACHADA    TO TRN-CONTA.
           MOVE WRK-VALOR-LANC      TO TRN-VALOR.
           MOVE WRK-DATA-RELATORIO  TO TRN-DATA.
           MOVE WRK-COMPETENCIA-NUM TO TRN-VOUCHER.
           WRITE TRANS-RECORD.
           ADD 1 TO WRK-QTD-LANC.

      * INSS (retido mais patronal), IRRF e ISS dos RPA acumulam na
      * obrigacao da competencia com origem propria - cada execucao
      * so paga RPA novos.
       0800-REGISTRAR-OBRIGACOES.
           MOVE WRK-COMPETENCIA-NUM TO WRK-OBR-COMPETENCIA-NUM.
           MOVE 'RPA'               TO WRK-OBR-ORIGEM.
           MOVE 'A'                 TO WRK-OBR-MODO.
           MOVE 'PROG73'            TO WRK-OBR-USUARIO.
           IF WRK-TOTAL-INSS + WRK-TOTAL-PATRONAL > ZEROS
               MOVE 'INSS' TO WRK-OBR-TRIBUTO
               COMPUTE WRK-OBR-VALOR =
                   WRK-TOTAL-INSS + WRK-TOTAL-PATRONAL
               PERFORM 9200-REGISTRAR-OBRIGACAO
           END-IF.
           IF WRK-TOTAL-IRRF > ZEROS
               MOVE 'IRRF' TO WRK-OBR-TRIBUTO
               MOVE WRK-TOTAL-IRRF TO WRK-OBR-VALOR
               PERFORM 9200-REGISTRAR-OBRIGACAO
           END-IF.
           IF WRK-TOTAL-ISS > ZEROS
               MOVE 'ISS' TO WRK-OBR-TRIBUTO
               MOVE WRK-TOTAL-ISS TO WRK-OBR-VALOR
               PERFORM 9200-REGISTRAR-OBRIGACAO
           END-IF.

       0850-GRAVAR-TOTAIS-EOD.
           MOVE 'PROG73'          TO WRK-EOD-PROGRAMA-ATUAL.
           MOVE WRK-QTD-RPA       TO WRK-EOD-QTD.
           MOVE WRK-TOTAL-BRUTO   TO WRK-EOD-VALOR-PRINCIPAL.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-EOD-VALOR-SECUNDARIO.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.

       0900-EXIBIR-TOTAIS.
           DISPLAY '-----------------------------------------' ,
               '-----------------------------------------' ,
               '--------------'.
           DISPLAY 'RPA PAGOS: ' WRK-QTD-RPA '   RECUSADOS: ' ,
               WRK-QTD-REJEITADOS.
           MOVE WRK-TOTAL-BRUTO TO WRK-MASC-TOTAL.
           DISPLAY 'TOTAL BRUTO DOS SERVICOS.....: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-INSS TO WRK-MASC-TOTAL.
           DISPLAY 'INSS RETIDO (11%)............: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-PATRONAL TO WRK-MASC-TOTAL.
           DISPLAY 'INSS PATRONAL (20%)..........: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-ISS TO WRK-MASC-TOTAL.
           DISPLAY 'ISS RETIDO...................: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-IRRF TO WRK-MASC-TOTAL.
           DISPLAY 'IRRF RETIDO..................: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-MASC-TOTAL.
           DISPLAY 'TOTAL LIQUIDO CREDITADO......: ' WRK-MASC-TOTAL.
           MOVE WRK-TETO-INSS TO WRK-MASC-VERBA.
           DISPLAY 'TETO DO INSS NA COMPETENCIA..: ' WRK-MASC-VERBA.

           COPY 'AUTNPR.COB'.
           COPY 'PSTAPR.COB'.
           COPY 'EODPR.COB'.
           COPY 'OBRGPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG73.
