      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Extrato do contrato de emprestimo e informe anual de
      * juros do tomador - antes o atendimento lia PARCELAS.DAT na
      * tela para dizer ao tomador quanto ainda devia. O modo 1, para
      * um contrato de LOAN-MASTER.DAT, imprime as condicoes originais
      * (do primeiro registro de LOAN-RENEG.LOG, se renegociado), cada
      * renegociacao com as condicoes antes e depois, as condicoes
      * vigentes, todas as parcelas com vencimento, valor, situacao,
      * competencia e valor do pagamento, multa, juros de mora e
      * abatimento, e o saldo devedor na data (parcelas em aberto,
      * principal em aberto e vencidas). O modo 2, para um ano
      * civil, imprime por tomador (todos, ou so o informado), somando
      * os seus contratos, o principal amortizado e os juros
      * contratuais, a multa e os juros de mora pagos no ano, pela
      * competencia do pagamento gravada na parcela (consignado
      * baixado antes dela existir: competencia do desconto em
      * CONSIGNADO.DAT). Spool EXTRATO-EMPRESTIMO.SPL. RETURN-CODE 8
      * contrato, tomador ou ano invalido, 4 nenhum pagamento no ano,
      * 1 tabela cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG88.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARCELAS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOAN-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGNADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONSIGNADO.
           COPY 'RNHSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="EXTRATO-EMPRESTIMO.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS-FILE.
       01  PARCELAS-RECORD.
           05 PAR-CONTRATO     PIC 9(06).
           05 PAR-NUMERO       PIC 9(03).
           05 PAR-VENCIMENTO   PIC 9(06).
           05 PAR-VALOR        PIC 9(08)V99.
           05 PAR-SITUACAO     PIC X(01).
           05 PAR-VALOR-PAGO   PIC 9(08)V99.
           05 PAR-MULTA        PIC 9(06)V99.
           05 PAR-JUROS-MORA   PIC 9(06)V99.
           05 PAR-ABATIMENTO   PIC 9(06)V99.
           05 PAR-DATA-PAGTO   PIC 9(06).
           05 PAR-AMORTIZACAO  PIC 9(08)V99.
       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD.
           05 CON-NUMERO       PIC 9(06).
           05 CON-TOMADOR      PIC X(20).
           05 CON-PRINCIPAL    PIC 9(08)V99.
           05 CON-TAXA         PIC 9(03)V99.
           05 CON-PERIODOS     PIC 9(03).
           05 CON-TIPO         PIC X(01).
           05 CON-INICIO       PIC 9(06).
           05 CON-CONSIGNADO   PIC X(01).
           05 CON-MATRICULA    PIC 9(05).
           05 CON-SITUACAO     PIC X(01).
           05 CON-RENEG        PIC 9(02).
       FD  CONSIGNADO-FILE.
       01  CONSIGNADO-RECORD.
           05 CSG-MATRICULA    PIC 9(05).
           05 CSG-COMPETENCIA  PIC 9(06).
           05 CSG-CONTRATO     PIC 9(06).
           05 CSG-PARCELA      PIC 9(03).
           05 CSG-VALOR        PIC 9(06)V99.
           05 CSG-SITUACAO     PIC X(01).
           COPY 'RNHFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-PARCELAS   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONTRATOS  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONSIGNADO PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RENEG-HIST PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO       PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU    PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-EXTRATO VALUE '1'.
           88 MODO-INFORME VALUE '2'.
      * Linha vai para o spool e, no extrato e no informe de um so
      * tomador, tambem para a tela do atendimento.
       77  WRK-ECO-TELA          PIC X(01) VALUES 'S'.
       01  WRK-DATA-HOJE         PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPETENCIA-HOJE PIC 9(06).
           05 FILLER               PIC 9(02).
      * Competencia AAAAMM e data AAAAMMDD em MM/AAAA e DD/MM/AAAA.
       01  WRK-COMP-EDITAR       PIC 9(06) VALUES ZEROS.
       01  WRK-COMP-EDITAR-R REDEFINES WRK-COMP-EDITAR.
           05 WRK-COMP-ED-ANO      PIC 9(04).
           05 WRK-COMP-ED-MES      PIC 9(02).
       77  WRK-COMP-EDITADA      PIC X(07) VALUES SPACES.
       01  WRK-DATA-EDITAR       PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-EDITAR-R REDEFINES WRK-DATA-EDITAR.
           05 WRK-DATA-ED-ANO      PIC 9(04).
           05 WRK-DATA-ED-MES      PIC 9(02).
           05 WRK-DATA-ED-DIA      PIC 9(02).
       77  WRK-DATA-EDITADA      PIC X(10) VALUES SPACES.
      * Parcelas de PARCELAS.DAT (mesma capacidade do PROG26).
       77  WRK-QTD-PARCELAS      PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-PARCELAS.
           05 WRK-PARCELA-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-IDX-PARCELA.
              10 WRK-PARC-CONTRATO    PIC 9(06).
              10 WRK-PARC-NUMERO      PIC 9(03).
              10 WRK-PARC-VENCIMENTO  PIC 9(06).
              10 WRK-PARC-VALOR       PIC 9(08)V99.
              10 WRK-PARC-SITUACAO    PIC X(01).
              10 WRK-PARC-VALOR-PAGO  PIC 9(08)V99.
              10 WRK-PARC-MULTA       PIC 9(06)V99.
              10 WRK-PARC-JUROS-MORA  PIC 9(06)V99.
              10 WRK-PARC-ABATIMENTO  PIC 9(06)V99.
              10 WRK-PARC-DATA-PAGTO  PIC 9(06).
              10 WRK-PARC-AMORTIZACAO PIC 9(08)V99.
      * Contratos de LOAN-MASTER.DAT.
       77  WRK-QTD-CONTRATOS     PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-CON-ACHADO    PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-CONTRATOS.
           05 WRK-CON-ITEM OCCURS 100 TIMES
                            INDEXED BY WRK-IDX-CON.
              10 WRK-CON-NUMERO     PIC 9(06).
              10 WRK-CON-TOMADOR    PIC X(20).
              10 WRK-CON-PRINCIPAL  PIC 9(08)V99.
              10 WRK-CON-TAXA       PIC 9(03)V99.
              10 WRK-CON-PERIODOS   PIC 9(03).
              10 WRK-CON-TIPO       PIC X(01).
              10 WRK-CON-INICIO     PIC 9(06).
              10 WRK-CON-CONSIGNADO PIC X(01).
              10 WRK-CON-MATRICULA  PIC 9(05).
              10 WRK-CON-SITUACAO   PIC X(01).
              10 WRK-CON-RENEG      PIC 9(02).
      * Descontos em folha quitados (competencia do desconto).
       77  WRK-QTD-CONSIG        PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-CONSIG.
           05 WRK-CONSIG-ITEM OCCURS 300 TIMES
                               INDEXED BY WRK-IDX-CONSIG.
              10 WRK-CONSIG-CONTRATO    PIC 9(06).
              10 WRK-CONSIG-PARCELA     PIC 9(03).
              10 WRK-CONSIG-COMPETENCIA PIC 9(06).
      * Extrato: contrato pedido, condicoes e totais.
       77  WRK-CONTRATO          PIC 9(06) VALUES ZEROS.
       77  WRK-QTD-HISTORICO     PIC 9(02) VALUES ZEROS.
       77  WRK-ORIG-ACHADA       PIC X(01) VALUES 'N'.
       77  WRK-ORIG-TAXA         PIC 9(03)V99 VALUES ZEROS.
       77  WRK-ORIG-PERIODOS     PIC 9(03) VALUES ZEROS.
       77  WRK-ORIG-INICIO       PIC 9(06) VALUES ZEROS.
       77  WRK-TOT-VALOR         PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOT-PAGO          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOT-MULTA         PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOT-JUROS-MORA    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOT-ABATIMENTO    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-QTD-ABERTAS       PIC 9(03) VALUES ZEROS.
       77  WRK-SALDO-ABERTO      PIC 9(10)V99 VALUES ZEROS.
       77  WRK-PRINC-ABERTO      PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-VENCIDAS      PIC 9(03) VALUES ZEROS.
       77  WRK-SALDO-VENCIDO     PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-LISTADAS      PIC 9(05) VALUES ZEROS.
      * Informe anual: ano, tomador pedido e acumuladores por
      * contrato, por tomador e geral.
       77  WRK-ANO-INFORME       PIC 9(04) VALUES ZEROS.
       77  WRK-TOMADOR-PEDIDO    PIC X(20) VALUES SPACES.
       77  WRK-TOMADOR-ATUAL     PIC X(20) VALUES SPACES.
       77  WRK-TOMADOR-VISTO     PIC X(01) VALUES 'N'.
       77  WRK-IDX-ANTERIOR      PIC 9(03) VALUES ZEROS.
       77  WRK-COMP-PAGTO        PIC 9(06) VALUES ZEROS.
       77  WRK-AMORT-PAGA        PIC 9(08)V99 VALUES ZEROS.
       77  WRK-JUROS-PAGO        PIC S9(08)V99 VALUES ZEROS.
       77  WRK-QTD-TOMADORES     PIC 9(05) VALUES ZEROS.
       77  WRK-CT-QTD            PIC 9(03) VALUES ZEROS.
       77  WRK-CT-AMORT          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-CT-JUROS          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-CT-MULTA          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-CT-MORA           PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TM-QTD            PIC 9(05) VALUES ZEROS.
       77  WRK-TM-AMORT          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TM-JUROS          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TM-MULTA          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TM-MORA           PIC 9(10)V99 VALUES ZEROS.
       77  WRK-GR-AMORT          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-GR-ENCARGOS       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-ENCARGOS          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-MASC-VALOR        PIC ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VALOR-2      PIC ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VALOR-3      PIC ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VALOR-4      PIC ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VALOR-5      PIC ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-PEQ          PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-PEQ-2        PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-PEQ-3        PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TAXA         PIC ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-QTD          PIC ZZ9 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG88' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-CARREGAR-PARCELAS.
           PERFORM 0060-CARREGAR-CONTRATOS.
           PERFORM 0070-CARREGAR-CONSIGNADO.
           IF CARGA-ESTOUROU
               DISPLAY 'ARQUIVO MAIOR QUE A TABELA - AMPLIE A ' ,
                   'CAPACIDADE; EXTRATO NAO EMITIDO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           DISPLAY '1-EXTRATO DO CONTRATO  ' ,
               '2-INFORME ANUAL DE JUROS: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           EVALUATE TRUE
               WHEN MODO-EXTRATO
                   PERFORM 0200-EXTRATO-CONTRATO
               WHEN MODO-INFORME
                   PERFORM 0400-INFORME-ANUAL
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           END-IF.
           MOVE WRK-QTD-LISTADAS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0050-CARREGAR-PARCELAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-STATUS-PARCELAS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ PARCELAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-PARCELAS < 500
                               ADD 1 TO WRK-QTD-PARCELAS
                               SET WRK-IDX-PARCELA
                                   TO WRK-QTD-PARCELAS
                               MOVE PAR-CONTRATO TO
                                   WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                               MOVE PAR-NUMERO TO
                                   WRK-PARC-NUMERO(WRK-IDX-PARCELA)
                               MOVE PAR-VENCIMENTO TO
                                   WRK-PARC-VENCIMENTO
                                       (WRK-IDX-PARCELA)
                               MOVE PAR-VALOR TO
                                   WRK-PARC-VALOR(WRK-IDX-PARCELA)
                               MOVE PAR-SITUACAO TO
                                   WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
                               MOVE PAR-VALOR-PAGO TO
                                   WRK-PARC-VALOR-PAGO
                                       (WRK-IDX-PARCELA)
                               MOVE PAR-MULTA TO
                                   WRK-PARC-MULTA(WRK-IDX-PARCELA)
                               MOVE PAR-JUROS-MORA TO
                                   WRK-PARC-JUROS-MORA
                                       (WRK-IDX-PARCELA)
                               MOVE PAR-ABATIMENTO TO
                                   WRK-PARC-ABATIMENTO
                                       (WRK-IDX-PARCELA)
                               MOVE PAR-DATA-PAGTO TO
                                   WRK-PARC-DATA-PAGTO
                                       (WRK-IDX-PARCELA)
      * Parcela gravada antes da amortizacao existir conta inteira
      * como principal, como no PROG26.
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
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELAS-FILE
           END-IF.

       0060-CARREGAR-CONTRATOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WRK-STATUS-CONTRATOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ LOAN-MASTER-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-CONTRATOS < 100
                               ADD 1 TO WRK-QTD-CONTRATOS
                               SET WRK-IDX-CON TO WRK-QTD-CONTRATOS
                               MOVE CON-NUMERO TO
                                   WRK-CON-NUMERO(WRK-IDX-CON)
                               MOVE CON-TOMADOR TO
                                   WRK-CON-TOMADOR(WRK-IDX-CON)
                               MOVE CON-PRINCIPAL TO
                                   WRK-CON-PRINCIPAL(WRK-IDX-CON)
                               MOVE CON-TAXA TO
                                   WRK-CON-TAXA(WRK-IDX-CON)
                               MOVE CON-PERIODOS TO
                                   WRK-CON-PERIODOS(WRK-IDX-CON)
                               MOVE CON-TIPO TO
                                   WRK-CON-TIPO(WRK-IDX-CON)
                               MOVE CON-INICIO TO
                                   WRK-CON-INICIO(WRK-IDX-CON)
                               MOVE CON-CONSIGNADO TO
                                   WRK-CON-CONSIGNADO(WRK-IDX-CON)
                               MOVE CON-MATRICULA TO
                                   WRK-CON-MATRICULA(WRK-IDX-CON)
                               MOVE CON-SITUACAO TO
                                   WRK-CON-SITUACAO(WRK-IDX-CON)
                               MOVE CON-RENEG TO
                                   WRK-CON-RENEG(WRK-IDX-CON)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

      * So os descontos quitados interessam: dao a competencia das
      * parcelas de consignado baixadas sem ela no registro.
       0070-CARREGAR-CONSIGNADO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CONSIGNADO-FILE.
           IF WRK-STATUS-CONSIGNADO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ CONSIGNADO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF CSG-SITUACAO = 'Q'
                               IF WRK-QTD-CONSIG < 300
                                   ADD 1 TO WRK-QTD-CONSIG
                                   SET WRK-IDX-CONSIG
                                       TO WRK-QTD-CONSIG
                                   MOVE CSG-CONTRATO TO
                                       WRK-CONSIG-CONTRATO
                                           (WRK-IDX-CONSIG)
                                   MOVE CSG-PARCELA TO
                                       WRK-CONSIG-PARCELA
                                           (WRK-IDX-CONSIG)
                                   MOVE CSG-COMPETENCIA TO
                                       WRK-CONSIG-COMPETENCIA
                                           (WRK-IDX-CONSIG)
                               ELSE
                                   SET CARGA-ESTOUROU TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSIGNADO-FILE
           END-IF.

      * Cabecalho padrao (BOOK.COB) na tela e no spool.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           PERFORM 9300-ABRIR-SPOOL.

      * Extrato do contrato: condicoes, renegociacoes, parcelas e
      * saldo devedor na data.
       0200-EXTRATO-CONTRATO.
           DISPLAY 'NUMERO DO CONTRATO: '.
           ACCEPT WRK-CONTRATO FROM CONSOLE.
           MOVE ZEROS TO WRK-IDX-CON-ACHADO.
           PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                   UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
               IF WRK-CON-NUMERO(WRK-IDX-CON) = WRK-CONTRATO
                   SET WRK-IDX-CON-ACHADO TO WRK-IDX-CON
               END-IF
           END-PERFORM.
           IF WRK-IDX-CON-ACHADO = ZEROS
               DISPLAY 'CONTRATO NAO ENCONTRADO EM LOAN-MASTER.DAT.'
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WRK-IDX-CON TO WRK-IDX-CON-ACHADO
               PERFORM 0090-MONTAR-CABECALHO
               PERFORM 0210-IMPRIMIR-CONDICOES
               PERFORM 0230-IMPRIMIR-PARCELAS
               PERFORM 0250-IMPRIMIR-SALDO
               PERFORM 9390-FECHAR-SPOOL
               DISPLAY WRK-RODAPE-MENSAGEM
           END-IF.

      * Condicoes originais: as anteriores a primeira renegociacao
      * do LOAN-RENEG.LOG; sem renegociacao, as vigentes. Contrato
      * renegociado antes do historico existir nao tem as originais.
       0210-IMPRIMIR-CONDICOES.
           MOVE WRK-CON-TAXA(WRK-IDX-CON)     TO WRK-ORIG-TAXA.
           MOVE WRK-CON-PERIODOS(WRK-IDX-CON) TO WRK-ORIG-PERIODOS.
           MOVE WRK-CON-INICIO(WRK-IDX-CON)   TO WRK-ORIG-INICIO.
           MOVE ZEROS TO WRK-QTD-HISTORICO.
           MOVE 'N' TO WRK-ORIG-ACHADA.
           OPEN INPUT RENEG-HIST-FILE.
           IF WRK-STATUS-RENEG-HIST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ RENEG-HIST-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF RNH-CONTRATO = WRK-CONTRATO
                              AND RNH-SEQUENCIA = 1
                               MOVE RNH-TAXA-ANTERIOR
                                   TO WRK-ORIG-TAXA
                               MOVE RNH-PERIODOS-ANTERIOR
                                   TO WRK-ORIG-PERIODOS
                               MOVE RNH-INICIO-ANTERIOR
                                   TO WRK-ORIG-INICIO
                               MOVE 'S' TO WRK-ORIG-ACHADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENEG-HIST-FILE
           END-IF.
           STRING '   EXTRATO DO CONTRATO ' WRK-CONTRATO
               ' - TOMADOR: ' WRK-CON-TOMADOR(WRK-IDX-CON)
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           IF WRK-CON-CONSIGNADO(WRK-IDX-CON) = 'S'
               STRING '   CONSIGNADO EM FOLHA - MATRICULA '
                   WRK-CON-MATRICULA(WRK-IDX-CON)
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           ELSE
               MOVE '   PAGAMENTO AVULSO (FORA DA FOLHA)'
                   TO WRK-SPOOL-LINHA
           END-IF.
           IF WRK-CON-SITUACAO(WRK-IDX-CON) = 'Q'
               MOVE ' - CONTRATO QUITADO' TO WRK-SPOOL-LINHA(50:19)
           END-IF.
           PERFORM 0900-EMITIR-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-CON-PRINCIPAL(WRK-IDX-CON) TO WRK-MASC-VALOR.
           MOVE WRK-ORIG-TAXA TO WRK-MASC-TAXA.
           MOVE WRK-ORIG-INICIO TO WRK-COMP-EDITAR.
           PERFORM 0910-EDITAR-COMPETENCIA.
           IF WRK-CON-RENEG(WRK-IDX-CON) > ZEROS
              AND WRK-ORIG-ACHADA = 'N'
               MOVE '   CONDICOES ORIGINAIS: NAO REGISTRADAS'
                   TO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               STRING '   PRINCIPAL: ' WRK-MASC-VALOR
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           ELSE
               MOVE '   CONDICOES ORIGINAIS' TO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               STRING '   PRINCIPAL: ' WRK-MASC-VALOR
                   '  TAXA: ' WRK-MASC-TAXA '% A.M.  PERIODOS: '
                   WRK-ORIG-PERIODOS '  INICIO: ' WRK-COMP-EDITADA
                   '  TIPO: ' WRK-CON-TIPO(WRK-IDX-CON)
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           END-IF.
           PERFORM 0900-EMITIR-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-CON-RENEG(WRK-IDX-CON) TO WRK-MASC-QTD.
           STRING '   RENEGOCIACOES: ' WRK-MASC-QTD
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           IF WRK-CON-RENEG(WRK-IDX-CON) > ZEROS
               PERFORM 0220-IMPRIMIR-RENEGOCIACOES
               IF WRK-QTD-HISTORICO < WRK-CON-RENEG(WRK-IDX-CON)
                   MOVE '   (RENEGOCIACAO ANTERIOR AO HISTORICO)'
                       TO WRK-SPOOL-LINHA
                   PERFORM 0900-EMITIR-LINHA
               END-IF
               PERFORM 0900-EMITIR-LINHA
               MOVE WRK-CON-TAXA(WRK-IDX-CON) TO WRK-MASC-TAXA
               MOVE WRK-CON-INICIO(WRK-IDX-CON) TO WRK-COMP-EDITAR
               PERFORM 0910-EDITAR-COMPETENCIA
               STRING '   CONDICOES VIGENTES - TAXA: ' WRK-MASC-TAXA
                   '% A.M.  PERIODOS: '
                   WRK-CON-PERIODOS(WRK-IDX-CON) '  INICIO: '
                   WRK-COMP-EDITADA
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
           END-IF.
           PERFORM 0900-EMITIR-LINHA.

      * Uma linha por renegociacao do contrato em LOAN-RENEG.LOG.
       0220-IMPRIMIR-RENEGOCIACOES.
           OPEN INPUT RENEG-HIST-FILE.
           IF WRK-STATUS-RENEG-HIST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ RENEG-HIST-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF RNH-CONTRATO = WRK-CONTRATO
                               ADD 1 TO WRK-QTD-HISTORICO
                               MOVE RNH-DATA TO WRK-DATA-EDITAR
                               PERFORM 0920-EDITAR-DATA
                               MOVE RNH-SALDO TO WRK-MASC-VALOR
                               STRING '   ' RNH-SEQUENCIA 'A EM '
                                   WRK-DATA-EDITADA ': '
                                   RNH-QTD-SUBSTITUIDAS
                                   ' PARCELAS SUBSTITUIDAS, SALDO '
                                   WRK-MASC-VALOR
                                   DELIMITED BY SIZE
                                   INTO WRK-SPOOL-LINHA
                               PERFORM 0900-EMITIR-LINHA
                               MOVE RNH-TAXA-ANTERIOR TO WRK-MASC-TAXA
                               MOVE RNH-INICIO-ANTERIOR
                                   TO WRK-COMP-EDITAR
                               PERFORM 0910-EDITAR-COMPETENCIA
                               STRING '      DE  TAXA ' WRK-MASC-TAXA
                                   '% ' RNH-PERIODOS-ANTERIOR
                                   ' PERIODOS INICIO '
                                   WRK-COMP-EDITADA
                                   DELIMITED BY SIZE
                                   INTO WRK-SPOOL-LINHA
                               PERFORM 0900-EMITIR-LINHA
                               MOVE RNH-TAXA-NOVA TO WRK-MASC-TAXA
                               MOVE RNH-INICIO-NOVO TO WRK-COMP-EDITAR
                               PERFORM 0910-EDITAR-COMPETENCIA
                               STRING '      PARA TAXA ' WRK-MASC-TAXA
                                   '% ' RNH-PERIODOS-NOVOS
                                   ' PERIODOS INICIO '
                                   WRK-COMP-EDITADA
                                   ' - PARCELAS A PARTIR DA '
                                   RNH-PRIMEIRA-PARCELA
                                   DELIMITED BY SIZE
                                   INTO WRK-SPOOL-LINHA
                               PERFORM 0900-EMITIR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENEG-HIST-FILE
           END-IF.

      * Parcelas do contrato na ordem do arquivo (as do cronograma
      * novo vem depois das substituidas).
       0230-IMPRIMIR-PARCELAS.
           MOVE 'PAR'        TO WRK-SPOOL-LINHA(4:3).
           MOVE 'VENCTO'     TO WRK-SPOOL-LINHA(8:6).
           MOVE 'VALOR'      TO WRK-SPOOL-LINHA(24:5).
           MOVE 'S'          TO WRK-SPOOL-LINHA(30:1).
           MOVE 'PAGTO'      TO WRK-SPOOL-LINHA(32:5).
           MOVE 'VALOR PAGO' TO WRK-SPOOL-LINHA(44:10).
           MOVE 'MULTA'      TO WRK-SPOOL-LINHA(60:5).
           MOVE 'J.MORA'     TO WRK-SPOOL-LINHA(70:6).
           MOVE 'ABATIM.'    TO WRK-SPOOL-LINHA(80:7).
           PERFORM 0900-EMITIR-LINHA.
           MOVE ZEROS TO WRK-TOT-VALOR WRK-TOT-PAGO WRK-TOT-MULTA
               WRK-TOT-JUROS-MORA WRK-TOT-ABATIMENTO.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
               IF WRK-PARC-CONTRATO(WRK-IDX-PARCELA) = WRK-CONTRATO
                   PERFORM 0240-LINHA-PARCELA
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-PAGO       TO WRK-MASC-VALOR.
           MOVE WRK-TOT-MULTA      TO WRK-MASC-PEQ.
           MOVE WRK-TOT-JUROS-MORA TO WRK-MASC-PEQ-2.
           MOVE WRK-TOT-ABATIMENTO TO WRK-MASC-PEQ-3.
           MOVE 'TOTAIS PAGOS'     TO WRK-SPOOL-LINHA(4:12).
           MOVE WRK-MASC-VALOR     TO WRK-SPOOL-LINHA(41:13).
           MOVE WRK-MASC-PEQ       TO WRK-SPOOL-LINHA(55:10).
           MOVE WRK-MASC-PEQ-2     TO WRK-SPOOL-LINHA(66:10).
           MOVE WRK-MASC-PEQ-3     TO WRK-SPOOL-LINHA(77:10).
           PERFORM 0900-EMITIR-LINHA.
           MOVE '   S: A ABERTA  P PAGA  R RENEGOCIADA (SUBSTITUIDA)'
               TO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           PERFORM 0900-EMITIR-LINHA.

      * Linha da parcela; parcela em aberto entra no saldo devedor e,
      * vencida antes da competencia corrente, no saldo vencido.
       0240-LINHA-PARCELA.
           ADD 1 TO WRK-QTD-LISTADAS.
           MOVE WRK-PARC-NUMERO(WRK-IDX-PARCELA)
               TO WRK-SPOOL-LINHA(4:3).
           MOVE WRK-PARC-VENCIMENTO(WRK-IDX-PARCELA) TO WRK-COMP-EDITAR.
           PERFORM 0910-EDITAR-COMPETENCIA.
           MOVE WRK-COMP-EDITADA TO WRK-SPOOL-LINHA(8:7).
           MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA) TO WRK-MASC-VALOR.
           MOVE WRK-MASC-VALOR TO WRK-SPOOL-LINHA(16:13).
           MOVE WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
               TO WRK-SPOOL-LINHA(30:1).
           ADD WRK-PARC-VALOR(WRK-IDX-PARCELA) TO WRK-TOT-VALOR.
           IF WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'P'
               PERFORM 0450-COMPETENCIA-PAGAMENTO
               IF WRK-COMP-PAGTO > ZEROS
                   MOVE WRK-COMP-PAGTO TO WRK-COMP-EDITAR
                   PERFORM 0910-EDITAR-COMPETENCIA
                   MOVE WRK-COMP-EDITADA TO WRK-SPOOL-LINHA(32:7)
               END-IF
               MOVE WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA)
                   TO WRK-MASC-VALOR
               MOVE WRK-PARC-MULTA(WRK-IDX-PARCELA) TO WRK-MASC-PEQ
               MOVE WRK-PARC-JUROS-MORA(WRK-IDX-PARCELA)
                   TO WRK-MASC-PEQ-2
               MOVE WRK-PARC-ABATIMENTO(WRK-IDX-PARCELA)
                   TO WRK-MASC-PEQ-3
               MOVE WRK-MASC-VALOR TO WRK-SPOOL-LINHA(41:13)
               MOVE WRK-MASC-PEQ   TO WRK-SPOOL-LINHA(55:10)
               MOVE WRK-MASC-PEQ-2 TO WRK-SPOOL-LINHA(66:10)
               MOVE WRK-MASC-PEQ-3 TO WRK-SPOOL-LINHA(77:10)
               ADD WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA)
                   TO WRK-TOT-PAGO
               ADD WRK-PARC-MULTA(WRK-IDX-PARCELA) TO WRK-TOT-MULTA
               ADD WRK-PARC-JUROS-MORA(WRK-IDX-PARCELA)
                   TO WRK-TOT-JUROS-MORA
               ADD WRK-PARC-ABATIMENTO(WRK-IDX-PARCELA)
                   TO WRK-TOT-ABATIMENTO
           END-IF.
           PERFORM 0900-EMITIR-LINHA.

      * Saldo devedor na data: parcelas em aberto (valor nominal e
      * principal) e, delas, as ja vencidas.
       0250-IMPRIMIR-SALDO.
           MOVE ZEROS TO WRK-QTD-ABERTAS WRK-SALDO-ABERTO
               WRK-PRINC-ABERTO WRK-QTD-VENCIDAS WRK-SALDO-VENCIDO.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
               IF WRK-PARC-CONTRATO(WRK-IDX-PARCELA) = WRK-CONTRATO
                  AND WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'A'
                   ADD 1 TO WRK-QTD-ABERTAS
                   ADD WRK-PARC-VALOR(WRK-IDX-PARCELA)
                       TO WRK-SALDO-ABERTO
                   ADD WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                       TO WRK-PRINC-ABERTO
                   IF WRK-PARC-VENCIMENTO(WRK-IDX-PARCELA) <
                      WRK-COMPETENCIA-HOJE
                       ADD 1 TO WRK-QTD-VENCIDAS
                       ADD WRK-PARC-VALOR(WRK-IDX-PARCELA)
                           TO WRK-SALDO-VENCIDO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-DATA-HOJE TO WRK-DATA-EDITAR.
           PERFORM 0920-EDITAR-DATA.
           STRING '   SALDO DEVEDOR EM ' WRK-DATA-EDITADA
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-QTD-ABERTAS  TO WRK-MASC-QTD.
           MOVE WRK-SALDO-ABERTO TO WRK-MASC-VALOR.
           STRING '   PARCELAS EM ABERTO:  ' WRK-MASC-QTD
               '   VALOR:     ' WRK-MASC-VALOR
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-PRINC-ABERTO TO WRK-MASC-VALOR.
           STRING '   PRINCIPAL EM ABERTO:       '
               '   VALOR:     ' WRK-MASC-VALOR
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-QTD-VENCIDAS  TO WRK-MASC-QTD.
           MOVE WRK-SALDO-VENCIDO TO WRK-MASC-VALOR.
           STRING '   DAS QUAIS VENCIDAS:  ' WRK-MASC-QTD
               '   VALOR:     ' WRK-MASC-VALOR
               '  (SEM MULTA E JUROS DE MORA)'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.

      * Informe anual: um bloco por tomador com pagamento no ano
      * (todos, ou so o pedido), somando os contratos dele.
       0400-INFORME-ANUAL.
           DISPLAY 'ANO DO INFORME (AAAA): '.
           ACCEPT WRK-ANO-INFORME FROM CONSOLE.
           DISPLAY 'TOMADOR (EM BRANCO PARA TODOS): '.
           ACCEPT WRK-TOMADOR-PEDIDO FROM CONSOLE.
           IF WRK-ANO-INFORME < 1900
              OR WRK-ANO-INFORME > WRK-DATA-HOJE(1:4)
               DISPLAY 'ANO INVALIDO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-TOMADOR-PEDIDO = SPACES
                   MOVE 'N' TO WRK-ECO-TELA
               ELSE
                   MOVE ZEROS TO WRK-IDX-CON-ACHADO
                   PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                           UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
                       IF WRK-CON-TOMADOR(WRK-IDX-CON) =
                               WRK-TOMADOR-PEDIDO
                           SET WRK-IDX-CON-ACHADO TO WRK-IDX-CON
                       END-IF
                   END-PERFORM
               END-IF
               IF WRK-TOMADOR-PEDIDO NOT = SPACES
                  AND WRK-IDX-CON-ACHADO = ZEROS
                   DISPLAY 'TOMADOR SEM CONTRATO EM LOAN-MASTER.DAT.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0090-MONTAR-CABECALHO
                   MOVE ZEROS TO WRK-QTD-TOMADORES WRK-GR-AMORT
                       WRK-GR-ENCARGOS
                   PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                           UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
                       PERFORM 0410-PRIMEIRO-DO-TOMADOR
                       IF WRK-TOMADOR-VISTO = 'N'
                          AND (WRK-TOMADOR-PEDIDO = SPACES
                            OR WRK-CON-TOMADOR(WRK-IDX-CON) =
                               WRK-TOMADOR-PEDIDO)
                           MOVE WRK-CON-TOMADOR(WRK-IDX-CON)
                               TO WRK-TOMADOR-ATUAL
                           PERFORM 0420-INFORME-TOMADOR
                       END-IF
                   END-PERFORM
                   PERFORM 0480-TOTAL-GERAL
                   PERFORM 9390-FECHAR-SPOOL
                   DISPLAY WRK-RODAPE-MENSAGEM
               END-IF
           END-IF.

      * Tomador ja informado num contrato anterior da tabela nao
      * abre outro bloco.
       0410-PRIMEIRO-DO-TOMADOR.
           MOVE 'N' TO WRK-TOMADOR-VISTO.
           PERFORM VARYING WRK-IDX-ANTERIOR FROM 1 BY 1
                   UNTIL WRK-IDX-ANTERIOR >= WRK-IDX-CON
               IF WRK-CON-TOMADOR(WRK-IDX-ANTERIOR) =
                       WRK-CON-TOMADOR(WRK-IDX-CON)
                   MOVE 'S' TO WRK-TOMADOR-VISTO
               END-IF
           END-PERFORM.

      * Bloco do tomador: uma linha por contrato com pagamento no
      * ano e o total; sem pagamento, so aparece quando pedido.
       0420-INFORME-TOMADOR.
           MOVE ZEROS TO WRK-TM-QTD WRK-TM-AMORT WRK-TM-JUROS
               WRK-TM-MULTA WRK-TM-MORA.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
               PERFORM 0440-ACUMULAR-PARCELA
           END-PERFORM.
           IF WRK-TM-QTD > ZEROS OR WRK-TOMADOR-PEDIDO NOT = SPACES
               ADD 1 TO WRK-QTD-TOMADORES
               IF WRK-QTD-TOMADORES > 1
                   MOVE WRK-SPOOL-LINHAS-PAG TO WRK-SPOOL-LINHA-ATUAL
               END-IF
               STRING '   INFORME DE JUROS E ENCARGOS PAGOS EM '
                   WRK-ANO-INFORME ' - EMPRESTIMOS'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               STRING '   TOMADOR: ' WRK-TOMADOR-ATUAL
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               PERFORM 0900-EMITIR-LINHA
               MOVE 'CONTRATO'  TO WRK-SPOOL-LINHA(4:8)
               MOVE 'PARC'      TO WRK-SPOOL-LINHA(13:4)
               MOVE 'PRINCIPAL' TO WRK-SPOOL-LINHA(22:9)
               MOVE 'JUROS'     TO WRK-SPOOL-LINHA(40:5)
               MOVE 'MULTA'     TO WRK-SPOOL-LINHA(54:5)
               MOVE 'J.MORA'    TO WRK-SPOOL-LINHA(67:6)
               MOVE 'ENCARGOS'  TO WRK-SPOOL-LINHA(79:8)
               PERFORM 0900-EMITIR-LINHA
               PERFORM VARYING WRK-IDX-ANTERIOR FROM 1 BY 1
                       UNTIL WRK-IDX-ANTERIOR > WRK-QTD-CONTRATOS
                   IF WRK-CON-TOMADOR(WRK-IDX-ANTERIOR) =
                           WRK-TOMADOR-ATUAL
                       PERFORM 0430-INFORME-CONTRATO
                   END-IF
               END-PERFORM
               IF WRK-TM-QTD = ZEROS
                   MOVE '   NENHUM PAGAMENTO NO ANO.'
                       TO WRK-SPOOL-LINHA
                   PERFORM 0900-EMITIR-LINHA
               END-IF
               COMPUTE WRK-ENCARGOS =
                   WRK-TM-JUROS + WRK-TM-MULTA + WRK-TM-MORA
               MOVE 'TOTAL'         TO WRK-SPOOL-LINHA(4:5)
               MOVE WRK-TM-QTD      TO WRK-MASC-QTD
               MOVE WRK-MASC-QTD    TO WRK-SPOOL-LINHA(14:3)
               MOVE WRK-TM-AMORT    TO WRK-MASC-VALOR
               MOVE WRK-TM-JUROS    TO WRK-MASC-VALOR-2
               MOVE WRK-TM-MULTA    TO WRK-MASC-VALOR-3
               MOVE WRK-TM-MORA     TO WRK-MASC-VALOR-4
               MOVE WRK-ENCARGOS    TO WRK-MASC-VALOR-5
               PERFORM 0470-VALORES-NA-LINHA
               PERFORM 0900-EMITIR-LINHA
               PERFORM 0900-EMITIR-LINHA
               STRING '   ENCARGOS = JUROS CONTRATUAIS + MULTA + '
                   'JUROS DE MORA, PELA COMPETENCIA DO PAGAMENTO.'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               ADD WRK-TM-AMORT TO WRK-GR-AMORT
               ADD WRK-ENCARGOS TO WRK-GR-ENCARGOS
           END-IF.

      * Linha do contrato em WRK-IDX-ANTERIOR, com o que foi pago no
      * ano.
       0430-INFORME-CONTRATO.
           MOVE ZEROS TO WRK-CT-QTD WRK-CT-AMORT WRK-CT-JUROS
               WRK-CT-MULTA WRK-CT-MORA.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
               IF WRK-PARC-CONTRATO(WRK-IDX-PARCELA) =
                       WRK-CON-NUMERO(WRK-IDX-ANTERIOR)
                  AND WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'P'
                   PERFORM 0450-COMPETENCIA-PAGAMENTO
                   IF WRK-COMP-PAGTO(1:4) = WRK-ANO-INFORME
                       PERFORM 0460-DECOMPOR-PAGAMENTO
                       ADD 1 TO WRK-CT-QTD
                       ADD WRK-AMORT-PAGA TO WRK-CT-AMORT
                       ADD WRK-JUROS-PAGO TO WRK-CT-JUROS
                       ADD WRK-PARC-MULTA(WRK-IDX-PARCELA)
                           TO WRK-CT-MULTA
                       ADD WRK-PARC-JUROS-MORA(WRK-IDX-PARCELA)
                           TO WRK-CT-MORA
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-CT-QTD > ZEROS
               ADD WRK-CT-QTD TO WRK-QTD-LISTADAS
               COMPUTE WRK-ENCARGOS =
                   WRK-CT-JUROS + WRK-CT-MULTA + WRK-CT-MORA
               MOVE WRK-CON-NUMERO(WRK-IDX-ANTERIOR)
                   TO WRK-SPOOL-LINHA(4:6)
               MOVE WRK-CT-QTD      TO WRK-MASC-QTD
               MOVE WRK-MASC-QTD    TO WRK-SPOOL-LINHA(14:3)
               MOVE WRK-CT-AMORT    TO WRK-MASC-VALOR
               MOVE WRK-CT-JUROS    TO WRK-MASC-VALOR-2
               MOVE WRK-CT-MULTA    TO WRK-MASC-VALOR-3
               MOVE WRK-CT-MORA     TO WRK-MASC-VALOR-4
               MOVE WRK-ENCARGOS    TO WRK-MASC-VALOR-5
               PERFORM 0470-VALORES-NA-LINHA
               PERFORM 0900-EMITIR-LINHA
           END-IF.

      * Soma do tomador: as parcelas pagas no ano dos contratos dele.
       0440-ACUMULAR-PARCELA.
           IF WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'P'
               PERFORM VARYING WRK-IDX-ANTERIOR FROM 1 BY 1
                       UNTIL WRK-IDX-ANTERIOR > WRK-QTD-CONTRATOS
                   IF WRK-CON-NUMERO(WRK-IDX-ANTERIOR) =
                           WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                      AND WRK-CON-TOMADOR(WRK-IDX-ANTERIOR) =
                          WRK-TOMADOR-ATUAL
                       PERFORM 0450-COMPETENCIA-PAGAMENTO
                       IF WRK-COMP-PAGTO(1:4) = WRK-ANO-INFORME
                           PERFORM 0460-DECOMPOR-PAGAMENTO
                           ADD 1 TO WRK-TM-QTD
                           ADD WRK-AMORT-PAGA TO WRK-TM-AMORT
                           ADD WRK-JUROS-PAGO TO WRK-TM-JUROS
                           ADD WRK-PARC-MULTA(WRK-IDX-PARCELA)
                               TO WRK-TM-MULTA
                           ADD WRK-PARC-JUROS-MORA(WRK-IDX-PARCELA)
                               TO WRK-TM-MORA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Competencia do pagamento da parcela; a de consignado baixada
      * sem ela vem do desconto quitado em CONSIGNADO.DAT.
       0450-COMPETENCIA-PAGAMENTO.
           MOVE WRK-PARC-DATA-PAGTO(WRK-IDX-PARCELA) TO WRK-COMP-PAGTO.
           IF WRK-COMP-PAGTO = ZEROS
               PERFORM VARYING WRK-IDX-CONSIG FROM 1 BY 1
                       UNTIL WRK-IDX-CONSIG > WRK-QTD-CONSIG
                   IF WRK-CONSIG-CONTRATO(WRK-IDX-CONSIG) =
                           WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                      AND WRK-CONSIG-PARCELA(WRK-IDX-CONSIG) =
                          WRK-PARC-NUMERO(WRK-IDX-PARCELA)
                       MOVE WRK-CONSIG-COMPETENCIA(WRK-IDX-CONSIG)
                           TO WRK-COMP-PAGTO
                   END-IF
               END-PERFORM
           END-IF.

      * Pagamento da parcela em principal e juros contratuais: o que
      * foi pago, menos a multa e os juros de mora, menos a
      * amortizacao (na quitacao antecipada o abatimento ja saiu do
      * valor pago). Parcela baixada sem o valor pago gravado conta
      * pelo valor da parcela.
       0460-DECOMPOR-PAGAMENTO.
           MOVE WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA) TO WRK-AMORT-PAGA.
           IF WRK-AMORT-PAGA > WRK-PARC-VALOR(WRK-IDX-PARCELA)
               MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA) TO WRK-AMORT-PAGA
           END-IF.
           IF WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA) = ZEROS
               COMPUTE WRK-JUROS-PAGO =
                   WRK-PARC-VALOR(WRK-IDX-PARCELA) - WRK-AMORT-PAGA
           ELSE
               COMPUTE WRK-JUROS-PAGO =
                   WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA)
                   - WRK-PARC-MULTA(WRK-IDX-PARCELA)
                   - WRK-PARC-JUROS-MORA(WRK-IDX-PARCELA)
                   - WRK-AMORT-PAGA
           END-IF.
           IF WRK-JUROS-PAGO < ZEROS
               MOVE ZEROS TO WRK-JUROS-PAGO
           END-IF.

       0470-VALORES-NA-LINHA.
           MOVE WRK-MASC-VALOR   TO WRK-SPOOL-LINHA(18:13).
           MOVE WRK-MASC-VALOR-2 TO WRK-SPOOL-LINHA(32:13).
           MOVE WRK-MASC-VALOR-3 TO WRK-SPOOL-LINHA(46:13).
           MOVE WRK-MASC-VALOR-4 TO WRK-SPOOL-LINHA(60:13).
           MOVE WRK-MASC-VALOR-5 TO WRK-SPOOL-LINHA(74:13).

      * Fecho do informe: tomadores emitidos e totais do ano.
       0480-TOTAL-GERAL.
           IF WRK-QTD-TOMADORES = ZEROS
               STRING '   NENHUM PAGAMENTO DE EMPRESTIMO EM '
                   WRK-ANO-INFORME
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WRK-TOMADOR-PEDIDO = SPACES
                   PERFORM 9310-GRAVAR-SPOOL
                   MOVE WRK-GR-AMORT    TO WRK-MASC-VALOR
                   MOVE WRK-GR-ENCARGOS TO WRK-MASC-VALOR-2
                   STRING '   TOTAL DO ANO - TOMADORES: '
                       WRK-QTD-TOMADORES '  PRINCIPAL: '
                       WRK-MASC-VALOR '  ENCARGOS: ' WRK-MASC-VALOR-2
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   DISPLAY WRK-SPOOL-LINHA
                   PERFORM 9310-GRAVAR-SPOOL
                   DISPLAY 'INFORMES GRAVADOS EM ' ,
                       'EXTRATO-EMPRESTIMO.SPL'
               END-IF
           END-IF.

      * Linha do relatorio: spool e, quando em atendimento, tela.
       0900-EMITIR-LINHA.
           IF WRK-ECO-TELA = 'S'
               DISPLAY WRK-SPOOL-LINHA
           END-IF.
           PERFORM 9310-GRAVAR-SPOOL.

       0910-EDITAR-COMPETENCIA.
           MOVE SPACES TO WRK-COMP-EDITADA.
           IF WRK-COMP-EDITAR > ZEROS
               STRING WRK-COMP-ED-MES '/' WRK-COMP-ED-ANO
                   DELIMITED BY SIZE INTO WRK-COMP-EDITADA
           END-IF.

       0920-EDITAR-DATA.
           MOVE SPACES TO WRK-DATA-EDITADA.
           STRING WRK-DATA-ED-DIA '/' WRK-DATA-ED-MES '/'
               WRK-DATA-ED-ANO
               DELIMITED BY SIZE INTO WRK-DATA-EDITADA.

           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG88.
