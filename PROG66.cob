      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Indicadores de fraude na folha, para a auditoria
      * externa: lista, com a evidencia de cada ocorrencia, (1) duas
      * ou mais matriculas com o mesmo banco/agencia/conta em
      * BANCO-FUNC.DAT; (2) credito em BANK-PAYMENT.DAT para matricula
      * desligada ('D') ou fora de EMPLOYEE-MASTER.DAT - o liquido da
      * rescisao registrada em RESCISOES.DAT nao conta; (3) ativo
      * pago na competencia sem nenhuma marcacao em PONTO.DAT e sem
      * afastamento em AFASTAMENTOS.DAT; (4) troca de dados bancarios
      * (ALTERACOES-BANCARIAS.DAT, gravado pelo PROG17) feita ate N
      * dias antes da data de pagamento do header do arquivo do banco
      * (N em FRAUDE-PARAM.CTL, padrao 5); (5) funcionario com nome e
      * data de nascimento iguais aos de um dependente de
      * DEPENDENTES.DAT. Os totais vao para EOD-TOTALS.DAT (entrada
      * PROG66: ocorrencias e valor dos creditos envolvidos).
      * RETURN-CODE 4 quando ha ocorrencia, 8 competencia invalida,
      * 1 tabela de carga cheia (auditoria cancelada).
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Lote de autonomos do PROG73 (header com tipo de
      *              lote 'A') fica fora dos indicadores de credito: o
      *              detalhe traz o codigo do autonomo, nao matricula.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG66.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPMSL.COB'.
           SELECT BANCO-FUNC-FILE ASSIGN TO "BANCO-FUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BCO-FUNC.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "BANK-PAYMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PAGTO.
           SELECT PONTO-FILE ASSIGN TO "PONTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PONTO.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFAST.
           SELECT DEPENDENTES-FILE ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DEPEND.
           SELECT ALTER-BANCO-FILE ASSIGN TO "ALTERACOES-BANCARIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALTER-BCO.
           SELECT RESCISOES-FILE ASSIGN TO "RESCISOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESCISOES.
           SELECT FRAUDE-PARAM-FILE ASSIGN TO "FRAUDE-PARAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           COPY 'EODSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPMFD.COB'.
       FD  BANCO-FUNC-FILE.
       01  BANCO-FUNC-RECORD.
           05 BCF-MATRICULA    PIC 9(05).
           05 BCF-BANCO        PIC 9(03).
           05 BCF-AGENCIA      PIC 9(04).
           05 BCF-CONTA        PIC 9(08).
           05 BCF-DIGITO       PIC 9(01).
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
       FD  PONTO-FILE.
       01  PONTO-RECORD.
           05 PTO-MATRICULA    PIC 9(05).
           05 PTO-DATA         PIC 9(08).
           05 PTO-HORA         PIC 9(04).
           05 PTO-DIRECAO      PIC X(01).
       FD  AFASTAMENTOS-FILE.
       01  AFASTAMENTOS-RECORD.
           05 AFA-MATRICULA    PIC 9(05).
           05 AFA-INICIO       PIC 9(08).
           05 AFA-FIM          PIC 9(08).
           05 AFA-MOTIVO       PIC X(02).
       FD  DEPENDENTES-FILE.
       01  DEPENDENTES-RECORD.
           05 DPD-MATRICULA    PIC 9(05).
           05 DPD-NOME         PIC X(20).
           05 DPD-NASCIMENTO   PIC 9(08).
           05 DPD-TIPO         PIC X(01).
       FD  ALTER-BANCO-FILE.
       01  ALTER-BANCO-RECORD.
           05 ALB-MATRICULA      PIC 9(05).
           05 ALB-DATA           PIC 9(08).
           05 ALB-BANCO-ANTIGO   PIC 9(03).
           05 ALB-AGENCIA-ANTIGA PIC 9(04).
           05 ALB-CONTA-ANTIGA   PIC 9(08).
           05 ALB-DIGITO-ANTIGO  PIC 9(01).
           05 ALB-BANCO-NOVO     PIC 9(03).
           05 ALB-AGENCIA-NOVA   PIC 9(04).
           05 ALB-CONTA-NOVA     PIC 9(08).
           05 ALB-DIGITO-NOVO    PIC 9(01).
           05 ALB-USUARIO        PIC X(15).
       FD  RESCISOES-FILE.
       01  RESCISOES-RECORD.
           05 RSC-MATRICULA    PIC 9(05).
           05 RSC-DATA-DESLIG  PIC 9(08).
           05 RSC-TIPO         PIC 9(01).
           05 RSC-AVISO        PIC X(01).
           05 RSC-DIAS-AVISO   PIC 9(03).
           05 RSC-BRUTO        PIC 9(08)V99.
           05 RSC-TRIBUTAVEL   PIC 9(08)V99.
           05 RSC-LIQUIDO      PIC 9(08)V99.
           05 RSC-USUARIO      PIC X(15).
           05 RSC-DATA-REGISTRO PIC 9(08).
       FD  FRAUDE-PARAM-FILE.
       01  FRAUDE-PARAM-RECORD.
           05 FPR-DIAS-TROCA   PIC 9(02).
           COPY 'EODFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'EODWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-BCO-FUNC  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PAGTO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PONTO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-AFAST     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-DEPEND    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ALTER-BCO PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RESCISOES PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PARAM     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       77  WRK-TEM-PAGAMENTO    PIC X(01) VALUES 'N'.
           88 TEM-PAGAMENTO VALUE 'S'.
      * Lote corrente do arquivo do banco e de autonomos (PROG73) - o
      * credito e de codigo de autonomo, nao de matricula.
       77  WRK-LOTE-AUTONOMO    PIC X(01) VALUES 'N'.
           88 LOTE-AUTONOMO VALUE 'S'.
      * Dias antes do pagamento em que a troca de conta e suspeita
      * (FRAUDE-PARAM.CTL).
       77  WRK-DIAS-TROCA       PIC 9(02) VALUES 5.
       01  WRK-COMPETENCIA.
           05 WRK-COMP-ANO      PIC 9(04).
           05 WRK-COMP-MES      PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01  WRK-DATA-PAGTO       PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-PAGTO-R REDEFINES WRK-DATA-PAGTO.
           05 WRK-PAGTO-AAAAMM  PIC 9(06).
           05 WRK-PAGTO-DIA     PIC 9(02).
       01  WRK-DATA-AUX         PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05 WRK-AUX-ANO       PIC 9(04).
           05 WRK-AUX-MES       PIC 9(02).
           05 WRK-AUX-DIA       PIC 9(02).
       77  WRK-AFA-COMP-INI     PIC 9(06) VALUES ZEROS.
       77  WRK-AFA-COMP-FIM     PIC 9(06) VALUES ZEROS.
       77  WRK-DIAS-ANTES       PIC 9(05) VALUES ZEROS.
      * Cadastro mestre em tabela: nome, situacao e nascimento.
       77  WRK-QTD-FUNC         PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-SEM-NASC     PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-FUNCIONARIOS.
           05 WRK-FUN-ITEM OCCURS 500 TIMES
                            INDEXED BY WRK-IDX-FUN.
              10 WRK-FUN-MATRICULA  PIC 9(05).
              10 WRK-FUN-NOME       PIC X(15).
              10 WRK-FUN-SITUACAO   PIC X(01).
              10 WRK-FUN-NASCIMENTO PIC 9(08).
      * Dados bancarios por matricula (BANCO-FUNC.DAT).
       77  WRK-QTD-BCO          PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-BANCOS.
           05 WRK-BCO-ITEM OCCURS 500 TIMES.
              10 WRK-BCO-MATRICULA  PIC 9(05).
              10 WRK-BCO-BANCO      PIC 9(03).
              10 WRK-BCO-AGENCIA    PIC 9(04).
              10 WRK-BCO-CONTA      PIC 9(08).
              10 WRK-BCO-DIGITO     PIC 9(01).
      * Creditos de BANK-PAYMENT.DAT (detalhe 'D' de todos os lotes).
       77  WRK-QTD-CRED         PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-CREDITOS.
           05 WRK-CRD-ITEM OCCURS 500 TIMES.
              10 WRK-CRD-MATRICULA  PIC 9(05).
              10 WRK-CRD-NOME       PIC X(20).
              10 WRK-CRD-VALOR      PIC 9(08)V99.
              10 WRK-CRD-BANCO      PIC 9(03).
              10 WRK-CRD-AGENCIA    PIC 9(04).
              10 WRK-CRD-CONTA      PIC 9(08).
              10 WRK-CRD-DIGITO     PIC 9(01).
      * Matriculas com marcacao de ponto e com afastamento na
      * competencia.
       77  WRK-QTD-PONTO        PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-PONTO.
           05 WRK-PTO-MAT PIC 9(05) OCCURS 500 TIMES.
       77  WRK-QTD-AFAST        PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-AFAST.
           05 WRK-AFA-MAT PIC 9(05) OCCURS 500 TIMES.
      * Rescisoes registradas pelo PROG20: o liquido da rescisao e
      * credito legitimo para o desligado.
       77  WRK-QTD-RESC         PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-RESCISOES.
           05 WRK-RSC-ITEM OCCURS 500 TIMES.
              10 WRK-RSC-MATRICULA  PIC 9(05).
              10 WRK-RSC-DATA       PIC 9(08).
              10 WRK-RSC-LIQUIDO    PIC 9(08)V99.
       77  WRK-CTR              PIC 9(03) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-MESMA-CONTA  PIC 9(03) VALUES ZEROS.
       77  WRK-JA-LISTADA       PIC X(01) VALUES 'N'.
       77  WRK-ACHOU            PIC X(01) VALUES 'N'.
       77  WRK-MAT-PROCURADA    PIC 9(05) VALUES ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(03) VALUES ZEROS.
       77  WRK-NOME-ACHADO      PIC X(15) VALUES SPACES.
       77  WRK-DATA-DESLIG      PIC 9(08) VALUES ZEROS.
       77  WRK-VALOR-CREDITO    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-VALOR-SUSPEITO   PIC 9(08)V99 VALUES ZEROS.
       77  WRK-QTD-RESC-OK      PIC 9(03) VALUES ZEROS.
       77  WRK-TOTAL-OCORR      PIC 9(05) VALUES ZEROS.
      * Ocorrencias por indicador: 1 = conta compartilhada, 2 =
      * credito a desligado, 3 = ativo sem ponto, 4 = troca de conta
      * as vesperas do pagamento, 5 = funcionario igual a dependente.
       77  WRK-IND-CORRENTE     PIC 9(01) VALUES ZEROS.
       01  WRK-TAB-OCORRENCIAS.
           05 WRK-IND-QTD PIC 9(05) OCCURS 5 TIMES VALUE ZEROS.
       01  WRK-TAB-NOMES-IND.
           05 FILLER PIC X(40) VALUE
              'CONTA BANCARIA COMPARTILHADA'.
           05 FILLER PIC X(40) VALUE
              'CREDITO A DESLIGADO OU NAO CADASTRADO'.
           05 FILLER PIC X(40) VALUE
              'ATIVO PAGO SEM PONTO E SEM AFASTAMENTO'.
           05 FILLER PIC X(40) VALUE
              'TROCA DE CONTA AS VESPERAS DO PAGAMENTO'.
           05 FILLER PIC X(40) VALUE
              'FUNCIONARIO IGUAL A DEPENDENTE'.
       01  WRK-TAB-NOMES-RED REDEFINES WRK-TAB-NOMES-IND.
           05 WRK-NOME-IND PIC X(40) OCCURS 5 TIMES.
       77  WRK-MASC-VALOR       PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-QTD         PIC ZZZZ9 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG66' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0050-LER-PARAM.
           PERFORM 0100-CARREGAR-CADASTRO.
           PERFORM 0150-CARREGAR-PAGAMENTO.
           DISPLAY 'COMPETENCIA DA FOLHA (AAAAMM, ZERO = MES DO ' ,
               'PAGAMENTO): '.
           MOVE ZEROS TO WRK-COMPETENCIA-NUM.
           ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE.
           IF WRK-COMPETENCIA-NUM = ZEROS
               MOVE WRK-PAGTO-AAAAMM TO WRK-COMPETENCIA-NUM
           END-IF.
           IF WRK-COMPETENCIA NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - AUDITORIA NAO ' ,
                   'REALIZADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0170-CARREGAR-PONTO-AFAST.
           PERFORM 0180-CARREGAR-RESCISOES.
           IF CARGA-ESTOUROU
               DISPLAY 'TABELA DE CARGA CHEIA - AUDITORIA ' ,
                   'CANCELADA SEM GRAVAR NADA (AMPLIE A CAPACIDADE)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0090-MONTAR-CABECALHO.
           MOVE 1 TO WRK-IND-CORRENTE.
           PERFORM 0200-CONTAS-COMPARTILHADAS.
           MOVE 2 TO WRK-IND-CORRENTE.
           PERFORM 0300-CREDITO-DESLIGADO.
           MOVE 3 TO WRK-IND-CORRENTE.
           PERFORM 0400-ATIVO-SEM-PONTO.
           MOVE 4 TO WRK-IND-CORRENTE.
           PERFORM 0500-TROCA-CONTA-VESPERA.
           MOVE 5 TO WRK-IND-CORRENTE.
           PERFORM 0600-FUNCIONARIO-DEPENDENTE.
           PERFORM 0700-RESUMO.
           PERFORM 0800-GRAVAR-TOTAIS-EOD.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-TOTAL-OCORR TO WRK-TRAILER-QTD.
           IF WRK-TOTAL-OCORR > ZEROS
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0050-LER-PARAM.
           OPEN INPUT FRAUDE-PARAM-FILE.
           IF WRK-STATUS-PARAM = '00'
               READ FRAUDE-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPR-DIAS-TROCA NUMERIC
                          AND FPR-DIAS-TROCA > ZEROS
                           MOVE FPR-DIAS-TROCA TO WRK-DIAS-TROCA
                       END-IF
               END-READ
               CLOSE FRAUDE-PARAM-FILE
           END-IF.

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
           DISPLAY '   INDICADORES DE FRAUDE NA FOLHA - COMPETENCIA ' ,
               WRK-COMP-MES '/' WRK-COMP-ANO.
           IF TEM-PAGAMENTO
               MOVE WRK-DATA-PAGTO TO WRK-DATA-AUX
               DISPLAY '   PAGAMENTO EM ' WRK-AUX-DIA '/' ,
                   WRK-AUX-MES '/' WRK-AUX-ANO ' - TROCA DE CONTA ' ,
                   'SUSPEITA ATE ' WRK-DIAS-TROCA ' DIAS ANTES'
           END-IF.
           DISPLAY ' '.

      * Cadastro mestre e dados bancarios em tabela.
       0100-CARREGAR-CADASTRO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-FUNC < 500
                               ADD 1 TO WRK-QTD-FUNC
                               SET WRK-IDX-FUN TO WRK-QTD-FUNC
                               MOVE EMP-MATRICULA TO
                                   WRK-FUN-MATRICULA(WRK-IDX-FUN)
                               MOVE EMP-NOME TO
                                   WRK-FUN-NOME(WRK-IDX-FUN)
                               MOVE EMP-SITUACAO TO
                                   WRK-FUN-SITUACAO(WRK-IDX-FUN)
                               IF EMP-NASCIMENTO NUMERIC
                                   MOVE EMP-NASCIMENTO TO
                                       WRK-FUN-NASCIMENTO(WRK-IDX-FUN)
                               ELSE
                                   MOVE ZEROS TO
                                       WRK-FUN-NASCIMENTO(WRK-IDX-FUN)
                               END-IF
                               IF WRK-FUN-NASCIMENTO(WRK-IDX-FUN)
                                       = ZEROS
                                   ADD 1 TO WRK-QTD-SEM-NASC
                               END-IF
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               DISPLAY 'AVISO: EMPLOYEE-MASTER.DAT NAO ENCONTRADO'
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT BANCO-FUNC-FILE.
           IF WRK-STATUS-BCO-FUNC = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ BANCO-FUNC-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-BCO < 500
                               ADD 1 TO WRK-QTD-BCO
                               MOVE BCF-MATRICULA TO
                                   WRK-BCO-MATRICULA(WRK-QTD-BCO)
                               MOVE BCF-BANCO TO
                                   WRK-BCO-BANCO(WRK-QTD-BCO)
                               MOVE BCF-AGENCIA TO
                                   WRK-BCO-AGENCIA(WRK-QTD-BCO)
                               MOVE BCF-CONTA TO
                                   WRK-BCO-CONTA(WRK-QTD-BCO)
                               MOVE BCF-DIGITO TO
                                   WRK-BCO-DIGITO(WRK-QTD-BCO)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANCO-FUNC-FILE
           END-IF.

      * Creditos de todos os lotes do arquivo do banco, menos os de
      * autonomos; a data de pagamento e a do primeiro header (lote
      * da folha).
       0150-CARREGAR-PAGAMENTO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT BANK-PAYMENT-FILE.
           IF WRK-STATUS-PAGTO = '00'
               SET TEM-PAGAMENTO TO TRUE
               PERFORM UNTIL FIM-ARQUIVO
                   READ BANK-PAYMENT-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0155-GUARDAR-REGISTRO-PAGTO
                   END-READ
               END-PERFORM
               CLOSE BANK-PAYMENT-FILE
           ELSE
               DISPLAY 'AVISO: BANK-PAYMENT.DAT NAO ENCONTRADO - ' ,
                   'INDICADORES DE CREDITO NAO AVALIADOS'
           END-IF.

       0155-GUARDAR-REGISTRO-PAGTO.
           EVALUATE BPG-TIPO-REG
               WHEN 'H'
                   IF BPH-TIPO-LOTE = 'A'
                       SET LOTE-AUTONOMO TO TRUE
                   ELSE
                       MOVE 'N' TO WRK-LOTE-AUTONOMO
                   END-IF
                   IF WRK-DATA-PAGTO = ZEROS
                      AND BPH-DATA-PAGTO NUMERIC
                      AND NOT LOTE-AUTONOMO
                       MOVE BPH-DATA-PAGTO TO WRK-DATA-PAGTO
                   END-IF
               WHEN 'D'
                   IF LOTE-AUTONOMO
                       CONTINUE
                   ELSE
                       PERFORM 0156-GUARDAR-CREDITO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0156-GUARDAR-CREDITO.
           IF WRK-QTD-CRED < 500
               ADD 1 TO WRK-QTD-CRED
               MOVE BPG-MATRICULA TO
                   WRK-CRD-MATRICULA(WRK-QTD-CRED)
               MOVE BPG-NOME TO WRK-CRD-NOME(WRK-QTD-CRED)
               MOVE BPG-VALOR TO WRK-CRD-VALOR(WRK-QTD-CRED)
               MOVE BPG-BANCO TO WRK-CRD-BANCO(WRK-QTD-CRED)
               MOVE BPG-AGENCIA TO
                   WRK-CRD-AGENCIA(WRK-QTD-CRED)
               MOVE BPG-CONTA TO WRK-CRD-CONTA(WRK-QTD-CRED)
               MOVE BPG-DIGITO TO
                   WRK-CRD-DIGITO(WRK-QTD-CRED)
           ELSE
               SET CARGA-ESTOUROU TO TRUE
           END-IF.

      * Matriculas com ao menos uma marcacao de ponto na competencia
      * e com afastamento que cobre algum dia da competencia (fim
      * zerado = afastamento em aberto).
       0170-CARREGAR-PONTO-AFAST.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PONTO-FILE.
           IF WRK-STATUS-PONTO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ PONTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PTO-DATA(1:6) = WRK-COMPETENCIA
                               PERFORM 0172-GUARDAR-PONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PONTO-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT AFASTAMENTOS-FILE.
           IF WRK-STATUS-AFAST = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ AFASTAMENTOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE AFA-INICIO(1:6) TO WRK-AFA-COMP-INI
                           MOVE AFA-FIM(1:6)    TO WRK-AFA-COMP-FIM
                           IF WRK-AFA-COMP-INI <= WRK-COMPETENCIA-NUM
                              AND (AFA-FIM = ZEROS
                                   OR WRK-AFA-COMP-FIM >=
                                      WRK-COMPETENCIA-NUM)
                               PERFORM 0174-GUARDAR-AFASTAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTOS-FILE
           END-IF.

       0172-GUARDAR-PONTO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-PONTO
               IF WRK-PTO-MAT(WRK-CTR) = PTO-MATRICULA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
               IF WRK-QTD-PONTO < 500
                   ADD 1 TO WRK-QTD-PONTO
                   MOVE PTO-MATRICULA TO WRK-PTO-MAT(WRK-QTD-PONTO)
               ELSE
                   SET CARGA-ESTOUROU TO TRUE
               END-IF
           END-IF.

       0174-GUARDAR-AFASTAMENTO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-AFAST
               IF WRK-AFA-MAT(WRK-CTR) = AFA-MATRICULA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
               IF WRK-QTD-AFAST < 500
                   ADD 1 TO WRK-QTD-AFAST
                   MOVE AFA-MATRICULA TO WRK-AFA-MAT(WRK-QTD-AFAST)
               ELSE
                   SET CARGA-ESTOUROU TO TRUE
               END-IF
           END-IF.

       0180-CARREGAR-RESCISOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RESCISOES-FILE.
           IF WRK-STATUS-RESCISOES = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESCISOES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-RESC < 500
                               ADD 1 TO WRK-QTD-RESC
                               MOVE RSC-MATRICULA TO
                                   WRK-RSC-MATRICULA(WRK-QTD-RESC)
                               MOVE RSC-DATA-DESLIG TO
                                   WRK-RSC-DATA(WRK-QTD-RESC)
                               MOVE RSC-LIQUIDO TO
                                   WRK-RSC-LIQUIDO(WRK-QTD-RESC)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESCISOES-FILE
           END-IF.

      * Conta uma ocorrencia do indicador corrente.
       0190-REGISTRAR-OCORRENCIA.
           ADD 1 TO WRK-IND-QTD(WRK-IND-CORRENTE).
           ADD 1 TO WRK-TOTAL-OCORR.

      * Procura WRK-MAT-PROCURADA no cadastro: WRK-IDX-ACHADO zerado
      * quando a matricula nao existe.
       0195-BUSCAR-FUNCIONARIO.
           MOVE ZEROS  TO WRK-IDX-ACHADO.
           MOVE SPACES TO WRK-NOME-ACHADO.
           PERFORM VARYING WRK-IDX-FUN FROM 1 BY 1
                   UNTIL WRK-IDX-FUN > WRK-QTD-FUNC
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-FUN-MATRICULA(WRK-IDX-FUN) = WRK-MAT-PROCURADA
                   SET WRK-IDX-ACHADO TO WRK-IDX-FUN
                   MOVE WRK-FUN-NOME(WRK-IDX-FUN) TO WRK-NOME-ACHADO
               END-IF
           END-PERFORM.

      * (1) Mesma chave banco/agencia/conta em duas ou mais
      * matriculas - cada conta sai uma vez, com todos os titulares.
       0200-CONTAS-COMPARTILHADAS.
           DISPLAY '1. ' WRK-NOME-IND(1).
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-BCO
               MOVE 'N' TO WRK-JA-LISTADA
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 >= WRK-CTR
                   IF WRK-BCO-BANCO(WRK-CTR2) = WRK-BCO-BANCO(WRK-CTR)
                      AND WRK-BCO-AGENCIA(WRK-CTR2) =
                          WRK-BCO-AGENCIA(WRK-CTR)
                      AND WRK-BCO-CONTA(WRK-CTR2) =
                          WRK-BCO-CONTA(WRK-CTR)
                       MOVE 'S' TO WRK-JA-LISTADA
                   END-IF
               END-PERFORM
               IF WRK-JA-LISTADA = 'N'
                  AND WRK-BCO-CONTA(WRK-CTR) > ZEROS
                   PERFORM 0210-LISTAR-CONTA-COMPARTILHADA
               END-IF
           END-PERFORM.
           DISPLAY '   OCORRENCIAS: ' WRK-IND-QTD(1).
           DISPLAY ' '.

       0210-LISTAR-CONTA-COMPARTILHADA.
           MOVE ZEROS TO WRK-QTD-MESMA-CONTA.
           PERFORM VARYING WRK-CTR2 FROM WRK-CTR BY 1
                   UNTIL WRK-CTR2 > WRK-QTD-BCO
               IF WRK-BCO-BANCO(WRK-CTR2) = WRK-BCO-BANCO(WRK-CTR)
                  AND WRK-BCO-AGENCIA(WRK-CTR2) =
                      WRK-BCO-AGENCIA(WRK-CTR)
                  AND WRK-BCO-CONTA(WRK-CTR2) = WRK-BCO-CONTA(WRK-CTR)
                   ADD 1 TO WRK-QTD-MESMA-CONTA
               END-IF
           END-PERFORM.
           IF WRK-QTD-MESMA-CONTA > 1
               PERFORM 0190-REGISTRAR-OCORRENCIA
               DISPLAY '   CONTA ' WRK-BCO-BANCO(WRK-CTR) '/' ,
                   WRK-BCO-AGENCIA(WRK-CTR) '/' ,
                   WRK-BCO-CONTA(WRK-CTR) '-' WRK-BCO-DIGITO(WRK-CTR) ,
                   ' EM ' WRK-QTD-MESMA-CONTA ' MATRICULAS:'
               PERFORM VARYING WRK-CTR2 FROM WRK-CTR BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-BCO
                   IF WRK-BCO-BANCO(WRK-CTR2) = WRK-BCO-BANCO(WRK-CTR)
                      AND WRK-BCO-AGENCIA(WRK-CTR2) =
                          WRK-BCO-AGENCIA(WRK-CTR)
                      AND WRK-BCO-CONTA(WRK-CTR2) =
                          WRK-BCO-CONTA(WRK-CTR)
                       MOVE WRK-BCO-MATRICULA(WRK-CTR2)
                           TO WRK-MAT-PROCURADA
                       PERFORM 0195-BUSCAR-FUNCIONARIO
                       DISPLAY '      MATR ' WRK-MAT-PROCURADA ' ' ,
                           WRK-NOME-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

      * (2) Credito para matricula desligada ou inexistente no
      * cadastro; o credito igual ao liquido de uma rescisao
      * registrada da matricula e o pagamento da propria rescisao.
       0300-CREDITO-DESLIGADO.
           DISPLAY '2. ' WRK-NOME-IND(2).
           IF NOT TEM-PAGAMENTO
               DISPLAY '   NAO AVALIADO - SEM BANK-PAYMENT.DAT'
           END-IF.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-CRED
               MOVE WRK-CRD-MATRICULA(WRK-CTR) TO WRK-MAT-PROCURADA
               PERFORM 0195-BUSCAR-FUNCIONARIO
               IF WRK-IDX-ACHADO = ZEROS
                   PERFORM 0190-REGISTRAR-OCORRENCIA
                   PERFORM 0310-EXIBIR-CREDITO
                   DISPLAY '      MATRICULA FORA DO CADASTRO MESTRE'
               ELSE
                   IF WRK-FUN-SITUACAO(WRK-IDX-ACHADO) = 'D'
                       PERFORM 0320-CONFERIR-RESCISAO
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY '   OCORRENCIAS: ' WRK-IND-QTD(2).
           IF WRK-QTD-RESC-OK > ZEROS
               DISPLAY '   (CREDITOS DE RESCISAO REGISTRADA ' ,
                   'DESCONSIDERADOS: ' WRK-QTD-RESC-OK ')'
           END-IF.
           DISPLAY ' '.

      * Evidencia do credito corrente (WRK-CTR) e valor somado ao
      * total sob suspeita.
       0310-EXIBIR-CREDITO.
           ADD WRK-CRD-VALOR(WRK-CTR) TO WRK-VALOR-SUSPEITO.
           MOVE WRK-CRD-VALOR(WRK-CTR) TO WRK-MASC-VALOR.
           DISPLAY '   MATR ' WRK-CRD-MATRICULA(WRK-CTR) ' ' ,
               WRK-CRD-NOME(WRK-CTR) ' CREDITO ' WRK-MASC-VALOR.
           DISPLAY '      CONTA ' WRK-CRD-BANCO(WRK-CTR) '/' ,
               WRK-CRD-AGENCIA(WRK-CTR) '/' WRK-CRD-CONTA(WRK-CTR) ,
               '-' WRK-CRD-DIGITO(WRK-CTR).

       0320-CONFERIR-RESCISAO.
           MOVE 'N'   TO WRK-ACHOU.
           MOVE ZEROS TO WRK-DATA-DESLIG.
           PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                   UNTIL WRK-CTR2 > WRK-QTD-RESC
               IF WRK-RSC-MATRICULA(WRK-CTR2) = WRK-MAT-PROCURADA
                   MOVE WRK-RSC-DATA(WRK-CTR2) TO WRK-DATA-DESLIG
                   IF WRK-RSC-LIQUIDO(WRK-CTR2) =
                           WRK-CRD-VALOR(WRK-CTR)
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
               ADD 1 TO WRK-QTD-RESC-OK
           ELSE
               PERFORM 0190-REGISTRAR-OCORRENCIA
               PERFORM 0310-EXIBIR-CREDITO
               IF WRK-DATA-DESLIG = ZEROS
                   DISPLAY '      DESLIGADO NO CADASTRO, SEM ' ,
                       'RESCISAO REGISTRADA'
               ELSE
                   MOVE WRK-DATA-DESLIG TO WRK-DATA-AUX
                   DISPLAY '      DESLIGADO EM ' WRK-AUX-DIA '/' ,
                       WRK-AUX-MES '/' WRK-AUX-ANO ' - CREDITO ' ,
                       'DIFERENTE DO LIQUIDO DA RESCISAO'
               END-IF
           END-IF.

      * (3) Ativo pago na competencia sem marcacao e sem afastamento.
      * Sem nenhuma marcacao na competencia o relogio nao foi
      * carregado e o indicador nao e avaliado, para nao marcar o
      * quadro inteiro.
       0400-ATIVO-SEM-PONTO.
           DISPLAY '3. ' WRK-NOME-IND(3).
           EVALUATE TRUE
               WHEN NOT TEM-PAGAMENTO
                   DISPLAY '   NAO AVALIADO - SEM BANK-PAYMENT.DAT'
               WHEN WRK-QTD-PONTO = ZEROS
                   DISPLAY '   NAO AVALIADO - PONTO.DAT SEM ' ,
                       'MARCACOES NA COMPETENCIA'
               WHEN OTHER
                   PERFORM VARYING WRK-CTR FROM 1 BY 1
                           UNTIL WRK-CTR > WRK-QTD-CRED
                       PERFORM 0410-CONFERIR-PONTO
                   END-PERFORM
           END-EVALUATE.
           DISPLAY '   OCORRENCIAS: ' WRK-IND-QTD(3).
           DISPLAY ' '.

       0410-CONFERIR-PONTO.
           MOVE WRK-CRD-MATRICULA(WRK-CTR) TO WRK-MAT-PROCURADA.
           PERFORM 0195-BUSCAR-FUNCIONARIO.
           IF WRK-IDX-ACHADO > ZEROS
              AND WRK-FUN-SITUACAO(WRK-IDX-ACHADO) = 'A'
               MOVE 'N' TO WRK-ACHOU
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-PONTO
                   IF WRK-PTO-MAT(WRK-CTR2) = WRK-MAT-PROCURADA
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-AFAST
                   IF WRK-AFA-MAT(WRK-CTR2) = WRK-MAT-PROCURADA
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-PERFORM
               IF WRK-ACHOU = 'N'
                   PERFORM 0190-REGISTRAR-OCORRENCIA
                   PERFORM 0310-EXIBIR-CREDITO
                   DISPLAY '      NENHUMA MARCACAO DE PONTO E NENHUM ' ,
                       'AFASTAMENTO EM ' WRK-COMP-MES '/' WRK-COMP-ANO
               END-IF
           END-IF.

      * (4) Troca de dados bancarios ate WRK-DIAS-TROCA dias antes
      * da data de pagamento (inclusive no proprio dia).
       0500-TROCA-CONTA-VESPERA.
           DISPLAY '4. ' WRK-NOME-IND(4).
           MOVE WRK-DATA-PAGTO TO WRK-DATA-AUX.
           IF WRK-DATA-PAGTO = ZEROS
              OR WRK-AUX-MES < 1 OR WRK-AUX-MES > 12
              OR WRK-AUX-DIA < 1 OR WRK-AUX-DIA > 31
               DISPLAY '   NAO AVALIADO - SEM DATA DE PAGAMENTO EM ' ,
                   'BANK-PAYMENT.DAT'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               OPEN INPUT ALTER-BANCO-FILE
               IF WRK-STATUS-ALTER-BCO = '00'
                   PERFORM UNTIL FIM-ARQUIVO
                       READ ALTER-BANCO-FILE
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           NOT AT END
                               PERFORM 0510-CONFERIR-TROCA
                       END-READ
                   END-PERFORM
                   CLOSE ALTER-BANCO-FILE
               END-IF
           END-IF.
           DISPLAY '   OCORRENCIAS: ' WRK-IND-QTD(4).
           DISPLAY ' '.

       0510-CONFERIR-TROCA.
           MOVE 'N' TO WRK-ACHOU.
           IF ALB-DATA NUMERIC
               MOVE ALB-DATA TO WRK-DATA-AUX
               IF WRK-AUX-MES >= 1 AND WRK-AUX-MES <= 12
                  AND WRK-AUX-DIA >= 1 AND WRK-AUX-DIA <= 31
                  AND ALB-DATA <= WRK-DATA-PAGTO
                   COMPUTE WRK-DIAS-ANTES =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-PAGTO)
                     - FUNCTION INTEGER-OF-DATE(ALB-DATA)
                   IF WRK-DIAS-ANTES <= WRK-DIAS-TROCA
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-IF
           END-IF.
           IF WRK-ACHOU = 'S'
               PERFORM 0520-EXIBIR-TROCA
           END-IF.

       0520-EXIBIR-TROCA.
           PERFORM 0190-REGISTRAR-OCORRENCIA.
           MOVE ALB-MATRICULA TO WRK-MAT-PROCURADA.
           PERFORM 0195-BUSCAR-FUNCIONARIO.
           MOVE ZEROS TO WRK-VALOR-CREDITO.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-CRED
               IF WRK-CRD-MATRICULA(WRK-CTR) = ALB-MATRICULA
                   ADD WRK-CRD-VALOR(WRK-CTR) TO WRK-VALOR-CREDITO
               END-IF
           END-PERFORM.
           ADD WRK-VALOR-CREDITO TO WRK-VALOR-SUSPEITO.
           MOVE WRK-VALOR-CREDITO TO WRK-MASC-VALOR.
           DISPLAY '   MATR ' ALB-MATRICULA ' ' WRK-NOME-ACHADO ,
               ' EM ' WRK-AUX-DIA '/' WRK-AUX-MES '/' WRK-AUX-ANO ,
               ' (' WRK-DIAS-ANTES ' DIAS ANTES) POR ' ALB-USUARIO.
           IF ALB-CONTA-ANTIGA = ZEROS
               DISPLAY '      INCLUSAO DA CONTA ' ALB-BANCO-NOVO '/' ,
                   ALB-AGENCIA-NOVA '/' ALB-CONTA-NOVA '-' ,
                   ALB-DIGITO-NOVO
           ELSE
               DISPLAY '      DE ' ALB-BANCO-ANTIGO '/' ,
                   ALB-AGENCIA-ANTIGA '/' ALB-CONTA-ANTIGA '-' ,
                   ALB-DIGITO-ANTIGO ' PARA ' ALB-BANCO-NOVO '/' ,
                   ALB-AGENCIA-NOVA '/' ALB-CONTA-NOVA '-' ,
                   ALB-DIGITO-NOVO
           END-IF.
           DISPLAY '      CREDITADO NO ARQUIVO DO BANCO: ' ,
               WRK-MASC-VALOR.

      * (5) Funcionario com o mesmo nome (nos 15 caracteres do
      * cadastro) e a mesma data de nascimento de um dependente.
       0600-FUNCIONARIO-DEPENDENTE.
           DISPLAY '5. ' WRK-NOME-IND(5).
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT DEPENDENTES-FILE.
           IF WRK-STATUS-DEPEND = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ DEPENDENTES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF DPD-NASCIMENTO NUMERIC
                              AND DPD-NASCIMENTO > ZEROS
                               PERFORM 0610-CONFERIR-DEPENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENTES-FILE
           END-IF.
           IF WRK-QTD-SEM-NASC > ZEROS
               DISPLAY '   FUNCIONARIOS SEM DATA DE NASCIMENTO NO ' ,
                   'CADASTRO (NAO CONFRONTADOS): ' WRK-QTD-SEM-NASC
           END-IF.
           DISPLAY '   OCORRENCIAS: ' WRK-IND-QTD(5).
           DISPLAY ' '.

       0610-CONFERIR-DEPENDENTE.
           PERFORM VARYING WRK-IDX-FUN FROM 1 BY 1
                   UNTIL WRK-IDX-FUN > WRK-QTD-FUNC
               IF WRK-FUN-NASCIMENTO(WRK-IDX-FUN) = DPD-NASCIMENTO
                  AND WRK-FUN-NOME(WRK-IDX-FUN) = DPD-NOME(1:15)
                   PERFORM 0190-REGISTRAR-OCORRENCIA
                   MOVE DPD-NASCIMENTO TO WRK-DATA-AUX
                   DISPLAY '   MATR ' WRK-FUN-MATRICULA(WRK-IDX-FUN) ,
                       ' ' WRK-FUN-NOME(WRK-IDX-FUN) ' NASC ' ,
                       WRK-AUX-DIA '/' WRK-AUX-MES '/' WRK-AUX-ANO
                   DISPLAY '      DEPENDENTE ' DPD-NOME ' (TIPO ' ,
                       DPD-TIPO ') DA MATR ' DPD-MATRICULA
               END-IF
           END-PERFORM.

       0700-RESUMO.
           DISPLAY '-----------------------------------------------' ,
               '---------------------------------------'.
           DISPLAY 'OCORRENCIAS POR INDICADOR:'.
           PERFORM VARYING WRK-CTR FROM 1 BY 1 UNTIL WRK-CTR > 5
               MOVE WRK-IND-QTD(WRK-CTR) TO WRK-MASC-QTD
               DISPLAY '   ' WRK-NOME-IND(WRK-CTR) ': ' WRK-MASC-QTD
           END-PERFORM.
           MOVE WRK-TOTAL-OCORR TO WRK-MASC-QTD.
           DISPLAY 'TOTAL DE OCORRENCIAS: ' WRK-MASC-QTD.
           MOVE WRK-VALOR-SUSPEITO TO WRK-MASC-VALOR.
           DISPLAY 'CREDITOS ENVOLVIDOS:  ' WRK-MASC-VALOR.

      * Ocorrencias e valor dos creditos envolvidos para o resumo
      * consolidado.
       0800-GRAVAR-TOTAIS-EOD.
           MOVE 'PROG66'           TO WRK-EOD-PROGRAMA-ATUAL.
           MOVE WRK-TOTAL-OCORR    TO WRK-EOD-QTD.
           MOVE WRK-VALOR-SUSPEITO TO WRK-EOD-VALOR-PRINCIPAL.
           MOVE ZEROS              TO WRK-EOD-VALOR-SECUNDARIO.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.

           COPY 'EODPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG66.
