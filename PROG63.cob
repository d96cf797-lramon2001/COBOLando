      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Extrato mensal de eventos trabalhistas (layout fixo no
      * estilo do eSocial) de uma competencia: gera EVENTOS-MENSAL.DAT
      * com header ('1'), um tipo de detalhe por evento - admissao
      * ('2', do cadastro EMPLOYEE-MASTER.DAT mantido pelo PROG17 e
      * carregado pelo PROG46), remuneracao por funcionario da folha
      * fechada ('3', de FOLHA-YTD.DAT), afastamento ('4', de
      * AFASTAMENTOS.DAT), desligamento ('5', dos eventos que o PROG20
      * grava em RESCISOES.DAT) e ferias ('6', de FERIAS-GOZO.DAT) -
      * e trailer ('9') com as contagens por tipo e os totais de
      * controle. Imprime a listagem de conferencia e, como o extrato
      * anual do PROG48, fecha a remuneracao do arquivo gerado contra
      * FOLHA-YTD.DAT da competencia: divergencia devolve RETURN-CODE
      * diferente de zero.
      * RETURN-CODE: 0 extrato fechado, 4 competencia ainda nao fechada
      * (extrato sai como previa), 1 remuneracao fora de balanco, 8
      * competencia invalida ou sem folha no acumulado.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG63.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-YTD-FILE ASSIGN TO "FOLHA-YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-YTD.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFAST.
           SELECT RESCISOES-FILE ASSIGN TO "RESCISOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESCISOES.
           SELECT FERIAS-GOZO-FILE ASSIGN TO "FERIAS-GOZO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GOZO.
           SELECT EVENTOS-FILE ASSIGN TO "EVENTOS-MENSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EVENTOS.
           COPY 'EMPMSL.COB'.
           COPY 'PSTASL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-YTD-FILE.
       01  FOLHA-YTD-RECORD.
           05 YTD-MATRICULA    PIC 9(05).
           05 YTD-NOME         PIC X(20).
           05 YTD-ANO          PIC 9(04).
           05 YTD-MES          PIC 9(02).
           05 YTD-BRUTO        PIC 9(08)V99.
           05 YTD-INSS         PIC 9(08)V99.
           05 YTD-IRRF         PIC 9(08)V99.
           05 YTD-LIQUIDO      PIC 9(08)V99.
           05 YTD-DEPENDENTES  PIC 9(02).
           05 YTD-PLR          PIC 9(08)V99.
           05 YTD-IRRF-PLR     PIC 9(08)V99.
           05 YTD-EMPRESA      PIC 9(02).
       FD  AFASTAMENTOS-FILE.
       01  AFASTAMENTOS-RECORD.
           05 AFA-MATRICULA    PIC 9(05).
           05 AFA-INICIO       PIC 9(08).
           05 AFA-FIM          PIC 9(08).
           05 AFA-MOTIVO       PIC X(02).
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
       FD  FERIAS-GOZO-FILE.
       01  FERIAS-GOZO-RECORD.
           05 GOZ-MATRICULA    PIC 9(05).
           05 GOZ-INICIO       PIC 9(08).
           05 GOZ-DIAS         PIC 9(02).
           05 GOZ-COMPETENCIA  PIC 9(06).
           05 GOZ-VALOR-BRUTO  PIC 9(08)V99.
       FD  EVENTOS-FILE.
       01  EVENTOS-RECORD      PIC X(150).
       01  EVENTOS-HEADER REDEFINES EVENTOS-RECORD.
           05 EVH-TIPO         PIC X(01).
           05 EVH-COMPETENCIA  PIC 9(06).
           05 EVH-EMPRESA      PIC X(30).
           05 EVH-DATA-GERACAO PIC 9(08).
           05 EVH-SITUACAO     PIC X(01).
           05 FILLER           PIC X(104).
       01  EVENTOS-ADMISSAO REDEFINES EVENTOS-RECORD.
           05 EVA-TIPO         PIC X(01).
           05 EVA-MATRICULA    PIC 9(05).
           05 EVA-NOME         PIC X(15).
           05 EVA-ADMISSAO     PIC 9(06).
           05 EVA-DEPARTAMENTO PIC 9(03).
           05 EVA-CARGO        PIC 9(03).
           05 EVA-SALARIO      PIC 9(06)V99.
           05 FILLER           PIC X(109).
       01  EVENTOS-REMUNERACAO REDEFINES EVENTOS-RECORD.
           05 EVR-TIPO         PIC X(01).
           05 EVR-MATRICULA    PIC 9(05).
           05 EVR-NOME         PIC X(20).
           05 EVR-DEPARTAMENTO PIC 9(03).
           05 EVR-BRUTO        PIC 9(10)V99.
           05 EVR-INSS         PIC 9(10)V99.
           05 EVR-IRRF         PIC 9(10)V99.
           05 EVR-LIQUIDO      PIC 9(10)V99.
           05 EVR-DEPENDENTES  PIC 9(02).
           05 FILLER           PIC X(71).
       01  EVENTOS-AFASTAMENTO REDEFINES EVENTOS-RECORD.
           05 EVF-TIPO         PIC X(01).
           05 EVF-MATRICULA    PIC 9(05).
           05 EVF-INICIO       PIC 9(08).
           05 EVF-FIM          PIC 9(08).
           05 EVF-MOTIVO       PIC X(02).
           05 EVF-OCORRENCIA   PIC X(01).
           05 FILLER           PIC X(125).
       01  EVENTOS-DESLIGAMENTO REDEFINES EVENTOS-RECORD.
           05 EVD-TIPO         PIC X(01).
           05 EVD-MATRICULA    PIC 9(05).
           05 EVD-DATA-DESLIG  PIC 9(08).
           05 EVD-MOTIVO       PIC 9(01).
           05 EVD-AVISO        PIC X(01).
           05 EVD-DIAS-AVISO   PIC 9(03).
           05 EVD-BRUTO        PIC 9(08)V99.
           05 EVD-LIQUIDO      PIC 9(08)V99.
           05 FILLER           PIC X(111).
       01  EVENTOS-FERIAS REDEFINES EVENTOS-RECORD.
           05 EVV-TIPO         PIC X(01).
           05 EVV-MATRICULA    PIC 9(05).
           05 EVV-INICIO       PIC 9(08).
           05 EVV-DIAS         PIC 9(02).
           05 EVV-VALOR-BRUTO  PIC 9(08)V99.
           05 FILLER           PIC X(124).
       01  EVENTOS-TRAILER REDEFINES EVENTOS-RECORD.
           05 EVT-TIPO         PIC X(01).
           05 EVT-QTD-ADMISSOES PIC 9(05).
           05 EVT-QTD-REMUNERACOES PIC 9(05).
           05 EVT-QTD-AFASTAMENTOS PIC 9(05).
           05 EVT-QTD-DESLIGAMENTOS PIC 9(05).
           05 EVT-QTD-FERIAS   PIC 9(05).
           05 EVT-QTD-TOTAL    PIC 9(06).
           05 EVT-TOTAL-BRUTO  PIC 9(12)V99.
           05 EVT-TOTAL-INSS   PIC 9(12)V99.
           05 EVT-TOTAL-IRRF   PIC 9(12)V99.
           05 EVT-TOTAL-RESCISOES PIC 9(12)V99.
           05 EVT-TOTAL-FERIAS PIC 9(12)V99.
           05 FILLER           PIC X(48).
           COPY 'EMPMFD.COB'.
           COPY 'PSTAFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-YTD       PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-AFAST     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RESCISOES PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-GOZO      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-EVENTOS   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-YTD          PIC X(01) VALUES 'N'.
           88 FIM-YTD VALUE 'S'.
       77  WRK-FIM-MASTER       PIC X(01) VALUES 'N'.
           88 FIM-MASTER VALUE 'S'.
       77  WRK-MASTER-ABERTO    PIC X(01) VALUES 'N'.
           88 MASTER-ABERTO VALUE 'S'.
       77  WRK-CADASTRO-OK      PIC X(01) VALUES 'S'.
           88 CADASTRO-OK VALUE 'S'.
       77  WRK-FIM-AFAST        PIC X(01) VALUES 'N'.
           88 FIM-AFAST VALUE 'S'.
       77  WRK-FIM-RESCISOES    PIC X(01) VALUES 'N'.
           88 FIM-RESCISOES VALUE 'S'.
       77  WRK-FIM-GOZO         PIC X(01) VALUES 'N'.
           88 FIM-GOZO VALUE 'S'.
       77  WRK-FIM-EVENTOS      PIC X(01) VALUES 'N'.
           88 FIM-EVENTOS VALUE 'S'.
       01  WRK-COMPETENCIA.
           05 WRK-COMPETENCIA-ANO PIC 9(04).
           05 WRK-COMPETENCIA-MES PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
      * Data AAAAMMDD de um evento, com a competencia AAAAMM na frente
      * para o filtro do mes.
       01  WRK-DATA-EVENTO.
           05 WRK-COMP-EVENTO   PIC 9(06).
           05 WRK-DIA-EVENTO    PIC 9(02).
       01  WRK-DATA-FIM-EVENTO.
           05 WRK-COMP-FIM-EVENTO PIC 9(06).
           05 WRK-DIA-FIM-EVENTO  PIC 9(02).
       77  WRK-COMP-ADMISSAO    PIC 9(06) VALUES ZEROS.
       77  WRK-SITUACAO-FOLHA   PIC X(01) VALUES 'P'.
           88 FOLHA-FECHADA VALUE 'F'.
      * Remuneracao da competencia por matricula, consolidada de
      * FOLHA-YTD.DAT (a folha normal, a rescisao do PROG20 e as
      * ferias do PROG42 podem deixar mais de um registro por mes).
       77  WRK-QTD-FUNC         PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(03) VALUES ZEROS.
       77  WRK-FUNC-ESTOUROU    PIC X(01) VALUES 'N'.
           88 FUNC-ESTOUROU VALUE 'S'.
       01  WRK-TAB-FUNC.
           05 WRK-FUNC-ITEM OCCURS 300 TIMES
                             INDEXED BY WRK-IDX-FUNC.
              10 WRK-FUNC-MATRICULA   PIC 9(05).
              10 WRK-FUNC-NOME        PIC X(20).
              10 WRK-FUNC-BRUTO       PIC 9(10)V99.
              10 WRK-FUNC-INSS        PIC 9(10)V99.
              10 WRK-FUNC-IRRF        PIC 9(10)V99.
              10 WRK-FUNC-LIQUIDO     PIC 9(10)V99.
              10 WRK-FUNC-DEPENDENTES PIC 9(02).
      * Total de controle lido direto do acumulado, independente da
      * tabela e do cadastro - e contra ele que o extrato fecha.
       77  WRK-QTD-REG-YTD      PIC 9(05) VALUES ZEROS.
       77  WRK-CTL-BRUTO        PIC 9(12)V99 VALUES ZEROS.
       77  WRK-CTL-INSS         PIC 9(12)V99 VALUES ZEROS.
       77  WRK-CTL-IRRF         PIC 9(12)V99 VALUES ZEROS.
      * Contagens e totais gravados no trailer.
       77  WRK-QTD-ADMISSOES    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-REMUNERACOES PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-AFASTAMENTOS PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DESLIGAMENTOS PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-FERIAS       PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-TOTAL        PIC 9(06) VALUES ZEROS.
       77  WRK-TOTAL-BRUTO      PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-INSS       PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-IRRF       PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-RESCISOES  PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-FERIAS     PIC 9(12)V99 VALUES ZEROS.
      * Releitura do arquivo gerado para a conferencia.
       77  WRK-REL-QTD-REMUN    PIC 9(05) VALUES ZEROS.
       77  WRK-REL-QTD-TOTAL    PIC 9(06) VALUES ZEROS.
       77  WRK-REL-BRUTO        PIC 9(12)V99 VALUES ZEROS.
       77  WRK-REL-INSS         PIC 9(12)V99 VALUES ZEROS.
       77  WRK-REL-IRRF         PIC 9(12)V99 VALUES ZEROS.
       77  WRK-REL-TRL-BRUTO    PIC 9(12)V99 VALUES ZEROS.
       77  WRK-REL-TRL-QTD      PIC 9(06) VALUES ZEROS.
       77  WRK-REL-TRAILER      PIC X(01) VALUES 'N'.
           88 REL-TRAILER-LIDO VALUE 'S'.
       77  WRK-MASC-TOTAL       PIC $ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG63' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           DISPLAY 'COMPETENCIA DO EXTRATO (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           PERFORM 0090-MONTAR-CABECALHO.
           IF WRK-COMPETENCIA-MES < 1 OR WRK-COMPETENCIA-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - NADA A EXTRAIR'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0100-CONSOLIDAR-REMUNERACAO.
           IF WRK-QTD-REG-YTD = ZEROS
               DISPLAY 'NENHUMA FOLHA DA COMPETENCIA ' ,
                   WRK-COMPETENCIA-NUM ' NO ACUMULADO - NADA A ' ,
                   'EXTRAIR'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0150-VERIFICAR-FECHAMENTO
               PERFORM 0200-GRAVAR-EXTRATO
               PERFORM 0700-CONFERIR-EXTRATO
           END-IF.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-TOTAL TO WRK-TRAILER-QTD.
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
           DISPLAY '   EXTRATO MENSAL DE EVENTOS - COMPETENCIA ' ,
               WRK-COMPETENCIA-MES '/' WRK-COMPETENCIA-ANO.
           DISPLAY ' '.

      * Le a competencia em FOLHA-YTD.DAT: consolida por matricula e
      * soma, a parte, o total de controle de todos os registros.
       0100-CONSOLIDAR-REMUNERACAO.
           OPEN INPUT FOLHA-YTD-FILE.
           IF WRK-STATUS-YTD = '00'
               PERFORM UNTIL FIM-YTD
                   READ FOLHA-YTD-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-YTD
                       NOT AT END
                           IF YTD-ANO = WRK-COMPETENCIA-ANO
                              AND YTD-MES = WRK-COMPETENCIA-MES
                               ADD 1         TO WRK-QTD-REG-YTD
                               ADD YTD-BRUTO TO WRK-CTL-BRUTO
                               ADD YTD-INSS  TO WRK-CTL-INSS
                               ADD YTD-IRRF  TO WRK-CTL-IRRF
                               PERFORM 0110-ACUMULAR-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-YTD-FILE
           END-IF.

       0110-ACUMULAR-FUNCIONARIO.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-FUNC FROM 1 BY 1
                   UNTIL WRK-IDX-FUNC > WRK-QTD-FUNC
               IF WRK-FUNC-MATRICULA(WRK-IDX-FUNC) = YTD-MATRICULA
                   SET WRK-IDX-ACHADO TO WRK-IDX-FUNC
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-FUNC < 300
                   ADD 1 TO WRK-QTD-FUNC
                   MOVE WRK-QTD-FUNC TO WRK-IDX-ACHADO
                   MOVE YTD-MATRICULA TO
                       WRK-FUNC-MATRICULA(WRK-IDX-ACHADO)
                   MOVE YTD-NOME TO WRK-FUNC-NOME(WRK-IDX-ACHADO)
                   MOVE ZEROS TO WRK-FUNC-BRUTO(WRK-IDX-ACHADO)
                       WRK-FUNC-INSS(WRK-IDX-ACHADO)
                       WRK-FUNC-IRRF(WRK-IDX-ACHADO)
                       WRK-FUNC-LIQUIDO(WRK-IDX-ACHADO)
                       WRK-FUNC-DEPENDENTES(WRK-IDX-ACHADO)
               ELSE
                   SET FUNC-ESTOUROU TO TRUE
                   DISPLAY 'AVISO: TABELA DE FUNCIONARIOS CHEIA - ' ,
                       'MATRICULA FORA DO EXTRATO: ' YTD-MATRICULA
               END-IF
           END-IF.
           IF WRK-IDX-ACHADO > ZEROS
               ADD YTD-BRUTO   TO WRK-FUNC-BRUTO(WRK-IDX-ACHADO)
               ADD YTD-INSS    TO WRK-FUNC-INSS(WRK-IDX-ACHADO)
               ADD YTD-IRRF    TO WRK-FUNC-IRRF(WRK-IDX-ACHADO)
               ADD YTD-LIQUIDO TO WRK-FUNC-LIQUIDO(WRK-IDX-ACHADO)
               IF YTD-DEPENDENTES >
                       WRK-FUNC-DEPENDENTES(WRK-IDX-ACHADO)
                   MOVE YTD-DEPENDENTES TO
                       WRK-FUNC-DEPENDENTES(WRK-IDX-ACHADO)
               END-IF
           END-IF.

      * A remuneracao so e definitiva com a competencia fechada em
      * PERIODO-STATUS.DAT; aberta, o extrato sai marcado como previa
      * ('P' no header) e com RETURN-CODE 4.
       0150-VERIFICAR-FECHAMENTO.
           PERFORM 9670-CARREGAR-PERIODOS.
           MOVE WRK-COMPETENCIA-NUM TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               MOVE 'F' TO WRK-SITUACAO-FOLHA
           ELSE
               MOVE 'P' TO WRK-SITUACAO-FOLHA
               DISPLAY 'AVISO: COMPETENCIA ' WRK-COMPETENCIA-NUM ,
                   ' AINDA NAO FECHADA - EXTRATO GERADO COMO PREVIA'
           END-IF.

      * Grava header, os cinco blocos de eventos e o trailer, com a
      * listagem de conferencia de cada bloco.
       0200-GRAVAR-EXTRATO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT EVENTOS-FILE.
           MOVE SPACES                TO EVENTOS-RECORD.
           MOVE '1'                   TO EVH-TIPO.
           MOVE WRK-COMPETENCIA-NUM   TO EVH-COMPETENCIA.
           MOVE WRK-EMPRESA-RELATORIO TO EVH-EMPRESA.
           MOVE WRK-DATA-HOJE         TO EVH-DATA-GERACAO.
           MOVE WRK-SITUACAO-FOLHA    TO EVH-SITUACAO.
           WRITE EVENTOS-RECORD.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC = '00'
               MOVE 'S' TO WRK-MASTER-ABERTO
           END-IF.
           PERFORM 0300-GRAVAR-ADMISSOES.
           PERFORM 0400-GRAVAR-REMUNERACOES.
           IF MASTER-ABERTO
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           PERFORM 0500-GRAVAR-AFASTAMENTOS.
           PERFORM 0550-GRAVAR-DESLIGAMENTOS.
           PERFORM 0600-GRAVAR-FERIAS.
           COMPUTE WRK-QTD-TOTAL = WRK-QTD-ADMISSOES +
               WRK-QTD-REMUNERACOES + WRK-QTD-AFASTAMENTOS +
               WRK-QTD-DESLIGAMENTOS + WRK-QTD-FERIAS.
           MOVE SPACES                TO EVENTOS-RECORD.
           MOVE '9'                   TO EVT-TIPO.
           MOVE WRK-QTD-ADMISSOES     TO EVT-QTD-ADMISSOES.
           MOVE WRK-QTD-REMUNERACOES  TO EVT-QTD-REMUNERACOES.
           MOVE WRK-QTD-AFASTAMENTOS  TO EVT-QTD-AFASTAMENTOS.
           MOVE WRK-QTD-DESLIGAMENTOS TO EVT-QTD-DESLIGAMENTOS.
           MOVE WRK-QTD-FERIAS        TO EVT-QTD-FERIAS.
           MOVE WRK-QTD-TOTAL         TO EVT-QTD-TOTAL.
           MOVE WRK-TOTAL-BRUTO       TO EVT-TOTAL-BRUTO.
           MOVE WRK-TOTAL-INSS        TO EVT-TOTAL-INSS.
           MOVE WRK-TOTAL-IRRF        TO EVT-TOTAL-IRRF.
           MOVE WRK-TOTAL-RESCISOES   TO EVT-TOTAL-RESCISOES.
           MOVE WRK-TOTAL-FERIAS      TO EVT-TOTAL-FERIAS.
           WRITE EVENTOS-RECORD.
           CLOSE EVENTOS-FILE.
           DISPLAY '-----------------------------------------------' ,
               '--------'.
           DISPLAY 'EVENTOS GRAVADOS EM EVENTOS-MENSAL.DAT: ' ,
               WRK-QTD-TOTAL.
           DISPLAY '  ADMISSOES.....: ' WRK-QTD-ADMISSOES.
           DISPLAY '  REMUNERACOES..: ' WRK-QTD-REMUNERACOES.
           DISPLAY '  AFASTAMENTOS..: ' WRK-QTD-AFASTAMENTOS.
           DISPLAY '  DESLIGAMENTOS.: ' WRK-QTD-DESLIGAMENTOS.
           DISPLAY '  FERIAS........: ' WRK-QTD-FERIAS.

      * Admissoes: funcionario do cadastro com entrada na competencia
      * (admissao do PROG17, readmissao ou carga do PROG46).
       0300-GRAVAR-ADMISSOES.
           DISPLAY 'ADMISSOES'.
           DISPLAY 'MATR.  FUNCIONARIO     DEPTO CARGO      SALARIO'.
           IF MASTER-ABERTO
               PERFORM UNTIL FIM-MASTER
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-MASTER
                       NOT AT END
                           COMPUTE WRK-COMP-ADMISSAO =
                               EMP-ANO-ENTRADA * 100 +
                               EMP-MES-ENTRADA
                           IF WRK-COMP-ADMISSAO = WRK-COMPETENCIA-NUM
                               PERFORM 0310-GRAVAR-ADMISSAO
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'AVISO: EMPLOYEE-MASTER.DAT NAO ENCONTRADO - ' ,
                   'SEM ADMISSOES NO EXTRATO'
           END-IF.
           DISPLAY ' '.

       0310-GRAVAR-ADMISSAO.
           ADD 1 TO WRK-QTD-ADMISSOES.
           MOVE SPACES            TO EVENTOS-RECORD.
           MOVE '2'               TO EVA-TIPO.
           MOVE EMP-MATRICULA     TO EVA-MATRICULA.
           MOVE EMP-NOME          TO EVA-NOME.
           MOVE WRK-COMP-ADMISSAO TO EVA-ADMISSAO.
           MOVE EMP-DEPARTAMENTO  TO EVA-DEPARTAMENTO.
           MOVE EMP-CARGO         TO EVA-CARGO.
           MOVE EMP-SALARIO       TO EVA-SALARIO.
           WRITE EVENTOS-RECORD.
           MOVE EMP-SALARIO TO WRK-MASC-VALOR.
           DISPLAY EVA-MATRICULA '  ' EVA-NOME ' ' EVA-DEPARTAMENTO ,
               '   ' EVA-CARGO '  ' WRK-MASC-VALOR.

      * Remuneracao: um detalhe por matricula consolidada, com o
      * departamento do cadastro. Matricula fora do cadastro nao vai
      * para o extrato - a diferenca aparece no fechamento.
       0400-GRAVAR-REMUNERACOES.
           DISPLAY 'REMUNERACOES'.
           DISPLAY 'MATR.  FUNCIONARIO          BRUTO           ' ,
               'INSS          IRRF'.
           PERFORM VARYING WRK-IDX-FUNC FROM 1 BY 1
                   UNTIL WRK-IDX-FUNC > WRK-QTD-FUNC
               PERFORM 0410-GRAVAR-REMUNERACAO
           END-PERFORM.
           DISPLAY ' '.

       0410-GRAVAR-REMUNERACAO.
           MOVE SPACES TO EVENTOS-RECORD.
           MOVE '3' TO EVR-TIPO.
           MOVE WRK-FUNC-MATRICULA(WRK-IDX-FUNC) TO EVR-MATRICULA.
           MOVE WRK-FUNC-NOME(WRK-IDX-FUNC)      TO EVR-NOME.
           MOVE ZEROS TO EVR-DEPARTAMENTO.
           MOVE 'S' TO WRK-CADASTRO-OK.
           IF MASTER-ABERTO
               MOVE WRK-FUNC-MATRICULA(WRK-IDX-FUNC) TO EMP-MATRICULA
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-CADASTRO-OK
                   NOT INVALID KEY
                       MOVE EMP-DEPARTAMENTO TO EVR-DEPARTAMENTO
               END-READ
           END-IF.
           IF NOT CADASTRO-OK
               DISPLAY 'AVISO: MATRICULA ' EVR-MATRICULA ,
                   ' SEM CADASTRO - REMUNERACAO FORA DO EXTRATO'
           ELSE
               MOVE WRK-FUNC-BRUTO(WRK-IDX-FUNC)   TO EVR-BRUTO
               MOVE WRK-FUNC-INSS(WRK-IDX-FUNC)    TO EVR-INSS
               MOVE WRK-FUNC-IRRF(WRK-IDX-FUNC)    TO EVR-IRRF
               MOVE WRK-FUNC-LIQUIDO(WRK-IDX-FUNC) TO EVR-LIQUIDO
               MOVE WRK-FUNC-DEPENDENTES(WRK-IDX-FUNC)
                   TO EVR-DEPENDENTES
               WRITE EVENTOS-RECORD
               ADD 1 TO WRK-QTD-REMUNERACOES
               ADD EVR-BRUTO TO WRK-TOTAL-BRUTO
               ADD EVR-INSS  TO WRK-TOTAL-INSS
               ADD EVR-IRRF  TO WRK-TOTAL-IRRF
               MOVE EVR-BRUTO TO WRK-MASC-VALOR
               DISPLAY EVR-MATRICULA ' ' EVR-NOME ' ' WRK-MASC-VALOR
                   WITH NO ADVANCING
               MOVE EVR-INSS TO WRK-MASC-VALOR
               DISPLAY ' ' WRK-MASC-VALOR WITH NO ADVANCING
               MOVE EVR-IRRF TO WRK-MASC-VALOR
               DISPLAY ' ' WRK-MASC-VALOR
           END-IF.

      * Afastamentos que comecam ou terminam na competencia: 'I' so o
      * inicio no mes, 'T' so o termino, 'A' inicio e termino no mes.
       0500-GRAVAR-AFASTAMENTOS.
           DISPLAY 'AFASTAMENTOS'.
           DISPLAY 'MATR.  INICIO    FIM       MOTIVO OCORRENCIA'.
           OPEN INPUT AFASTAMENTOS-FILE.
           IF WRK-STATUS-AFAST = '00'
               PERFORM UNTIL FIM-AFAST
                   READ AFASTAMENTOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-AFAST
                       NOT AT END
                           PERFORM 0510-AVALIAR-AFASTAMENTO
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTOS-FILE
           END-IF.
           DISPLAY ' '.

       0510-AVALIAR-AFASTAMENTO.
           MOVE AFA-INICIO TO WRK-DATA-EVENTO.
           MOVE AFA-FIM    TO WRK-DATA-FIM-EVENTO.
           MOVE SPACES     TO EVENTOS-RECORD.
           EVALUATE TRUE
               WHEN WRK-COMP-EVENTO = WRK-COMPETENCIA-NUM
                AND WRK-COMP-FIM-EVENTO = WRK-COMPETENCIA-NUM
                   MOVE 'A' TO EVF-OCORRENCIA
               WHEN WRK-COMP-EVENTO = WRK-COMPETENCIA-NUM
                   MOVE 'I' TO EVF-OCORRENCIA
               WHEN WRK-COMP-FIM-EVENTO = WRK-COMPETENCIA-NUM
                   MOVE 'T' TO EVF-OCORRENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EVF-OCORRENCIA NOT = SPACES
               ADD 1 TO WRK-QTD-AFASTAMENTOS
               MOVE '4'           TO EVF-TIPO
               MOVE AFA-MATRICULA TO EVF-MATRICULA
               MOVE AFA-INICIO    TO EVF-INICIO
               MOVE AFA-FIM       TO EVF-FIM
               MOVE AFA-MOTIVO    TO EVF-MOTIVO
               WRITE EVENTOS-RECORD
               DISPLAY EVF-MATRICULA '  ' EVF-INICIO '  ' EVF-FIM ,
                   '  ' EVF-MOTIVO '     ' EVF-OCORRENCIA
           END-IF.

      * Desligamentos efetivados pelo PROG20 com data de desligamento
      * na competencia.
       0550-GRAVAR-DESLIGAMENTOS.
           DISPLAY 'DESLIGAMENTOS'.
           DISPLAY 'MATR.  DATA      MOT AVISO DIAS   BRUTO RESCISAO'.
           OPEN INPUT RESCISOES-FILE.
           IF WRK-STATUS-RESCISOES = '00'
               PERFORM UNTIL FIM-RESCISOES
                   READ RESCISOES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-RESCISOES
                       NOT AT END
                           MOVE RSC-DATA-DESLIG TO WRK-DATA-EVENTO
                           IF WRK-COMP-EVENTO = WRK-COMPETENCIA-NUM
                               PERFORM 0560-GRAVAR-DESLIGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESCISOES-FILE
           END-IF.
           DISPLAY ' '.

       0560-GRAVAR-DESLIGAMENTO.
           ADD 1 TO WRK-QTD-DESLIGAMENTOS.
           MOVE SPACES          TO EVENTOS-RECORD.
           MOVE '5'             TO EVD-TIPO.
           MOVE RSC-MATRICULA   TO EVD-MATRICULA.
           MOVE RSC-DATA-DESLIG TO EVD-DATA-DESLIG.
           MOVE RSC-TIPO        TO EVD-MOTIVO.
           MOVE RSC-AVISO       TO EVD-AVISO.
           MOVE RSC-DIAS-AVISO  TO EVD-DIAS-AVISO.
           MOVE RSC-BRUTO       TO EVD-BRUTO.
           MOVE RSC-LIQUIDO     TO EVD-LIQUIDO.
           WRITE EVENTOS-RECORD.
           ADD RSC-BRUTO TO WRK-TOTAL-RESCISOES.
           MOVE RSC-BRUTO TO WRK-MASC-VALOR.
           DISPLAY EVD-MATRICULA '  ' EVD-DATA-DESLIG '  ' EVD-MOTIVO ,
               '   ' EVD-AVISO '     ' EVD-DIAS-AVISO ' ' ,
               WRK-MASC-VALOR.

      * Ferias com inicio de gozo na competencia.
       0600-GRAVAR-FERIAS.
           DISPLAY 'FERIAS'.
           DISPLAY 'MATR.  INICIO    DIAS     VALOR BRUTO'.
           OPEN INPUT FERIAS-GOZO-FILE.
           IF WRK-STATUS-GOZO = '00'
               PERFORM UNTIL FIM-GOZO
                   READ FERIAS-GOZO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-GOZO
                       NOT AT END
                           MOVE GOZ-INICIO TO WRK-DATA-EVENTO
                           IF WRK-COMP-EVENTO = WRK-COMPETENCIA-NUM
                               PERFORM 0610-GRAVAR-FERIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIAS-GOZO-FILE
           END-IF.
           DISPLAY ' '.

       0610-GRAVAR-FERIAS.
           ADD 1 TO WRK-QTD-FERIAS.
           MOVE SPACES          TO EVENTOS-RECORD.
           MOVE '6'             TO EVV-TIPO.
           MOVE GOZ-MATRICULA   TO EVV-MATRICULA.
           MOVE GOZ-INICIO      TO EVV-INICIO.
           MOVE GOZ-DIAS        TO EVV-DIAS.
           MOVE GOZ-VALOR-BRUTO TO EVV-VALOR-BRUTO.
           WRITE EVENTOS-RECORD.
           ADD GOZ-VALOR-BRUTO TO WRK-TOTAL-FERIAS.
           MOVE GOZ-VALOR-BRUTO TO WRK-MASC-VALOR.
           DISPLAY EVV-MATRICULA '  ' EVV-INICIO '  ' EVV-DIAS ,
               '   ' WRK-MASC-VALOR.

      * Fechamento: rele EVENTOS-MENSAL.DAT, soma os detalhes de
      * remuneracao e confere contra o trailer gravado e contra o
      * total de controle de FOLHA-YTD.DAT da competencia (bruto,
      * INSS e IRRF). Fora de balanco devolve RETURN-CODE 1; previa
      * de competencia aberta que fecha devolve 4.
       0700-CONFERIR-EXTRATO.
           OPEN INPUT EVENTOS-FILE.
           IF WRK-STATUS-EVENTOS = '00'
               PERFORM UNTIL FIM-EVENTOS
                   READ EVENTOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-EVENTOS
                       NOT AT END
                           PERFORM 0710-SOMAR-EVENTO
                   END-READ
               END-PERFORM
               CLOSE EVENTOS-FILE
           END-IF.
           MOVE WRK-CTL-BRUTO TO WRK-MASC-TOTAL.
           DISPLAY 'BRUTO DA COMPETENCIA EM FOLHA-YTD.DAT: ' ,
               WRK-MASC-TOTAL.
           MOVE WRK-REL-BRUTO TO WRK-MASC-TOTAL.
           DISPLAY 'BRUTO DAS REMUNERACOES DO EXTRATO....: ' ,
               WRK-MASC-TOTAL.
           EVALUATE TRUE
               WHEN NOT REL-TRAILER-LIDO
                OR WRK-REL-TRL-BRUTO NOT = WRK-REL-BRUTO
                OR WRK-REL-TRL-QTD NOT = WRK-REL-QTD-TOTAL
                OR WRK-REL-QTD-REMUN NOT = WRK-QTD-REMUNERACOES
                   DISPLAY 'CONFERENCIA DO EXTRATO: TRAILER NAO ' ,
                       'FECHA COM OS DETALHES GRAVADOS'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 1 TO RETURN-CODE
               WHEN WRK-REL-BRUTO NOT = WRK-CTL-BRUTO
                OR WRK-REL-INSS NOT = WRK-CTL-INSS
                OR WRK-REL-IRRF NOT = WRK-CTL-IRRF
                   DISPLAY 'CONFERENCIA CONTRA FOLHA-YTD.DAT: OUT ' ,
                       'OF BALANCE - CONFIRA AS MATRICULAS ANTES ' ,
                       'DE ENTREGAR OS EVENTOS'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 1 TO RETURN-CODE
               WHEN NOT FOLHA-FECHADA
                   DISPLAY 'CONFERENCIA CONTRA FOLHA-YTD.DAT: MATCH ' ,
                       '- PREVIA, COMPETENCIA AINDA ABERTA'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'CONFERENCIA CONTRA FOLHA-YTD.DAT: MATCH'
                   MOVE 'CONCLUIDO COM SUCESSO'
                       TO WRK-TRAILER-STATUS
           END-EVALUATE.

       0710-SOMAR-EVENTO.
           EVALUATE EVH-TIPO
               WHEN '3'
                   ADD 1        TO WRK-REL-QTD-REMUN
                   ADD 1        TO WRK-REL-QTD-TOTAL
                   ADD EVR-BRUTO TO WRK-REL-BRUTO
                   ADD EVR-INSS  TO WRK-REL-INSS
                   ADD EVR-IRRF  TO WRK-REL-IRRF
               WHEN '2'
               WHEN '4'
               WHEN '5'
               WHEN '6'
                   ADD 1 TO WRK-REL-QTD-TOTAL
               WHEN '9'
                   SET REL-TRAILER-LIDO TO TRUE
                   MOVE EVT-TOTAL-BRUTO TO WRK-REL-TRL-BRUTO
                   MOVE EVT-QTD-TOTAL   TO WRK-REL-TRL-QTD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           COPY 'PSTAPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG63.
