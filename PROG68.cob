      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Custo total do funcionario para a diretoria - no mes
      * da competencia informada e acumulado no ano ate ela: bruto
      * pago (FOLHA-YTD.DAT), INSS patronal e RAT e FGTS sobre o
      * bruto (as mesmas aliquotas e arredondamento do PROG04),
      * provisao de 13o e ferias com encargos (a mesma conta do
      * PROG51, nos meses em que ele constituiu provisao segundo
      * PROVISAO-CONTROLE.DAT) e os beneficios pagos por rubrica que
      * nao entram no bruto (vencimentos sem incidencia de INSS de
      * MOVIMENTO-RUBRICAS.DAT ja aplicados, mais a PLR paga, sem
      * encargos nem FGTS). Subtotais por cargo e
      * por departamento, razao entre o custo total e o salario-base
      * e a conciliacao dos totais com FOLHA-DEPTO.DAT,
      * EOD-TOTALS.DAT (PROG04 e PROG04EC), FGTS-DEPOSITOS.DAT e
      * PROVISAO-CONTROLE.DAT. RETURN-CODE 4 quando alguma
      * conciliacao diverge, 8 competencia invalida, 1 tabela cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG68.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPMSL.COB'.
           COPY 'CARGSL.COB'.
           COPY 'DEPTSL.COB'.
           SELECT FOLHA-YTD-FILE ASSIGN TO "FOLHA-YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-YTD.
           SELECT FOLHA-DEPTO-FILE ASSIGN TO "FOLHA-DEPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA-DEP.
           SELECT FGTS-DEPOSITO-FILE ASSIGN TO "FGTS-DEPOSITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FGTS-DEP.
           SELECT PROVISAO-FILE ASSIGN TO "PROVISAO-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROV.
           SELECT RUBRICAS-FILE ASSIGN TO "RUBRICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RUBRICAS.
           SELECT MOV-RUBRICAS-FILE ASSIGN TO "MOVIMENTO-RUBRICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV-RUB.
           COPY 'EODSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPMFD.COB'.
           COPY 'CARGFD.COB'.
           COPY 'DEPTFD.COB'.
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
       FD  FOLHA-DEPTO-FILE.
       01  FOLHA-DEPTO-RECORD.
           05 FDP-COMPETENCIA  PIC 9(06).
           05 FDP-DEPTO        PIC 9(03).
           05 FDP-QTD          PIC 9(05).
           05 FDP-BRUTO        PIC 9(10)V99.
       FD  FGTS-DEPOSITO-FILE.
       01  FGTS-DEPOSITO-RECORD.
           05 FGD-MATRICULA    PIC 9(05).
           05 FGD-NOME         PIC X(20).
           05 FGD-COMPETENCIA  PIC 9(06).
           05 FGD-DEPARTAMENTO PIC 9(03).
           05 FGD-BASE         PIC 9(08)V99.
           05 FGD-VALOR        PIC 9(06)V99.
       FD  PROVISAO-FILE.
       01  PROVISAO-RECORD.
           05 PRV-COMPETENCIA  PIC 9(06).
           05 PRV-VALOR-13     PIC 9(10)V99.
           05 PRV-VALOR-FERIAS PIC 9(10)V99.
       FD  RUBRICAS-FILE.
       01  RUBRICAS-RECORD.
           05 RUB-CODIGO       PIC X(03).
           05 RUB-DESCRICAO    PIC X(20).
           05 RUB-NATUREZA     PIC X(01).
           05 RUB-TIPO-BASE    PIC X(01).
           05 RUB-TRIB-INSS    PIC X(01).
           05 RUB-TRIB-IRRF    PIC X(01).
           05 RUB-ORDEM        PIC 9(02).
       FD  MOV-RUBRICAS-FILE.
       01  MOV-RUBRICAS-RECORD.
           05 MVR-MATRICULA    PIC 9(05).
           05 MVR-COMPETENCIA  PIC 9(06).
           05 MVR-RUBRICA      PIC X(03).
           05 MVR-VALOR        PIC 9(06)V99.
           05 MVR-SITUACAO     PIC X(01).
           COPY 'EODFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'CARGWS.COB'.
           COPY 'DEPTWS.COB'.
           COPY 'EODWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-YTD       PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FOLHA-DEP PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FGTS-DEP  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PROV      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RUBRICAS  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MOV-RUB   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE      PIC 9(04).
           05 WRK-MES-HOJE      PIC 9(02).
           05 WRK-DIA-HOJE      PIC 9(02).
       01  WRK-COMPETENCIA.
           05 WRK-COMP-ANO      PIC 9(04).
           05 WRK-COMP-MES      PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01  WRK-COMPETENCIA-LIDA.
           05 WRK-LIDA-ANO      PIC 9(04).
           05 WRK-LIDA-MES      PIC 9(02).
       01  WRK-COMPETENCIA-LIDA-NUM REDEFINES WRK-COMPETENCIA-LIDA
                                PIC 9(06).
      * Aliquotas dos encargos sobre o bruto, as mesmas do PROG04
      * (INSS patronal, RAT e FGTS), e o percentual de encargos que o
      * PROG51 poe por cima das provisoes.
       77  WRK-ALIQ-PATRONAL    PIC 9(02)V99 VALUE 20,00.
       77  WRK-ALIQ-RAT         PIC 9(02)V99 VALUE 2,00.
       77  WRK-ALIQUOTA-FGTS    PIC 9(02)V99 VALUE 8,00.
       77  WRK-PCT-ENCARGOS     PIC 9(02)V99 VALUE 30,00.
       77  WRK-PATRONAL-FUNC    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-RAT-FUNC         PIC 9(08)V99 VALUES ZEROS.
       77  WRK-FGTS-FUNC        PIC 9(08)V99 VALUES ZEROS.
       77  WRK-PROV-13-FUNC     PIC 9(08)V99 VALUES ZEROS.
       77  WRK-PROV-FER-FUNC    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-VALOR-RUBRICA    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-MESES-TEMPO      PIC S9(04) VALUES ZEROS.
       77  WRK-PERIODOS-COMPLETOS PIC 9(02) VALUES ZEROS.
       77  WRK-MESES-PERIODO    PIC S9(02) VALUES ZEROS.
      * Funcionarios do cadastro (e matriculas da folha que nao estao
      * mais nele, com departamento e cargo zero), ordenados por
      * departamento, cargo e matricula. Periodo 1 e o mes da
      * competencia, periodo 2 o acumulado do ano ate ela.
       77  WRK-QTD-CF           PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-CUSTO.
           05 WRK-CF-ITEM OCCURS 500 TIMES.
              10 WRK-CF-CHAVE.
                 15 WRK-CF-DEPTO        PIC 9(03).
                 15 WRK-CF-CARGO        PIC 9(03).
                 15 WRK-CF-MATRICULA    PIC 9(05).
              10 WRK-CF-NOME            PIC X(15).
              10 WRK-CF-SALARIO         PIC 9(06)V99.
              10 WRK-CF-SITUACAO        PIC X(01).
              10 WRK-CF-ANO-ENTRADA     PIC 9(04).
              10 WRK-CF-MES-ENTRADA     PIC 9(02).
              10 WRK-CF-PERIODO OCCURS 2 TIMES.
                 15 WRK-CF-BASE         PIC 9(08)V99.
                 15 WRK-CF-BRUTO        PIC 9(08)V99.
                 15 WRK-CF-ENCARGOS     PIC 9(08)V99.
                 15 WRK-CF-FGTS         PIC 9(08)V99.
                 15 WRK-CF-PROVISAO     PIC 9(08)V99.
                 15 WRK-CF-BENEFICIOS   PIC 9(08)V99.
                 15 WRK-CF-CUSTO        PIC 9(08)V99.
       01  WRK-CF-TEMP              PIC X(181) VALUES SPACES.
       77  WRK-IDX-CF-ACHADO    PIC 9(03) VALUES ZEROS.
       77  WRK-CTR              PIC 9(03) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-VALIDOS      PIC 9(03) VALUES ZEROS.
       77  WRK-PER              PIC 9(01) VALUES ZEROS.
       77  WRK-NIVEL            PIC 9(01) VALUES ZEROS.
       77  WRK-DEPTO-ATUAL      PIC 9(03) VALUES ZEROS.
       77  WRK-MES              PIC 9(02) VALUES ZEROS.
      * Provisao constituida pelo PROG51 em cada mes do ano.
       01  WRK-TAB-PROV-MES.
           05 WRK-PM-ITEM OCCURS 12 TIMES.
              10 WRK-PM-EXISTE          PIC X(01) VALUE 'N'.
              10 WRK-PM-VALOR           PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-MESES-PROV   PIC 9(02) VALUES ZEROS.
      * Cadastro de rubricas, para classificar o movimento.
       77  WRK-QTD-RUBRICAS     PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-RUB-ACHADA   PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-RUBRICAS.
           05 WRK-RUBRICA-ITEM OCCURS 50 TIMES.
              10 WRK-RUBRICA-CODIGO    PIC X(03).
              10 WRK-RUBRICA-NATUREZA  PIC X(01).
              10 WRK-RUBRICA-TIPO-BASE PIC X(01).
              10 WRK-RUBRICA-TRIB-INSS PIC X(01).
      * Acumuladores de subtotal: nivel 1 cargo, 2 departamento e 3
      * total geral; periodo 1 mes, 2 ano.
       01  WRK-TAB-ACUM.
           05 WRK-AC-NIVEL OCCURS 3 TIMES.
              10 WRK-AC-QTD             PIC 9(05).
              10 WRK-AC-PERIODO OCCURS 2 TIMES.
                 15 WRK-AC-BASE         PIC 9(09)V99.
                 15 WRK-AC-BRUTO        PIC 9(09)V99.
                 15 WRK-AC-ENCARGOS     PIC 9(09)V99.
                 15 WRK-AC-FGTS         PIC 9(09)V99.
                 15 WRK-AC-PROVISAO     PIC 9(09)V99.
                 15 WRK-AC-BENEFICIOS   PIC 9(09)V99.
                 15 WRK-AC-CUSTO        PIC 9(09)V99.
      * Linha de valores em edicao (funcionario ou subtotal).
       01  WRK-LINHA-VALORES.
           05 WRK-LN-BASE           PIC 9(09)V99.
           05 WRK-LN-BRUTO          PIC 9(09)V99.
           05 WRK-LN-ENCARGOS       PIC 9(09)V99.
           05 WRK-LN-FGTS           PIC 9(09)V99.
           05 WRK-LN-PROVISAO       PIC 9(09)V99.
           05 WRK-LN-BENEFICIOS     PIC 9(09)V99.
           05 WRK-LN-CUSTO          PIC 9(09)V99.
       77  WRK-LN-ROTULO        PIC X(08) VALUES SPACES.
       77  WRK-RAZAO            PIC 9(03)V99 VALUES ZEROS.
       77  WRK-RAZAO-EXIBIDA    PIC X(06) VALUES SPACES.
      * Conferencia do bruto por departamento contra FOLHA-DEPTO.DAT.
       77  WRK-QTD-CONF         PIC 9(02) VALUES ZEROS.
       77  WRK-IDX-CONF-ACHADO  PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-CONF-DEPTO.
           05 WRK-CD-ITEM OCCURS 50 TIMES.
              10 WRK-CD-DEPTO          PIC 9(03).
              10 WRK-CD-REL-MES        PIC 9(10)V99.
              10 WRK-CD-REL-ANO        PIC 9(10)V99.
              10 WRK-CD-FDP-MES        PIC 9(10)V99.
              10 WRK-CD-FDP-ANO        PIC 9(10)V99.
       77  WRK-TEM-FOLHA-DEP    PIC X(01) VALUES 'N'.
           88 TEM-FOLHA-DEPTO VALUE 'S'.
       77  WRK-TOTAL-FGTS-DEP   PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TEM-FGTS-DEP     PIC X(01) VALUES 'N'.
           88 TEM-FGTS-DEPOSITO VALUE 'S'.
       77  WRK-TOTAL-PROV-ANO   PIC 9(10)V99 VALUES ZEROS.
       77  WRK-CONC-DESCRICAO   PIC X(30) VALUES SPACES.
       77  WRK-CONC-RELATORIO   PIC 9(10)V99 VALUES ZEROS.
       77  WRK-CONC-FONTE       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-CONC-DIFERENCA   PIC S9(10)V99 VALUES ZEROS.
       77  WRK-CONC-TEM-FONTE   PIC X(01) VALUES 'N'.
           88 CONC-TEM-FONTE VALUE 'S'.
       77  WRK-CONC-SITUACAO    PIC X(10) VALUES SPACES.
       77  WRK-QTD-DIVERGENCIAS PIC 9(03) VALUES ZEROS.
       77  WRK-MASC-BRUTO       PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-ENCARGOS    PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-FGTS        PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-PROVISAO    PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-BENEFICIOS  PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-CUSTO       PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-RAZAO       PIC ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-ALIQ-PATRONAL PIC Z9,99 VALUES ZEROS.
       77  WRK-MASC-ALIQ-RAT    PIC Z9,99 VALUES ZEROS.
       77  WRK-MASC-PCT-ENCARGOS PIC Z9,99 VALUES ZEROS.
       77  WRK-MASC-CONC-REL    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-CONC-FONTE  PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-CONC-DIF    PIC -ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
           COPY 'DINHEIRO.COB' REPLACING ==:CAMPO:== BY ==SALARIO==
                                         ==:MASC:==  BY ==DINHEIRO==.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG68' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DO RELATORIO (AAAAMM, ZERO = MES ' ,
               'CORRENTE): '.
           MOVE ZEROS TO WRK-COMPETENCIA-NUM.
           ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE.
           IF WRK-COMPETENCIA-NUM = ZEROS
               MOVE WRK-ANO-HOJE TO WRK-COMP-ANO
               MOVE WRK-MES-HOJE TO WRK-COMP-MES
           END-IF.
           IF WRK-COMPETENCIA NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - RELATORIO NAO EMITIDO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 9500-CARREGAR-DEPARTAMENTOS.
           PERFORM 9560-CARREGAR-CARGOS.
           PERFORM 0100-CARREGAR-CADASTRO.
           PERFORM 0150-CARREGAR-PROVISOES.
           PERFORM 0200-ACUMULAR-FOLHA.
           PERFORM 0250-ACUMULAR-BENEFICIOS.
           IF CARGA-ESTOUROU
               DISPLAY 'TABELA DE FUNCIONARIOS OU DE RUBRICAS CHEIA ' ,
                   '- RELATORIO CANCELADO (AMPLIE A CAPACIDADE)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0300-APURAR-PROVISOES.
           PERFORM 0350-TOTALIZAR-CUSTO.
           PERFORM 0400-ORDENAR-FUNCIONARIOS.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 0500-EMITIR-RELATORIO.
           PERFORM 0800-CONCILIAR.
           MOVE 'PROG68'        TO WRK-EOD-PROGRAMA-ATUAL.
           MOVE WRK-AC-QTD(3)   TO WRK-EOD-QTD.
           MOVE WRK-AC-CUSTO(3, 1) TO WRK-EOD-VALOR-PRINCIPAL.
           MOVE WRK-AC-CUSTO(3, 2) TO WRK-EOD-VALOR-SECUNDARIO.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-AC-QTD(3) TO WRK-TRAILER-QTD.
           IF WRK-QTD-DIVERGENCIAS > ZEROS
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
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
           DISPLAY '   CUSTO TOTAL POR FUNCIONARIO - COMPETENCIA ' ,
               WRK-COMP-MES '/' WRK-COMP-ANO ' E ACUMULADO DO ANO'.
           MOVE WRK-ALIQ-PATRONAL TO WRK-MASC-ALIQ-PATRONAL.
           MOVE WRK-ALIQ-RAT      TO WRK-MASC-ALIQ-RAT.
           MOVE WRK-PCT-ENCARGOS  TO WRK-MASC-PCT-ENCARGOS.
           DISPLAY '   ENCARGOS: INSS PATRONAL ' ,
               WRK-MASC-ALIQ-PATRONAL '% + RAT ' WRK-MASC-ALIQ-RAT ,
               '%; PROVISAO 13O/FERIAS COM ' WRK-MASC-PCT-ENCARGOS ,
               '% DE ENCARGOS'.
           DISPLAY ' '.

      * Todo o cadastro entra, ativo ou desligado: quem saiu no ano
      * ainda custou enquanto esteve na folha.
       0100-CARREGAR-CADASTRO.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0110-GUARDAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               DISPLAY 'AVISO: EMPLOYEE-MASTER.DAT NAO ENCONTRADO'
           END-IF.

       0110-GUARDAR-FUNCIONARIO.
           IF WRK-QTD-CF < 500
               ADD 1 TO WRK-QTD-CF
               MOVE ZEROS TO WRK-CF-ITEM(WRK-QTD-CF)
               MOVE EMP-DEPARTAMENTO TO WRK-CF-DEPTO(WRK-QTD-CF)
               MOVE EMP-CARGO        TO WRK-CF-CARGO(WRK-QTD-CF)
               MOVE EMP-MATRICULA    TO WRK-CF-MATRICULA(WRK-QTD-CF)
               MOVE EMP-NOME         TO WRK-CF-NOME(WRK-QTD-CF)
               MOVE EMP-SALARIO      TO WRK-CF-SALARIO(WRK-QTD-CF)
               MOVE EMP-SITUACAO     TO WRK-CF-SITUACAO(WRK-QTD-CF)
               MOVE EMP-ANO-ENTRADA  TO WRK-CF-ANO-ENTRADA(WRK-QTD-CF)
               MOVE EMP-MES-ENTRADA  TO WRK-CF-MES-ENTRADA(WRK-QTD-CF)
           ELSE
               SET CARGA-ESTOUROU TO TRUE
           END-IF.

      * Localiza EMP-MATRICULA na tabela; devolve a posicao em
      * WRK-IDX-CF-ACHADO (zero quando nao esta).
       0120-LOCALIZAR-FUNCIONARIO.
           MOVE ZEROS TO WRK-IDX-CF-ACHADO.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-CF
                      OR WRK-IDX-CF-ACHADO > ZEROS
               IF WRK-CF-MATRICULA(WRK-CTR) = EMP-MATRICULA
                   MOVE WRK-CTR TO WRK-IDX-CF-ACHADO
               END-IF
           END-PERFORM.

      * Meses do ano em que o PROG51 constituiu provisao: so neles a
      * provisao entra no custo, e o valor do mes e o que se concilia.
       0150-CARREGAR-PROVISOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PROVISAO-FILE.
           IF WRK-STATUS-PROV = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ PROVISAO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE PRV-COMPETENCIA
                               TO WRK-COMPETENCIA-LIDA-NUM
                           IF WRK-LIDA-ANO = WRK-COMP-ANO
                              AND WRK-LIDA-MES >= 1
                              AND WRK-LIDA-MES <= WRK-COMP-MES
                               MOVE 'S' TO WRK-PM-EXISTE(WRK-LIDA-MES)
                               COMPUTE WRK-PM-VALOR(WRK-LIDA-MES) =
                                   PRV-VALOR-13 + PRV-VALOR-FERIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISAO-FILE
           END-IF.

      * Bruto pago de cada competencia do ano ate a informada, com os
      * encargos patronais e o FGTS calculados como o PROG04 calcula
      * (por funcionario e competencia, arredondado). Matricula fora
      * do cadastro entra com departamento e cargo zero.
       0200-ACUMULAR-FOLHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FOLHA-YTD-FILE.
           IF WRK-STATUS-YTD = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ FOLHA-YTD-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF YTD-ANO = WRK-COMP-ANO
                              AND YTD-MES >= 1
                              AND YTD-MES <= WRK-COMP-MES
                               PERFORM 0210-ACUMULAR-COMPETENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-YTD-FILE
           ELSE
               DISPLAY 'AVISO: FOLHA-YTD.DAT NAO ENCONTRADO - SEM ' ,
                   'BRUTO NO PERIODO'
           END-IF.

       0210-ACUMULAR-COMPETENCIA.
           MOVE YTD-MATRICULA TO EMP-MATRICULA.
           PERFORM 0120-LOCALIZAR-FUNCIONARIO.
           IF WRK-IDX-CF-ACHADO = ZEROS
               IF WRK-QTD-CF < 500
                   ADD 1 TO WRK-QTD-CF
                   MOVE WRK-QTD-CF TO WRK-IDX-CF-ACHADO
                   MOVE ZEROS TO WRK-CF-ITEM(WRK-IDX-CF-ACHADO)
                   MOVE YTD-MATRICULA
                       TO WRK-CF-MATRICULA(WRK-IDX-CF-ACHADO)
                   MOVE YTD-NOME TO WRK-CF-NOME(WRK-IDX-CF-ACHADO)
                   MOVE 'D' TO WRK-CF-SITUACAO(WRK-IDX-CF-ACHADO)
               ELSE
                   SET CARGA-ESTOUROU TO TRUE
               END-IF
           END-IF.
           IF WRK-IDX-CF-ACHADO > ZEROS
               COMPUTE WRK-PATRONAL-FUNC ROUNDED =
                   YTD-BRUTO * WRK-ALIQ-PATRONAL / 100
               COMPUTE WRK-RAT-FUNC ROUNDED =
                   YTD-BRUTO * WRK-ALIQ-RAT / 100
               COMPUTE WRK-FGTS-FUNC ROUNDED =
                   YTD-BRUTO * WRK-ALIQUOTA-FGTS / 100
               MOVE 2 TO WRK-PER
               PERFORM 0220-SOMAR-COMPETENCIA
               IF YTD-MES = WRK-COMP-MES
                   MOVE 1 TO WRK-PER
                   PERFORM 0220-SOMAR-COMPETENCIA
               END-IF
           END-IF.

       0220-SOMAR-COMPETENCIA.
           ADD WRK-CF-SALARIO(WRK-IDX-CF-ACHADO)
               TO WRK-CF-BASE(WRK-IDX-CF-ACHADO, WRK-PER).
           ADD YTD-BRUTO TO WRK-CF-BRUTO(WRK-IDX-CF-ACHADO, WRK-PER).
           ADD WRK-PATRONAL-FUNC WRK-RAT-FUNC
               TO WRK-CF-ENCARGOS(WRK-IDX-CF-ACHADO, WRK-PER).
           ADD WRK-FGTS-FUNC
               TO WRK-CF-FGTS(WRK-IDX-CF-ACHADO, WRK-PER).
           ADD YTD-PLR
               TO WRK-CF-BENEFICIOS(WRK-IDX-CF-ACHADO, WRK-PER).

      * Beneficios pagos por rubrica: vencimentos ja aplicados pela
      * folha (situacao 'P') sem incidencia de INSS - os tributaveis
      * ja estao no bruto e contariam duas vezes.
       0250-ACUMULAR-BENEFICIOS.
           PERFORM 0260-CARREGAR-RUBRICAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT MOV-RUBRICAS-FILE.
           IF WRK-STATUS-MOV-RUB = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ MOV-RUBRICAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE MVR-COMPETENCIA
                               TO WRK-COMPETENCIA-LIDA-NUM
                           IF MVR-SITUACAO = 'P'
                              AND WRK-LIDA-ANO = WRK-COMP-ANO
                              AND WRK-LIDA-MES >= 1
                              AND WRK-LIDA-MES <= WRK-COMP-MES
                               PERFORM 0270-ACUMULAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOV-RUBRICAS-FILE
           END-IF.

       0260-CARREGAR-RUBRICAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RUBRICAS-FILE.
           IF WRK-STATUS-RUBRICAS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ RUBRICAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-RUBRICAS < 50
                               ADD 1 TO WRK-QTD-RUBRICAS
                               MOVE RUB-CODIGO TO
                                   WRK-RUBRICA-CODIGO(WRK-QTD-RUBRICAS)
                               MOVE RUB-NATUREZA TO
                                 WRK-RUBRICA-NATUREZA(WRK-QTD-RUBRICAS)
                               MOVE RUB-TIPO-BASE TO
                                 WRK-RUBRICA-TIPO-BASE(WRK-QTD-RUBRICAS)
                               MOVE RUB-TRIB-INSS TO
                                 WRK-RUBRICA-TRIB-INSS(WRK-QTD-RUBRICAS)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUBRICAS-FILE
           END-IF.

      * Valoriza o movimento como o PROG04 (percentual sobre o
      * salario do cadastro ou valor fixo) e soma ao beneficio.
       0270-ACUMULAR-MOVIMENTO.
           MOVE ZEROS TO WRK-IDX-RUB-ACHADA.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-RUBRICAS
                      OR WRK-IDX-RUB-ACHADA > ZEROS
               IF WRK-RUBRICA-CODIGO(WRK-CTR) = MVR-RUBRICA
                   MOVE WRK-CTR TO WRK-IDX-RUB-ACHADA
               END-IF
           END-PERFORM.
           MOVE MVR-MATRICULA TO EMP-MATRICULA.
           PERFORM 0120-LOCALIZAR-FUNCIONARIO.
           IF WRK-IDX-RUB-ACHADA > ZEROS
              AND WRK-IDX-CF-ACHADO > ZEROS
              AND WRK-RUBRICA-NATUREZA(WRK-IDX-RUB-ACHADA) = 'V'
              AND WRK-RUBRICA-TRIB-INSS(WRK-IDX-RUB-ACHADA) NOT = 'S'
               IF WRK-RUBRICA-TIPO-BASE(WRK-IDX-RUB-ACHADA) = 'P'
                   COMPUTE WRK-VALOR-RUBRICA ROUNDED =
                       WRK-CF-SALARIO(WRK-IDX-CF-ACHADO) *
                       MVR-VALOR / 100
               ELSE
                   MOVE MVR-VALOR TO WRK-VALOR-RUBRICA
               END-IF
               ADD WRK-VALOR-RUBRICA
                   TO WRK-CF-BENEFICIOS(WRK-IDX-CF-ACHADO, 2)
               IF WRK-LIDA-MES = WRK-COMP-MES
                   ADD WRK-VALOR-RUBRICA
                       TO WRK-CF-BENEFICIOS(WRK-IDX-CF-ACHADO, 1)
               END-IF
           END-IF.

      * Provisao de 13o e ferias de cada ativo, mes a mes, nos meses
      * em que o PROG51 rodou e a partir da admissao - a mesma conta
      * do 0250 do PROG51 (um doze avos de 13o e ferias mais um terco
      * proporcionais ao periodo aquisitivo, com encargos por cima).
       0300-APURAR-PROVISOES.
           PERFORM VARYING WRK-MES FROM 1 BY 1
                   UNTIL WRK-MES > WRK-COMP-MES
               IF WRK-PM-EXISTE(WRK-MES) = 'S'
                   ADD 1 TO WRK-QTD-MESES-PROV
                   ADD WRK-PM-VALOR(WRK-MES) TO WRK-TOTAL-PROV-ANO
                   PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                           UNTIL WRK-CTR2 > WRK-QTD-CF
                       IF WRK-CF-SITUACAO(WRK-CTR2) = 'A'
                           PERFORM 0310-PROVISAO-FUNCIONARIO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0310-PROVISAO-FUNCIONARIO.
           COMPUTE WRK-MESES-TEMPO =
               (WRK-COMP-ANO - WRK-CF-ANO-ENTRADA(WRK-CTR2)) * 12 +
               (WRK-MES - WRK-CF-MES-ENTRADA(WRK-CTR2)).
           IF WRK-MESES-TEMPO >= ZEROS
               COMPUTE WRK-PROV-13-FUNC ROUNDED =
                   (WRK-CF-SALARIO(WRK-CTR2) / 12) *
                   (1 + (WRK-PCT-ENCARGOS / 100))
               COMPUTE WRK-PERIODOS-COMPLETOS = WRK-MESES-TEMPO / 12
               COMPUTE WRK-MESES-PERIODO = WRK-MESES-TEMPO -
                   (WRK-PERIODOS-COMPLETOS * 12)
               COMPUTE WRK-PROV-FER-FUNC ROUNDED =
                   (WRK-CF-SALARIO(WRK-CTR2) +
                    (WRK-CF-SALARIO(WRK-CTR2) / 3)) *
                   WRK-MESES-PERIODO / 12 *
                   (1 + (WRK-PCT-ENCARGOS / 100))
               ADD WRK-PROV-13-FUNC WRK-PROV-FER-FUNC
                   TO WRK-CF-PROVISAO(WRK-CTR2, 2)
               IF WRK-MES = WRK-COMP-MES
                   ADD WRK-PROV-13-FUNC WRK-PROV-FER-FUNC
                       TO WRK-CF-PROVISAO(WRK-CTR2, 1)
               END-IF
           END-IF.

      * Custo total de cada periodo; quem nao custou nada no ano
      * (admitido depois, ou desligado em ano anterior) sai da tabela.
       0350-TOTALIZAR-CUSTO.
           MOVE ZEROS TO WRK-QTD-VALIDOS.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-CF
               PERFORM VARYING WRK-PER FROM 1 BY 1 UNTIL WRK-PER > 2
                   COMPUTE WRK-CF-CUSTO(WRK-CTR, WRK-PER) =
                       WRK-CF-BRUTO(WRK-CTR, WRK-PER)
                     + WRK-CF-ENCARGOS(WRK-CTR, WRK-PER)
                     + WRK-CF-FGTS(WRK-CTR, WRK-PER)
                     + WRK-CF-PROVISAO(WRK-CTR, WRK-PER)
                     + WRK-CF-BENEFICIOS(WRK-CTR, WRK-PER)
               END-PERFORM
               IF WRK-CF-CUSTO(WRK-CTR, 2) > ZEROS
                   ADD 1 TO WRK-QTD-VALIDOS
                   IF WRK-QTD-VALIDOS < WRK-CTR
                       MOVE WRK-CF-ITEM(WRK-CTR)
                           TO WRK-CF-ITEM(WRK-QTD-VALIDOS)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-QTD-VALIDOS TO WRK-QTD-CF.

      * Bolha pela chave departamento/cargo/matricula, como a
      * listagem ordenada do PROG15.
       0400-ORDENAR-FUNCIONARIOS.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR >= WRK-QTD-CF
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-CF - WRK-CTR
                   IF WRK-CF-CHAVE(WRK-CTR2) >
                           WRK-CF-CHAVE(WRK-CTR2 + 1)
                       MOVE WRK-CF-ITEM(WRK-CTR2) TO WRK-CF-TEMP
                       MOVE WRK-CF-ITEM(WRK-CTR2 + 1)
                           TO WRK-CF-ITEM(WRK-CTR2)
                       MOVE WRK-CF-TEMP TO WRK-CF-ITEM(WRK-CTR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Uma linha de identificacao e duas de valores (mes e ano) por
      * funcionario, com quebra por cargo e por departamento.
       0500-EMITIR-RELATORIO.
           MOVE ZEROS TO WRK-TAB-ACUM.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-CF
               IF WRK-CTR > 1
                   IF WRK-CF-DEPTO(WRK-CTR) NOT =
                         WRK-CF-DEPTO(WRK-CTR - 1)
                      OR WRK-CF-CARGO(WRK-CTR) NOT =
                         WRK-CF-CARGO(WRK-CTR - 1)
                       PERFORM 0550-FECHAR-CARGO
                   END-IF
                   IF WRK-CF-DEPTO(WRK-CTR) NOT =
                         WRK-CF-DEPTO(WRK-CTR - 1)
                       PERFORM 0560-FECHAR-DEPARTAMENTO
                   END-IF
               END-IF
               IF WRK-CTR = 1
                  OR WRK-CF-DEPTO(WRK-CTR) NOT =
                     WRK-CF-DEPTO(WRK-CTR - 1)
                   PERFORM 0510-CABECALHO-DEPARTAMENTO
               END-IF
               IF WRK-CTR = 1
                  OR WRK-CF-DEPTO(WRK-CTR) NOT =
                     WRK-CF-DEPTO(WRK-CTR - 1)
                  OR WRK-CF-CARGO(WRK-CTR) NOT =
                     WRK-CF-CARGO(WRK-CTR - 1)
                   PERFORM 0520-CABECALHO-CARGO
               END-IF
               PERFORM 0530-EMITIR-FUNCIONARIO
           END-PERFORM.
           IF WRK-QTD-CF > ZEROS
               PERFORM 0550-FECHAR-CARGO
               PERFORM 0560-FECHAR-DEPARTAMENTO
           ELSE
               DISPLAY 'NENHUM CUSTO APURADO NO PERIODO'
           END-IF.
           PERFORM 0570-TOTAL-GERAL.

       0510-CABECALHO-DEPARTAMENTO.
           MOVE WRK-CF-DEPTO(WRK-CTR) TO WRK-DEPTO-ATUAL.
           MOVE WRK-CF-DEPTO(WRK-CTR) TO WRK-DEPTO-PROCURADO.
           PERFORM 9550-BUSCAR-DEPARTAMENTO.
           IF WRK-DEPTO-PROCURADO = ZEROS
               MOVE 'FORA DO CADASTRO' TO WRK-DEPTO-NOME-ACHADO
           END-IF.
           DISPLAY '===============================================' ,
               '===============================================' ,
               '================'.
           DISPLAY 'DEPARTAMENTO ' WRK-DEPTO-PROCURADO ' ' ,
               WRK-DEPTO-NOME-ACHADO.

       0520-CABECALHO-CARGO.
           MOVE WRK-CF-CARGO(WRK-CTR) TO WRK-CARGO-PROCURADO.
           PERFORM 9570-BUSCAR-CARGO.
           DISPLAY ' '.
           DISPLAY '  CARGO ' WRK-CARGO-PROCURADO ' ' ,
               WRK-CARGO-TITULO-ACHADO.
           DISPLAY '                 BRUTO       ENCARGOS           ' ,
               'FGTS       PROVISAO   BENEFIC./PLR    CUSTO TOTAL ' ,
               'CUSTO/BASE'.

       0530-EMITIR-FUNCIONARIO.
           MOVE WRK-CF-SALARIO(WRK-CTR) TO WRK-MASC-DINHEIRO.
           DISPLAY '  ' WRK-CF-MATRICULA(WRK-CTR) ' ' ,
               WRK-CF-NOME(WRK-CTR) '  SALARIO-BASE ' ,
               WRK-MASC-DINHEIRO.
           PERFORM VARYING WRK-PER FROM 1 BY 1 UNTIL WRK-PER > 2
               MOVE WRK-CF-BASE(WRK-CTR, WRK-PER)     TO WRK-LN-BASE
               MOVE WRK-CF-BRUTO(WRK-CTR, WRK-PER)    TO WRK-LN-BRUTO
               MOVE WRK-CF-ENCARGOS(WRK-CTR, WRK-PER)
                   TO WRK-LN-ENCARGOS
               MOVE WRK-CF-FGTS(WRK-CTR, WRK-PER)     TO WRK-LN-FGTS
               MOVE WRK-CF-PROVISAO(WRK-CTR, WRK-PER)
                   TO WRK-LN-PROVISAO
               MOVE WRK-CF-BENEFICIOS(WRK-CTR, WRK-PER)
                   TO WRK-LN-BENEFICIOS
               MOVE WRK-CF-CUSTO(WRK-CTR, WRK-PER)    TO WRK-LN-CUSTO
               PERFORM 0540-ROTULO-PERIODO
               PERFORM 0590-EXIBIR-VALORES
               PERFORM VARYING WRK-NIVEL FROM 1 BY 1
                       UNTIL WRK-NIVEL > 3
                   ADD WRK-LN-BASE
                       TO WRK-AC-BASE(WRK-NIVEL, WRK-PER)
                   ADD WRK-LN-BRUTO
                       TO WRK-AC-BRUTO(WRK-NIVEL, WRK-PER)
                   ADD WRK-LN-ENCARGOS
                       TO WRK-AC-ENCARGOS(WRK-NIVEL, WRK-PER)
                   ADD WRK-LN-FGTS
                       TO WRK-AC-FGTS(WRK-NIVEL, WRK-PER)
                   ADD WRK-LN-PROVISAO
                       TO WRK-AC-PROVISAO(WRK-NIVEL, WRK-PER)
                   ADD WRK-LN-BENEFICIOS
                       TO WRK-AC-BENEFICIOS(WRK-NIVEL, WRK-PER)
                   ADD WRK-LN-CUSTO
                       TO WRK-AC-CUSTO(WRK-NIVEL, WRK-PER)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WRK-NIVEL FROM 1 BY 1 UNTIL WRK-NIVEL > 3
               ADD 1 TO WRK-AC-QTD(WRK-NIVEL)
           END-PERFORM.

       0540-ROTULO-PERIODO.
           IF WRK-PER = 1
               MOVE '  MES' TO WRK-LN-ROTULO
           ELSE
               MOVE '  ANO' TO WRK-LN-ROTULO
           END-IF.

      * Subtotal do cargo que acaba de fechar.
       0550-FECHAR-CARGO.
           MOVE 1 TO WRK-NIVEL.
           DISPLAY '  ---------------------------------------------' ,
               '-----------------------------------------------' ,
               '--------------'.
           DISPLAY '  SUBTOTAL DO CARGO (' WRK-AC-QTD(1) ,
               ' FUNCIONARIOS)'.
           PERFORM 0580-EXIBIR-ACUMULADO.
           MOVE ZEROS TO WRK-AC-NIVEL(1).

      * Subtotal do departamento; o bruto do mes e do ano fica
      * guardado para a conciliacao com FOLHA-DEPTO.DAT.
       0560-FECHAR-DEPARTAMENTO.
           MOVE 2 TO WRK-NIVEL.
           MOVE WRK-DEPTO-ATUAL TO WRK-DEPTO-PROCURADO.
           DISPLAY ' '.
           DISPLAY '  SUBTOTAL DO DEPARTAMENTO ' WRK-DEPTO-PROCURADO ,
               ' (' WRK-AC-QTD(2) ' FUNCIONARIOS)'.
           PERFORM 0580-EXIBIR-ACUMULADO.
           PERFORM 0810-LOCALIZAR-CONF-DEPTO.
           IF WRK-IDX-CONF-ACHADO > ZEROS
               ADD WRK-AC-BRUTO(2, 1)
                   TO WRK-CD-REL-MES(WRK-IDX-CONF-ACHADO)
               ADD WRK-AC-BRUTO(2, 2)
                   TO WRK-CD-REL-ANO(WRK-IDX-CONF-ACHADO)
           END-IF.
           MOVE ZEROS TO WRK-AC-NIVEL(2).

       0570-TOTAL-GERAL.
           MOVE 3 TO WRK-NIVEL.
           DISPLAY ' '.
           DISPLAY '===============================================' ,
               '===============================================' ,
               '================'.
           DISPLAY 'TOTAL GERAL (' WRK-AC-QTD(3) ' FUNCIONARIOS)'.
           PERFORM 0580-EXIBIR-ACUMULADO.

       0580-EXIBIR-ACUMULADO.
           PERFORM VARYING WRK-PER FROM 1 BY 1 UNTIL WRK-PER > 2
               MOVE WRK-AC-BASE(WRK-NIVEL, WRK-PER)     TO WRK-LN-BASE
               MOVE WRK-AC-BRUTO(WRK-NIVEL, WRK-PER)    TO WRK-LN-BRUTO
               MOVE WRK-AC-ENCARGOS(WRK-NIVEL, WRK-PER)
                   TO WRK-LN-ENCARGOS
               MOVE WRK-AC-FGTS(WRK-NIVEL, WRK-PER)     TO WRK-LN-FGTS
               MOVE WRK-AC-PROVISAO(WRK-NIVEL, WRK-PER)
                   TO WRK-LN-PROVISAO
               MOVE WRK-AC-BENEFICIOS(WRK-NIVEL, WRK-PER)
                   TO WRK-LN-BENEFICIOS
               MOVE WRK-AC-CUSTO(WRK-NIVEL, WRK-PER)    TO WRK-LN-CUSTO
               PERFORM 0540-ROTULO-PERIODO
               PERFORM 0590-EXIBIR-VALORES
           END-PERFORM.

      * Razao custo/base: custo do periodo sobre o salario-base das
      * competencias pagas no periodo; sem competencia paga, "--".
       0590-EXIBIR-VALORES.
           MOVE WRK-LN-BRUTO      TO WRK-MASC-BRUTO.
           MOVE WRK-LN-ENCARGOS   TO WRK-MASC-ENCARGOS.
           MOVE WRK-LN-FGTS       TO WRK-MASC-FGTS.
           MOVE WRK-LN-PROVISAO   TO WRK-MASC-PROVISAO.
           MOVE WRK-LN-BENEFICIOS TO WRK-MASC-BENEFICIOS.
           MOVE WRK-LN-CUSTO      TO WRK-MASC-CUSTO.
           IF WRK-LN-BASE > ZEROS
               COMPUTE WRK-RAZAO ROUNDED =
                   WRK-LN-CUSTO / WRK-LN-BASE
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-RAZAO
               END-COMPUTE
               MOVE WRK-RAZAO TO WRK-MASC-RAZAO
               MOVE WRK-MASC-RAZAO TO WRK-RAZAO-EXIBIDA
           ELSE
               MOVE '    --' TO WRK-RAZAO-EXIBIDA
           END-IF.
           DISPLAY WRK-LN-ROTULO WRK-MASC-BRUTO ' ' ,
               WRK-MASC-ENCARGOS ' ' WRK-MASC-FGTS ' ' ,
               WRK-MASC-PROVISAO ' ' WRK-MASC-BENEFICIOS ' ' ,
               WRK-MASC-CUSTO '     ' WRK-RAZAO-EXIBIDA.

      * Conciliacao dos totais do relatorio com os arquivos que ja
      * fecham a folha: bruto por departamento (FOLHA-DEPTO.DAT, mes
      * e ano), bruto e encargos da ultima folha gravada em
      * EOD-TOTALS.DAT, FGTS depositado (FGTS-DEPOSITOS.DAT) e
      * provisao constituida (PROVISAO-CONTROLE.DAT, mes e ano).
       0800-CONCILIAR.
           PERFORM 0820-CARREGAR-FOLHA-DEPTO.
           PERFORM 0830-CARREGAR-FGTS.
           DISPLAY ' '.
           DISPLAY 'CONCILIACAO                       RELATORIO    ' ,
               '        FONTE        DIFERENCA SITUACAO'.
           DISPLAY '-----------------------------------------------' ,
               '-----------------------------------------------'.
           PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                   UNTIL WRK-CTR2 > WRK-QTD-CONF
               MOVE SPACES TO WRK-CONC-DESCRICAO
               STRING 'BRUTO MES DEPTO ' WRK-CD-DEPTO(WRK-CTR2)
                   DELIMITED BY SIZE INTO WRK-CONC-DESCRICAO
               MOVE WRK-CD-REL-MES(WRK-CTR2) TO WRK-CONC-RELATORIO
               MOVE WRK-CD-FDP-MES(WRK-CTR2) TO WRK-CONC-FONTE
               MOVE WRK-TEM-FOLHA-DEP TO WRK-CONC-TEM-FONTE
               PERFORM 0850-EXIBIR-CONCILIACAO
               MOVE SPACES TO WRK-CONC-DESCRICAO
               STRING 'BRUTO ANO DEPTO ' WRK-CD-DEPTO(WRK-CTR2)
                   DELIMITED BY SIZE INTO WRK-CONC-DESCRICAO
               MOVE WRK-CD-REL-ANO(WRK-CTR2) TO WRK-CONC-RELATORIO
               MOVE WRK-CD-FDP-ANO(WRK-CTR2) TO WRK-CONC-FONTE
               MOVE WRK-TEM-FOLHA-DEP TO WRK-CONC-TEM-FONTE
               PERFORM 0850-EXIBIR-CONCILIACAO
           END-PERFORM.
           MOVE 'PROG04' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           MOVE 'BRUTO MES X EOD PROG04' TO WRK-CONC-DESCRICAO.
           MOVE WRK-AC-BRUTO(3, 1)       TO WRK-CONC-RELATORIO.
           MOVE WRK-EOD-VALOR-SECUNDARIO TO WRK-CONC-FONTE.
           MOVE WRK-EOD-ACHOU            TO WRK-CONC-TEM-FONTE.
           PERFORM 0850-EXIBIR-CONCILIACAO.
           IF WRK-EOD-ACHOU = 'S'
               DISPLAY '  (ULTIMA FOLHA GRAVADA EM ' WRK-DIA-EOD '/' ,
                   WRK-MES-EOD '/' WRK-ANO-EOD ')'
           END-IF.
           MOVE 'PROG04EC' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           MOVE 'ENCARGOS MES X EOD PROG04EC' TO WRK-CONC-DESCRICAO.
           MOVE WRK-AC-ENCARGOS(3, 1)   TO WRK-CONC-RELATORIO.
           MOVE WRK-EOD-VALOR-PRINCIPAL TO WRK-CONC-FONTE.
           MOVE WRK-EOD-ACHOU           TO WRK-CONC-TEM-FONTE.
           PERFORM 0850-EXIBIR-CONCILIACAO.
           MOVE 'FGTS MES X FGTS-DEPOSITOS' TO WRK-CONC-DESCRICAO.
           MOVE WRK-AC-FGTS(3, 1)  TO WRK-CONC-RELATORIO.
           MOVE WRK-TOTAL-FGTS-DEP TO WRK-CONC-FONTE.
           MOVE WRK-TEM-FGTS-DEP   TO WRK-CONC-TEM-FONTE.
           PERFORM 0850-EXIBIR-CONCILIACAO.
           MOVE 'PROVISAO MES X PROVISAO-CTL' TO WRK-CONC-DESCRICAO.
           MOVE WRK-AC-PROVISAO(3, 1) TO WRK-CONC-RELATORIO.
           MOVE WRK-PM-VALOR(WRK-COMP-MES) TO WRK-CONC-FONTE.
           MOVE WRK-PM-EXISTE(WRK-COMP-MES) TO WRK-CONC-TEM-FONTE.
           PERFORM 0850-EXIBIR-CONCILIACAO.
           MOVE 'PROVISAO ANO X PROVISAO-CTL' TO WRK-CONC-DESCRICAO.
           MOVE WRK-AC-PROVISAO(3, 2) TO WRK-CONC-RELATORIO.
           MOVE WRK-TOTAL-PROV-ANO    TO WRK-CONC-FONTE.
           IF WRK-QTD-MESES-PROV > ZEROS
               MOVE 'S' TO WRK-CONC-TEM-FONTE
           ELSE
               MOVE 'N' TO WRK-CONC-TEM-FONTE
           END-IF.
           PERFORM 0850-EXIBIR-CONCILIACAO.
           DISPLAY '  (MESES COM PROVISAO CONSTITUIDA NO ANO: ' ,
               WRK-QTD-MESES-PROV ')'.
           DISPLAY 'CONCILIACOES DIVERGENTES: ' WRK-QTD-DIVERGENCIAS.

      * Posicao do departamento WRK-DEPTO-PROCURADO na tabela de
      * conciliacao, incluido quando ainda nao esta.
       0810-LOCALIZAR-CONF-DEPTO.
           MOVE ZEROS TO WRK-IDX-CONF-ACHADO.
           PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                   UNTIL WRK-CTR2 > WRK-QTD-CONF
                      OR WRK-IDX-CONF-ACHADO > ZEROS
               IF WRK-CD-DEPTO(WRK-CTR2) = WRK-DEPTO-PROCURADO
                   MOVE WRK-CTR2 TO WRK-IDX-CONF-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-IDX-CONF-ACHADO = ZEROS
               IF WRK-QTD-CONF < 50
                   ADD 1 TO WRK-QTD-CONF
                   MOVE WRK-QTD-CONF TO WRK-IDX-CONF-ACHADO
                   MOVE ZEROS TO WRK-CD-ITEM(WRK-IDX-CONF-ACHADO)
                   MOVE WRK-DEPTO-PROCURADO
                       TO WRK-CD-DEPTO(WRK-IDX-CONF-ACHADO)
               ELSE
                   DISPLAY 'AVISO: TABELA DE CONCILIACAO CHEIA - ' ,
                       'DEPARTAMENTO ' WRK-DEPTO-PROCURADO ,
                       ' FORA DA CONFERENCIA'
               END-IF
           END-IF.

      * Subtotais gravados pelo PROG04 para as competencias do ano ate
      * a informada.
       0820-CARREGAR-FOLHA-DEPTO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FOLHA-DEPTO-FILE.
           IF WRK-STATUS-FOLHA-DEP = '00'
               SET TEM-FOLHA-DEPTO TO TRUE
               PERFORM UNTIL FIM-ARQUIVO
                   READ FOLHA-DEPTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE FDP-COMPETENCIA
                               TO WRK-COMPETENCIA-LIDA-NUM
                           IF WRK-LIDA-ANO = WRK-COMP-ANO
                              AND WRK-LIDA-MES >= 1
                              AND WRK-LIDA-MES <= WRK-COMP-MES
                               MOVE FDP-DEPTO TO WRK-DEPTO-PROCURADO
                               PERFORM 0810-LOCALIZAR-CONF-DEPTO
                               PERFORM 0825-SOMAR-FOLHA-DEPTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-DEPTO-FILE
           END-IF.

       0825-SOMAR-FOLHA-DEPTO.
           IF WRK-IDX-CONF-ACHADO > ZEROS
               ADD FDP-BRUTO TO WRK-CD-FDP-ANO(WRK-IDX-CONF-ACHADO)
               IF WRK-LIDA-MES = WRK-COMP-MES
                   ADD FDP-BRUTO
                       TO WRK-CD-FDP-MES(WRK-IDX-CONF-ACHADO)
               END-IF
           END-IF.

       0830-CARREGAR-FGTS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FGTS-DEPOSITO-FILE.
           IF WRK-STATUS-FGTS-DEP = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ FGTS-DEPOSITO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF FGD-COMPETENCIA = WRK-COMPETENCIA-NUM
                               SET TEM-FGTS-DEPOSITO TO TRUE
                               ADD FGD-VALOR TO WRK-TOTAL-FGTS-DEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGTS-DEPOSITO-FILE
           END-IF.

      * Uma linha de conciliacao; sem a fonte, a linha sai como
      * "SEM FONTE" e nao conta como divergencia.
       0850-EXIBIR-CONCILIACAO.
           MOVE WRK-CONC-RELATORIO TO WRK-MASC-CONC-REL.
           IF CONC-TEM-FONTE
               COMPUTE WRK-CONC-DIFERENCA =
                   WRK-CONC-RELATORIO - WRK-CONC-FONTE
               MOVE WRK-CONC-FONTE     TO WRK-MASC-CONC-FONTE
               MOVE WRK-CONC-DIFERENCA TO WRK-MASC-CONC-DIF
               IF WRK-CONC-DIFERENCA = ZEROS
                   MOVE 'OK' TO WRK-CONC-SITUACAO
               ELSE
                   MOVE 'DIVERGENTE' TO WRK-CONC-SITUACAO
                   ADD 1 TO WRK-QTD-DIVERGENCIAS
               END-IF
               DISPLAY WRK-CONC-DESCRICAO WRK-MASC-CONC-REL ' ' ,
                   WRK-MASC-CONC-FONTE ' ' WRK-MASC-CONC-DIF ' ' ,
                   WRK-CONC-SITUACAO
           ELSE
               DISPLAY WRK-CONC-DESCRICAO WRK-MASC-CONC-REL ' ' ,
                   '                                 SEM FONTE'
           END-IF.

           COPY 'CARGPR.COB'.
           COPY 'DEPTPR.COB'.
           COPY 'EODPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG68.
