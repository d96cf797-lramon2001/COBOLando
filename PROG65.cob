      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Variacao do holerite mes a mes por funcionario, para o
      * RH conferir antes de a remessa bancaria sair: bruto e liquido
      * da competencia informada contra a anterior em FOLHA-YTD.DAT;
      * quem variou alem do percentual de VARIACAO-PARAM.CTL (padrao
      * 10%), entrou ou saiu da folha e listado com as verbas que
      * explicam a diferenca. As verbas da competencia saem dos blocos
      * de holerite da folha e de ferias em HOLERITES.DAT; as da
      * anterior, do historico HOLERITE-HIST.DAT, que o proprio
      * programa mantem com as duas ultimas competencias conferidas.
      * RETURN-CODE 4 quando ha funcionario marcado para revisao.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG65.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLERITE-FILE ASSIGN TO "HOLERITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HOLERITE.
           SELECT FOLHA-YTD-FILE ASSIGN TO "FOLHA-YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-YTD.
           SELECT HOLERITE-HIST-FILE ASSIGN TO "HOLERITE-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           SELECT VARIACAO-PARAM-FILE ASSIGN TO "VARIACAO-PARAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLERITE-FILE.
       01  HOLERITE-RECORD PIC X(80).
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
       FD  HOLERITE-HIST-FILE.
       01  HOLERITE-HIST-RECORD.
           05 HHS-MATRICULA    PIC 9(05).
           05 FILLER           PIC X(01).
           05 HHS-COMPETENCIA  PIC 9(06).
           05 FILLER           PIC X(01).
           05 HHS-VERBA        PIC X(40).
           05 FILLER           PIC X(01).
           05 HHS-VALOR        PIC S9(08)V99
                               SIGN IS LEADING SEPARATE.
       FD  VARIACAO-PARAM-FILE.
       01  VARIACAO-PARAM-RECORD.
           05 VPR-LIMITE-PCT   PIC 9(02)V99.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-HOLERITE  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-YTD       PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-HIST      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PARAM     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-HOLERITE     PIC X(01) VALUES 'N'.
           88 FIM-HOLERITE VALUE 'S'.
       77  WRK-FIM-YTD          PIC X(01) VALUES 'N'.
           88 FIM-YTD VALUE 'S'.
       77  WRK-FIM-HIST         PIC X(01) VALUES 'N'.
           88 FIM-HIST VALUE 'S'.
      * Variacao de bruto ou liquido acima deste percentual (para
      * mais ou para menos) marca o funcionario para revisao.
       77  WRK-LIMITE-PCT       PIC 9(02)V99 VALUE 10,00.
       01  WRK-COMPETENCIA.
           05 WRK-COMP-ANO      PIC 9(04).
           05 WRK-COMP-MES      PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01  WRK-COMP-ANTERIOR.
           05 WRK-ANT-ANO       PIC 9(04).
           05 WRK-ANT-MES       PIC 9(02).
       01  WRK-COMP-ANTERIOR-NUM REDEFINES WRK-COMP-ANTERIOR
                                PIC 9(06).
      * Leitura dos blocos de HOLERITES.DAT: cada bloco comeca numa
      * linha de '=', a segunda linha diz o tipo (HOLERITE da folha
      * ou FERIAS) e cada verba e 'DESCRICAO: valor editado'.
       77  WRK-LINHA            PIC X(80) VALUES SPACES.
       77  WRK-LINHA-NO-BLOCO   PIC 9(03) VALUES ZEROS.
       77  WRK-TIPO-BLOCO       PIC X(01) VALUES SPACE.
           88 BLOCO-FOLHA  VALUE 'H'.
           88 BLOCO-FERIAS VALUE 'F'.
           88 BLOCO-IGNORADO VALUE 'X'.
       77  WRK-QTD-OCORRENCIAS  PIC 9(03) VALUES ZEROS.
       77  WRK-MATRICULA-BLOCO  PIC 9(05) VALUES ZEROS.
       77  WRK-POS              PIC 9(03) VALUES ZEROS.
       77  WRK-POS-SEPARADOR    PIC 9(03) VALUES ZEROS.
       77  WRK-VERBA            PIC X(40) VALUES SPACES.
       77  WRK-CARACTER         PIC X(01) VALUES SPACE.
       77  WRK-DIGITO           PIC 9(01) VALUES ZEROS.
       77  WRK-VALOR-ABS        PIC 9(10) VALUES ZEROS.
       77  WRK-QTD-DECIMAIS     PIC 9(01) VALUES ZEROS.
       77  WRK-VIU-VIRGULA      PIC X(01) VALUES 'N'.
       77  WRK-VALOR-NEGATIVO   PIC X(01) VALUES 'N'.
       77  WRK-VALOR-VERBA      PIC S9(08)V99 VALUES ZEROS.
      * Verbas da competencia (HOLERITES.DAT) e da anterior
      * (HOLERITE-HIST.DAT).
       77  WRK-QTD-ATUAL        PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-ATUAL.
           05 WRK-ATU-ITEM OCCURS 3000 TIMES
                            INDEXED BY WRK-IDX-ATU.
              10 WRK-ATU-MATRICULA PIC 9(05).
              10 WRK-ATU-VERBA     PIC X(40).
              10 WRK-ATU-VALOR     PIC S9(08)V99.
       77  WRK-QTD-ANTERIOR     PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-ANTERIOR.
           05 WRK-ANT-ITEM OCCURS 3000 TIMES
                            INDEXED BY WRK-IDX-ANT.
              10 WRK-ANT-MATRICULA PIC 9(05).
              10 WRK-ANT-VERBA     PIC X(40).
              10 WRK-ANT-VALOR     PIC S9(08)V99.
       77  WRK-VERBAS-ESTOUROU  PIC X(01) VALUES 'N'.
           88 VERBAS-ESTOURARAM VALUE 'S'.
      * Bruto e liquido por matricula nas duas competencias, somando
      * todas as linhas do mes em FOLHA-YTD.DAT (folha, complementar
      * e ferias).
       77  WRK-QTD-FUNC         PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-FUNC.
           05 WRK-FUNC-ITEM OCCURS 500 TIMES
                             INDEXED BY WRK-IDX-FUNC.
              10 WRK-FUNC-MATRICULA  PIC 9(05).
              10 WRK-FUNC-NOME       PIC X(20).
              10 WRK-FUNC-BRUTO-ANT  PIC 9(08)V99.
              10 WRK-FUNC-LIQ-ANT    PIC 9(08)V99.
              10 WRK-FUNC-BRUTO-ATU  PIC 9(08)V99.
              10 WRK-FUNC-LIQ-ATU    PIC 9(08)V99.
              10 WRK-FUNC-TEM-ANT    PIC X(01).
              10 WRK-FUNC-TEM-ATU    PIC X(01).
       77  WRK-IDX-FUNC-ACHADO  PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-VERBA-ACHADA PIC 9(04) VALUES ZEROS.
       77  WRK-VAR-BRUTO        PIC S9(05)V99 VALUES ZEROS.
       77  WRK-VAR-LIQ          PIC S9(05)V99 VALUES ZEROS.
       77  WRK-DIFERENCA        PIC S9(08)V99 VALUES ZEROS.
       77  WRK-MARCADO          PIC X(01) VALUES 'N'.
           88 FUNC-MARCADO VALUE 'S'.
       77  WRK-MOTIVO           PIC X(24) VALUES SPACES.
       77  WRK-QTD-COMPARADOS   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-MARCADOS     PIC 9(03) VALUES ZEROS.
       77  WRK-MASC-BRUTO-ANT   PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-BRUTO-ATU   PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-LIQ-ANT     PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-LIQ-ATU     PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-PCT         PIC -----9,99 VALUES ZEROS.
       77  WRK-MASC-PCT-LIQ     PIC -----9,99 VALUES ZEROS.
       77  WRK-MASC-LIMITE      PIC Z9,99 VALUES ZEROS.
       77  WRK-MASC-VERBA-ANT   PIC ---.---.--9,99 VALUES ZEROS.
       77  WRK-MASC-VERBA-ATU   PIC ---.---.--9,99 VALUES ZEROS.
       77  WRK-MASC-DIFERENCA   PIC ---.---.--9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG65' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0050-LER-PARAM.
           DISPLAY 'COMPETENCIA A CONFERIR (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - CONFERENCIA NAO ' ,
                   'REALIZADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           IF WRK-COMP-MES = 1
               COMPUTE WRK-ANT-ANO = WRK-COMP-ANO - 1
               MOVE 12 TO WRK-ANT-MES
           ELSE
               MOVE WRK-COMP-ANO TO WRK-ANT-ANO
               COMPUTE WRK-ANT-MES = WRK-COMP-MES - 1
           END-IF.
           PERFORM 0100-CARREGAR-YTD.
           IF WRK-QTD-FUNC = ZEROS
               DISPLAY 'FOLHA-YTD.DAT SEM PAGAMENTOS NA COMPETENCIA ' ,
                   WRK-COMPETENCIA-NUM ' - CONFERENCIA NAO REALIZADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0200-CARREGAR-HOLERITES.
           PERFORM 0300-CARREGAR-HISTORICO.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM VARYING WRK-IDX-FUNC FROM 1 BY 1
                   UNTIL WRK-IDX-FUNC > WRK-QTD-FUNC
               PERFORM 0400-COMPARAR-FUNCIONARIO
           END-PERFORM.
           DISPLAY '-----------------------------------------------' ,
               '---------------------------------------'.
           DISPLAY 'FUNCIONARIOS COMPARADOS:  ' WRK-QTD-COMPARADOS.
           DISPLAY 'MARCADOS PARA REVISAO:    ' WRK-QTD-MARCADOS.
           DISPLAY WRK-RODAPE-MENSAGEM.
           IF VERBAS-ESTOURARAM
               DISPLAY 'AVISO: TABELA DE VERBAS CHEIA - HISTORICO ' ,
                   'NAO REGRAVADO'
           ELSE
               PERFORM 0500-GRAVAR-HISTORICO
           END-IF.
           MOVE WRK-QTD-COMPARADOS TO WRK-TRAILER-QTD.
           IF WRK-QTD-MARCADOS > ZEROS
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0050-LER-PARAM.
           OPEN INPUT VARIACAO-PARAM-FILE.
           IF WRK-STATUS-PARAM = '00'
               READ VARIACAO-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VPR-LIMITE-PCT NUMERIC
                          AND VPR-LIMITE-PCT > ZEROS
                           MOVE VPR-LIMITE-PCT TO WRK-LIMITE-PCT
                       END-IF
               END-READ
               CLOSE VARIACAO-PARAM-FILE
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
           DISPLAY '   VARIACAO DO HOLERITE - COMPETENCIA ' ,
               WRK-COMP-MES '/' WRK-COMP-ANO ' CONTRA ' ,
               WRK-ANT-MES '/' WRK-ANT-ANO.
           MOVE WRK-LIMITE-PCT TO WRK-MASC-LIMITE.
           DISPLAY 'LIMITE DE VARIACAO PARA MARCACAO: ' ,
               WRK-MASC-LIMITE '%'.
           DISPLAY ' '.
           DISPLAY 'MATR.  FUNCIONARIO          BRUTO ANT.' ,
               '      BRUTO ATUAL     VAR%      LIQ. ANT.' ,
               '      LIQ. ATUAL     VAR%'.
           DISPLAY '-----------------------------------------------' ,
               '---------------------------------------'.

      * Bruto e liquido das duas competencias por matricula.
       0100-CARREGAR-YTD.
           OPEN INPUT FOLHA-YTD-FILE.
           IF WRK-STATUS-YTD = '00'
               PERFORM UNTIL FIM-YTD
                   READ FOLHA-YTD-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-YTD
                       NOT AT END
                           IF (YTD-ANO = WRK-COMP-ANO
                               AND YTD-MES = WRK-COMP-MES)
                              OR (YTD-ANO = WRK-ANT-ANO
                               AND YTD-MES = WRK-ANT-MES)
                               PERFORM 0110-ACUMULAR-YTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-YTD-FILE
           END-IF.

       0110-ACUMULAR-YTD.
           MOVE ZEROS TO WRK-IDX-FUNC-ACHADO.
           PERFORM VARYING WRK-IDX-FUNC FROM 1 BY 1
                   UNTIL WRK-IDX-FUNC > WRK-QTD-FUNC
               IF WRK-FUNC-MATRICULA(WRK-IDX-FUNC) = YTD-MATRICULA
                   SET WRK-IDX-FUNC-ACHADO TO WRK-IDX-FUNC
               END-IF
           END-PERFORM.
           IF WRK-IDX-FUNC-ACHADO = ZEROS
               IF WRK-QTD-FUNC < 500
                   ADD 1 TO WRK-QTD-FUNC
                   MOVE WRK-QTD-FUNC TO WRK-IDX-FUNC-ACHADO
                   SET WRK-IDX-FUNC TO WRK-QTD-FUNC
                   MOVE YTD-MATRICULA TO
                       WRK-FUNC-MATRICULA(WRK-IDX-FUNC)
                   MOVE YTD-NOME TO WRK-FUNC-NOME(WRK-IDX-FUNC)
                   MOVE ZEROS TO WRK-FUNC-BRUTO-ANT(WRK-IDX-FUNC)
                       WRK-FUNC-LIQ-ANT(WRK-IDX-FUNC)
                       WRK-FUNC-BRUTO-ATU(WRK-IDX-FUNC)
                       WRK-FUNC-LIQ-ATU(WRK-IDX-FUNC)
                   MOVE 'N' TO WRK-FUNC-TEM-ANT(WRK-IDX-FUNC)
                       WRK-FUNC-TEM-ATU(WRK-IDX-FUNC)
               ELSE
                   DISPLAY 'AVISO: TABELA DE FUNCIONARIOS CHEIA - ' ,
                       'MATRICULA FORA DA CONFERENCIA: ' YTD-MATRICULA
               END-IF
           END-IF.
           IF WRK-IDX-FUNC-ACHADO > ZEROS
               SET WRK-IDX-FUNC TO WRK-IDX-FUNC-ACHADO
               IF YTD-ANO = WRK-COMP-ANO AND YTD-MES = WRK-COMP-MES
                   ADD YTD-BRUTO TO WRK-FUNC-BRUTO-ATU(WRK-IDX-FUNC)
                   ADD YTD-LIQUIDO TO WRK-FUNC-LIQ-ATU(WRK-IDX-FUNC)
                   MOVE 'S' TO WRK-FUNC-TEM-ATU(WRK-IDX-FUNC)
               ELSE
                   ADD YTD-BRUTO TO WRK-FUNC-BRUTO-ANT(WRK-IDX-FUNC)
                   ADD YTD-LIQUIDO TO WRK-FUNC-LIQ-ANT(WRK-IDX-FUNC)
                   MOVE 'S' TO WRK-FUNC-TEM-ANT(WRK-IDX-FUNC)
               END-IF
           END-IF.

      * Verbas da competencia: blocos HOLERITE (folha normal) e
      * FERIAS de HOLERITES.DAT; adiantamento e complementar ficam de
      * fora (sao execucoes proprias, com holerite proprio).
       0200-CARREGAR-HOLERITES.
           OPEN INPUT HOLERITE-FILE.
           IF WRK-STATUS-HOLERITE NOT = '00'
               DISPLAY 'AVISO: HOLERITES.DAT NAO ENCONTRADO - ' ,
                   'VARIACAO SEM O DETALHE DAS VERBAS'
           ELSE
               MOVE 'X' TO WRK-TIPO-BLOCO
               PERFORM UNTIL FIM-HOLERITE
                   READ HOLERITE-FILE INTO WRK-LINHA
                       AT END
                           MOVE 'S' TO WRK-FIM-HOLERITE
                       NOT AT END
                           PERFORM 0210-TRATAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE HOLERITE-FILE
           END-IF.

       0210-TRATAR-LINHA.
           IF WRK-LINHA(1:10) = ALL '='
               MOVE 1 TO WRK-LINHA-NO-BLOCO
               MOVE 'X' TO WRK-TIPO-BLOCO
               MOVE ZEROS TO WRK-MATRICULA-BLOCO
           ELSE
               ADD 1 TO WRK-LINHA-NO-BLOCO
               EVALUATE TRUE
                   WHEN WRK-LINHA-NO-BLOCO = 2
                       PERFORM 0215-IDENTIFICAR-BLOCO
                   WHEN BLOCO-IGNORADO
                       CONTINUE
                   WHEN WRK-LINHA(1:11) = 'MATRICULA: '
                       IF WRK-LINHA(12:5) NUMERIC
                           MOVE WRK-LINHA(12:5) TO WRK-MATRICULA-BLOCO
                       END-IF
                   WHEN WRK-MATRICULA-BLOCO > ZEROS
                       PERFORM 0220-EXTRAIR-VERBA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0215-IDENTIFICAR-BLOCO.
           MOVE ZEROS TO WRK-QTD-OCORRENCIAS.
           INSPECT WRK-LINHA TALLYING WRK-QTD-OCORRENCIAS
               FOR ALL ' HOLERITE '.
           IF WRK-QTD-OCORRENCIAS > ZEROS
               MOVE 'H' TO WRK-TIPO-BLOCO
           ELSE
               INSPECT WRK-LINHA TALLYING WRK-QTD-OCORRENCIAS
                   FOR ALL ' FERIAS '
               IF WRK-QTD-OCORRENCIAS > ZEROS
                   MOVE 'F' TO WRK-TIPO-BLOCO
               END-IF
           END-IF.

      * A verba e o texto ate o ultimo ': ' da linha e o valor e a
      * mascara editada depois dele (digitos, virgula decimal e
      * sinal; cifrao, pontos e brancos sao ignorados).
       0220-EXTRAIR-VERBA.
           MOVE ZEROS TO WRK-POS-SEPARADOR.
           PERFORM VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 79
               IF WRK-LINHA(WRK-POS:2) = ': '
                   MOVE WRK-POS TO WRK-POS-SEPARADOR
               END-IF
           END-PERFORM.
           IF WRK-POS-SEPARADOR > 1
               MOVE SPACES TO WRK-VERBA
               IF BLOCO-FERIAS
                   STRING 'FERIAS ' WRK-LINHA(1:WRK-POS-SEPARADOR - 1)
                       DELIMITED BY SIZE INTO WRK-VERBA
               ELSE
                   MOVE WRK-LINHA(1:WRK-POS-SEPARADOR - 1) TO WRK-VERBA
               END-IF
               MOVE ZEROS TO WRK-VALOR-ABS WRK-QTD-DECIMAIS
               MOVE 'N' TO WRK-VIU-VIRGULA WRK-VALOR-NEGATIVO
               COMPUTE WRK-POS = WRK-POS-SEPARADOR + 2
               PERFORM VARYING WRK-POS FROM WRK-POS BY 1
                       UNTIL WRK-POS > 80
                   MOVE WRK-LINHA(WRK-POS:1) TO WRK-CARACTER
                   EVALUATE TRUE
                       WHEN WRK-CARACTER NUMERIC
                           MOVE WRK-CARACTER TO WRK-DIGITO
                           COMPUTE WRK-VALOR-ABS =
                               WRK-VALOR-ABS * 10 + WRK-DIGITO
                           IF WRK-VIU-VIRGULA = 'S'
                               ADD 1 TO WRK-QTD-DECIMAIS
                           END-IF
                       WHEN WRK-CARACTER = ','
                           MOVE 'S' TO WRK-VIU-VIRGULA
                       WHEN WRK-CARACTER = '-'
                           MOVE 'S' TO WRK-VALOR-NEGATIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               COMPUTE WRK-VALOR-VERBA =
                   WRK-VALOR-ABS / (10 ** WRK-QTD-DECIMAIS)
               IF WRK-VALOR-NEGATIVO = 'S'
                   COMPUTE WRK-VALOR-VERBA = ZEROS - WRK-VALOR-VERBA
               END-IF
               PERFORM 0230-GUARDAR-VERBA-ATUAL
           END-IF.

       0230-GUARDAR-VERBA-ATUAL.
           MOVE ZEROS TO WRK-IDX-VERBA-ACHADA.
           PERFORM VARYING WRK-IDX-ATU FROM 1 BY 1
                   UNTIL WRK-IDX-ATU > WRK-QTD-ATUAL
               IF WRK-ATU-MATRICULA(WRK-IDX-ATU) = WRK-MATRICULA-BLOCO
                  AND WRK-ATU-VERBA(WRK-IDX-ATU) = WRK-VERBA
                   SET WRK-IDX-VERBA-ACHADA TO WRK-IDX-ATU
               END-IF
           END-PERFORM.
           IF WRK-IDX-VERBA-ACHADA > ZEROS
               SET WRK-IDX-ATU TO WRK-IDX-VERBA-ACHADA
               ADD WRK-VALOR-VERBA TO WRK-ATU-VALOR(WRK-IDX-ATU)
           ELSE
               IF WRK-QTD-ATUAL < 3000
                   ADD 1 TO WRK-QTD-ATUAL
                   SET WRK-IDX-ATU TO WRK-QTD-ATUAL
                   MOVE WRK-MATRICULA-BLOCO TO
                       WRK-ATU-MATRICULA(WRK-IDX-ATU)
                   MOVE WRK-VERBA TO WRK-ATU-VERBA(WRK-IDX-ATU)
                   MOVE WRK-VALOR-VERBA TO WRK-ATU-VALOR(WRK-IDX-ATU)
               ELSE
                   SET VERBAS-ESTOURARAM TO TRUE
               END-IF
           END-IF.

      * Verbas da competencia anterior guardadas na conferencia
      * passada.
       0300-CARREGAR-HISTORICO.
           OPEN INPUT HOLERITE-HIST-FILE.
           IF WRK-STATUS-HIST = '00'
               PERFORM UNTIL FIM-HIST
                   READ HOLERITE-HIST-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-HIST
                       NOT AT END
                           IF HHS-COMPETENCIA = WRK-COMP-ANTERIOR-NUM
                               IF WRK-QTD-ANTERIOR < 3000
                                   ADD 1 TO WRK-QTD-ANTERIOR
                                   SET WRK-IDX-ANT TO WRK-QTD-ANTERIOR
                                   MOVE HHS-MATRICULA TO
                                       WRK-ANT-MATRICULA(WRK-IDX-ANT)
                                   MOVE HHS-VERBA TO
                                       WRK-ANT-VERBA(WRK-IDX-ANT)
                                   MOVE HHS-VALOR TO
                                       WRK-ANT-VALOR(WRK-IDX-ANT)
                               ELSE
                                   SET VERBAS-ESTOURARAM TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLERITE-HIST-FILE
           END-IF.
           IF WRK-QTD-ANTERIOR = ZEROS
               DISPLAY 'AVISO: HOLERITE-HIST.DAT SEM AS VERBAS DE ' ,
                   WRK-ANT-MES '/' WRK-ANT-ANO ' - DETALHE SO COM ' ,
                   'AS VERBAS ATUAIS'
           END-IF.

      * Bruto ou liquido fora do limite, sem pagamento na competencia
      * anterior ou sem pagamento na atual: o funcionario e listado
      * com as verbas que mudaram.
       0400-COMPARAR-FUNCIONARIO.
           ADD 1 TO WRK-QTD-COMPARADOS.
           MOVE 'N' TO WRK-MARCADO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-VAR-BRUTO WRK-VAR-LIQ.
           EVALUATE TRUE
               WHEN WRK-FUNC-TEM-ANT(WRK-IDX-FUNC) = 'N'
                   SET FUNC-MARCADO TO TRUE
                   MOVE 'SEM PAGAMENTO ANTERIOR' TO WRK-MOTIVO
               WHEN WRK-FUNC-TEM-ATU(WRK-IDX-FUNC) = 'N'
                   SET FUNC-MARCADO TO TRUE
                   MOVE 'SEM PAGAMENTO NO MES' TO WRK-MOTIVO
               WHEN OTHER
                   IF WRK-FUNC-BRUTO-ANT(WRK-IDX-FUNC) > ZEROS
                       COMPUTE WRK-VAR-BRUTO ROUNDED =
                           (WRK-FUNC-BRUTO-ATU(WRK-IDX-FUNC)
                            - WRK-FUNC-BRUTO-ANT(WRK-IDX-FUNC))
                           * 100 / WRK-FUNC-BRUTO-ANT(WRK-IDX-FUNC)
                   END-IF
                   IF WRK-FUNC-LIQ-ANT(WRK-IDX-FUNC) > ZEROS
                       COMPUTE WRK-VAR-LIQ ROUNDED =
                           (WRK-FUNC-LIQ-ATU(WRK-IDX-FUNC)
                            - WRK-FUNC-LIQ-ANT(WRK-IDX-FUNC))
                           * 100 / WRK-FUNC-LIQ-ANT(WRK-IDX-FUNC)
                   END-IF
                   IF WRK-VAR-BRUTO > WRK-LIMITE-PCT
                      OR WRK-VAR-BRUTO < ZEROS - WRK-LIMITE-PCT
                      OR WRK-VAR-LIQ > WRK-LIMITE-PCT
                      OR WRK-VAR-LIQ < ZEROS - WRK-LIMITE-PCT
                       SET FUNC-MARCADO TO TRUE
                       MOVE 'VARIACAO ACIMA DO LIMITE' TO WRK-MOTIVO
                   END-IF
           END-EVALUATE.
           IF FUNC-MARCADO
               ADD 1 TO WRK-QTD-MARCADOS
               MOVE WRK-FUNC-BRUTO-ANT(WRK-IDX-FUNC)
                   TO WRK-MASC-BRUTO-ANT
               MOVE WRK-FUNC-BRUTO-ATU(WRK-IDX-FUNC)
                   TO WRK-MASC-BRUTO-ATU
               MOVE WRK-FUNC-LIQ-ANT(WRK-IDX-FUNC) TO WRK-MASC-LIQ-ANT
               MOVE WRK-FUNC-LIQ-ATU(WRK-IDX-FUNC) TO WRK-MASC-LIQ-ATU
               MOVE WRK-VAR-BRUTO TO WRK-MASC-PCT
               MOVE WRK-VAR-LIQ TO WRK-MASC-PCT-LIQ
               DISPLAY WRK-FUNC-MATRICULA(WRK-IDX-FUNC) '  '
                   WRK-FUNC-NOME(WRK-IDX-FUNC) ' '
                   WRK-MASC-BRUTO-ANT ' ' WRK-MASC-BRUTO-ATU ' '
                   WRK-MASC-PCT ' ' WRK-MASC-LIQ-ANT ' '
                   WRK-MASC-LIQ-ATU ' ' WRK-MASC-PCT-LIQ
               DISPLAY '       MOTIVO: ' WRK-MOTIVO
               DISPLAY '       VERBA                               ' ,
                   '          ANTERIOR          ATUAL      DIFERENCA'
               PERFORM 0410-LISTAR-VERBAS
           END-IF.

      * Verbas da matricula que mudaram: primeiro as da competencia
      * (com o valor anterior, se houver) e depois as que existiam so
      * na anterior.
       0410-LISTAR-VERBAS.
           PERFORM VARYING WRK-IDX-ATU FROM 1 BY 1
                   UNTIL WRK-IDX-ATU > WRK-QTD-ATUAL
               IF WRK-ATU-MATRICULA(WRK-IDX-ATU) =
                       WRK-FUNC-MATRICULA(WRK-IDX-FUNC)
                   MOVE ZEROS TO WRK-IDX-VERBA-ACHADA
                   PERFORM VARYING WRK-IDX-ANT FROM 1 BY 1
                           UNTIL WRK-IDX-ANT > WRK-QTD-ANTERIOR
                       IF WRK-ANT-MATRICULA(WRK-IDX-ANT) =
                               WRK-ATU-MATRICULA(WRK-IDX-ATU)
                          AND WRK-ANT-VERBA(WRK-IDX-ANT) =
                               WRK-ATU-VERBA(WRK-IDX-ATU)
                           SET WRK-IDX-VERBA-ACHADA TO WRK-IDX-ANT
                       END-IF
                   END-PERFORM
                   IF WRK-IDX-VERBA-ACHADA > ZEROS
                       SET WRK-IDX-ANT TO WRK-IDX-VERBA-ACHADA
                       MOVE WRK-ANT-VALOR(WRK-IDX-ANT)
                           TO WRK-MASC-VERBA-ANT
                       COMPUTE WRK-DIFERENCA =
                           WRK-ATU-VALOR(WRK-IDX-ATU)
                           - WRK-ANT-VALOR(WRK-IDX-ANT)
                   ELSE
                       MOVE ZEROS TO WRK-MASC-VERBA-ANT
                       MOVE WRK-ATU-VALOR(WRK-IDX-ATU) TO WRK-DIFERENCA
                   END-IF
                   IF WRK-DIFERENCA NOT = ZEROS
                       MOVE WRK-ATU-VALOR(WRK-IDX-ATU)
                           TO WRK-MASC-VERBA-ATU
                       MOVE WRK-DIFERENCA TO WRK-MASC-DIFERENCA
                       DISPLAY '       ' WRK-ATU-VERBA(WRK-IDX-ATU)
                           ' ' WRK-MASC-VERBA-ANT ' '
                           WRK-MASC-VERBA-ATU ' ' WRK-MASC-DIFERENCA
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-ANT FROM 1 BY 1
                   UNTIL WRK-IDX-ANT > WRK-QTD-ANTERIOR
               IF WRK-ANT-MATRICULA(WRK-IDX-ANT) =
                       WRK-FUNC-MATRICULA(WRK-IDX-FUNC)
                   MOVE ZEROS TO WRK-IDX-VERBA-ACHADA
                   PERFORM VARYING WRK-IDX-ATU FROM 1 BY 1
                           UNTIL WRK-IDX-ATU > WRK-QTD-ATUAL
                       IF WRK-ATU-MATRICULA(WRK-IDX-ATU) =
                               WRK-ANT-MATRICULA(WRK-IDX-ANT)
                          AND WRK-ATU-VERBA(WRK-IDX-ATU) =
                               WRK-ANT-VERBA(WRK-IDX-ANT)
                           SET WRK-IDX-VERBA-ACHADA TO WRK-IDX-ATU
                       END-IF
                   END-PERFORM
                   IF WRK-IDX-VERBA-ACHADA = ZEROS
                      AND WRK-ANT-VALOR(WRK-IDX-ANT) NOT = ZEROS
                       MOVE WRK-ANT-VALOR(WRK-IDX-ANT)
                           TO WRK-MASC-VERBA-ANT
                       MOVE ZEROS TO WRK-MASC-VERBA-ATU
                       COMPUTE WRK-DIFERENCA =
                           ZEROS - WRK-ANT-VALOR(WRK-IDX-ANT)
                       MOVE WRK-DIFERENCA TO WRK-MASC-DIFERENCA
                       DISPLAY '       ' WRK-ANT-VERBA(WRK-IDX-ANT)
                           ' ' WRK-MASC-VERBA-ANT ' '
                           WRK-MASC-VERBA-ATU ' ' WRK-MASC-DIFERENCA
                   END-IF
               END-IF
           END-PERFORM.

      * O historico fica com a competencia anterior e a conferida
      * agora (substituida se a conferencia for repetida).
       0500-GRAVAR-HISTORICO.
           OPEN OUTPUT HOLERITE-HIST-FILE.
           PERFORM VARYING WRK-IDX-ANT FROM 1 BY 1
                   UNTIL WRK-IDX-ANT > WRK-QTD-ANTERIOR
               MOVE SPACES TO HOLERITE-HIST-RECORD
               MOVE WRK-ANT-MATRICULA(WRK-IDX-ANT) TO HHS-MATRICULA
               MOVE WRK-COMP-ANTERIOR-NUM          TO HHS-COMPETENCIA
               MOVE WRK-ANT-VERBA(WRK-IDX-ANT)     TO HHS-VERBA
               MOVE WRK-ANT-VALOR(WRK-IDX-ANT)     TO HHS-VALOR
               WRITE HOLERITE-HIST-RECORD
           END-PERFORM.
           PERFORM VARYING WRK-IDX-ATU FROM 1 BY 1
                   UNTIL WRK-IDX-ATU > WRK-QTD-ATUAL
               MOVE SPACES TO HOLERITE-HIST-RECORD
               MOVE WRK-ATU-MATRICULA(WRK-IDX-ATU) TO HHS-MATRICULA
               MOVE WRK-COMPETENCIA-NUM            TO HHS-COMPETENCIA
               MOVE WRK-ATU-VERBA(WRK-IDX-ATU)     TO HHS-VERBA
               MOVE WRK-ATU-VALOR(WRK-IDX-ATU)     TO HHS-VALOR
               WRITE HOLERITE-HIST-RECORD
           END-PERFORM.
           CLOSE HOLERITE-HIST-FILE.

           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG65.
