      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Fechamento mensal do banco de horas. Para a
      * competencia informada (AAAAMM, zeros = mes corrente):
      * 1) lanca como debito no razao BANCO-HORAS.DAT as folgas
      * compensatorias aprovadas de FOLGAS-BH.DAT (o aprovador
      * precisa da funcao FOLGA BH no PROG29 e o funcionario de
      * acordo vigente na data da folga); folga ja lancada nao e
      * repetida e as recusadas saem listadas com o motivo;
      * 2) vence o saldo mais antigo que o prazo do acordo (padrao 6
      * meses, contado ate o ultimo dia do mes): credito vencido vira
      * lancamento 'V' de debito, pago como extra a 50% pelo PROG04
      * na folha da competencia; debito vencido vira lancamento 'V'
      * de credito, descontado em folha pelo PROG04 quando o acordo
      * autoriza, ou 'A' (abonado) quando nao autoriza. Os creditos e
      * debitos sao consumidos dos mais antigos para os mais novos,
      * e o fechamento refeito na mesma competencia nao vence de
      * novo o que ja venceu;
      * 3) emite o extrato mensal por funcionario: saldo anterior,
      * creditos e debitos do ponto, folgas, vencidos pagos,
      * descontados e abonados, rescisao, saldo final e quanto vence
      * no proximo fechamento, em horas e minutos.
      * RETURN-CODE 4 quando ha folga recusada, 8 competencia
      * invalida, 1 razao maior que a tabela.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG70.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPMSL.COB'.
           COPY 'BNCHSL.COB'.
           SELECT FOLGAS-BH-FILE ASSIGN TO "FOLGAS-BH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLGA.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPMFD.COB'.
           COPY 'BNCHFD.COB'.
       FD  FOLGAS-BH-FILE.
       01  FOLGAS-BH-RECORD.
           05 FBH-MATRICULA      PIC 9(05).
           05 FILLER             PIC X(01).
           05 FBH-DATA           PIC 9(08).
           05 FILLER             PIC X(01).
           05 FBH-MINUTOS        PIC 9(04).
           05 FILLER             PIC X(01).
           05 FBH-APROVADOR      PIC X(15).
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'BNCHWS.COB'.
           COPY 'AUTPRM.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-FOLGA     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-FOLGA        PIC X(01) VALUES 'N'.
           88 FIM-FOLGA VALUE 'S'.
       77  WRK-CADASTRO-ABERTO  PIC X(01) VALUES 'N'.
           88 CADASTRO-ABERTO VALUE 'S'.
       77  WRK-RAZAO-ESTOUROU   PIC X(01) VALUES 'N'.
           88 RAZAO-ESTOUROU VALUE 'S'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       77  WRK-COMPETENCIA-X    PIC X(06) VALUES SPACES.
       01  WRK-COMPETENCIA.
           05 WRK-COMPETENCIA-ANO PIC 9(04).
           05 WRK-COMPETENCIA-MES PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       77  WRK-COMPETENCIA-OK   PIC X(01) VALUES 'N'.
           88 COMPETENCIA-VALIDA VALUE 'S'.
      * Datas da competencia e cortes de vencimento (ultimo dia do mes
      * que fica 'prazo' meses antes da competencia e da seguinte).
       77  WRK-INICIO-COMP      PIC 9(08) VALUES ZEROS.
       77  WRK-FIM-COMP         PIC 9(08) VALUES ZEROS.
       77  WRK-CORTE            PIC 9(08) VALUES ZEROS.
       77  WRK-CORTE-PROXIMO    PIC 9(08) VALUES ZEROS.
       77  WRK-MES-CALC         PIC 9(06) VALUES ZEROS.
       77  WRK-DIAS-CALC        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-CALC.
           05 WRK-CALC-ANO      PIC 9(04).
           05 WRK-CALC-MES      PIC 9(02).
           05 WRK-CALC-DIA      PIC 9(02).
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
      * Razao inteiro em memoria, acrescido do que este fechamento
      * lanca.
       77  WRK-QTD-LANC         PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-LANCAMENTOS.
           05 WRK-LANC-ITEM OCCURS 3000 TIMES
                             INDEXED BY WRK-IDX-LANC.
              10 WRK-LANC-MATRICULA PIC 9(05).
              10 WRK-LANC-DATA      PIC 9(08).
              10 WRK-LANC-ORIGEM    PIC X(01).
              10 WRK-LANC-NATUREZA  PIC X(01).
              10 WRK-LANC-MINUTOS   PIC 9(05).
      * Matriculas com movimento no razao, em ordem crescente.
       77  WRK-QTD-FUNC-BH      PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-FUNC-BH.
           05 WRK-FUNC-BH-MATRICULA OCCURS 500 TIMES PIC 9(05).
       77  WRK-MATRICULA-AUX    PIC 9(05) VALUES ZEROS.
       77  WRK-MATRICULA-ATUAL  PIC 9(05) VALUES ZEROS.
       77  WRK-CTR              PIC 9(03) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(03) VALUES ZEROS.
       77  WRK-ACHOU            PIC X(01) VALUES 'N'.
           88 ACHOU VALUE 'S'.
       77  WRK-MOTIVO-RECUSA    PIC X(30) VALUES SPACES.
      * Apuracao do vencimento e do extrato, em minutos com sinal.
       77  WRK-SALDO-ATUAL      PIC S9(07) VALUES ZEROS.
       77  WRK-CRED-RECENTES    PIC S9(07) VALUES ZEROS.
       77  WRK-DEB-RECENTES     PIC S9(07) VALUES ZEROS.
       77  WRK-CRED-PROXIMO     PIC S9(07) VALUES ZEROS.
       77  WRK-DEB-PROXIMO      PIC S9(07) VALUES ZEROS.
       77  WRK-MIN-VENCIDOS     PIC S9(07) VALUES ZEROS.
       77  WRK-SALDO-ANTERIOR   PIC S9(07) VALUES ZEROS.
       77  WRK-MOV-CREDITOS     PIC S9(07) VALUES ZEROS.
       77  WRK-MOV-DEBITOS      PIC S9(07) VALUES ZEROS.
       77  WRK-MOV-FOLGAS       PIC S9(07) VALUES ZEROS.
       77  WRK-MOV-PAGOS        PIC S9(07) VALUES ZEROS.
       77  WRK-MOV-DESCONTADOS  PIC S9(07) VALUES ZEROS.
       77  WRK-MOV-ABONADOS     PIC S9(07) VALUES ZEROS.
       77  WRK-MOV-RESCISAO     PIC S9(07) VALUES ZEROS.
       77  WRK-SALDO-FINAL      PIC S9(07) VALUES ZEROS.
       77  WRK-A-VENCER         PIC S9(07) VALUES ZEROS.
      * Edicao HHH:MM.
       77  WRK-MIN-EDICAO       PIC S9(07) VALUES ZEROS.
       77  WRK-MIN-ABSOLUTO     PIC 9(07) VALUES ZEROS.
       77  WRK-HH-CALC          PIC 9(05) VALUES ZEROS.
       77  WRK-HH-EDICAO        PIC ZZZZ9 VALUES ZEROS.
       77  WRK-MM-EDICAO        PIC 9(02) VALUES ZEROS.
       77  WRK-SINAL-EDICAO     PIC X(01) VALUES SPACE.
       77  WRK-MASC-HORAS       PIC X(09) VALUES SPACES.
       01  WRK-LINHA-VALORES.
           05 WRK-LIN-ANTERIOR   PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-CREDITOS   PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DEBITOS    PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-FOLGAS     PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-PAGOS      PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-DESCONTADOS PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-ABONADOS   PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-RESCISAO   PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-SALDO      PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WRK-LIN-A-VENCER   PIC X(09).
       77  WRK-NOME-EXTRATO     PIC X(15) VALUES SPACES.
       77  WRK-SITUACAO-ACORDO  PIC X(16) VALUES SPACES.
       77  WRK-MASC-PRAZO       PIC Z9 VALUES ZEROS.
      * Totais do fechamento.
       77  WRK-QTD-FOLGAS-LIDAS PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-FOLGAS-LANC  PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-FOLGAS-JA    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-FOLGAS-FUT   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-RECUSADAS    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-VENC-PAGOS   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-VENC-DESC    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-VENC-ABON    PIC 9(05) VALUES ZEROS.
       77  WRK-TOT-VENC-PAGOS   PIC S9(07) VALUES ZEROS.
       77  WRK-TOT-VENC-DESC    PIC S9(07) VALUES ZEROS.
       77  WRK-TOT-VENC-ABON    PIC S9(07) VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG70' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DO FECHAMENTO (AAAAMM, ZEROS = MES ' ,
               'ATUAL): '.
           ACCEPT WRK-COMPETENCIA-X FROM CONSOLE.
           DISPLAY 'USUARIO RESPONSAVEL PELO FECHAMENTO: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           PERFORM 0050-VALIDAR-COMPETENCIA.
           IF NOT COMPETENCIA-VALIDA
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA-X
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 9100-CARREGAR-ACORDOS-BH.
           PERFORM 0100-CARREGAR-RAZAO.
           IF RAZAO-ESTOUROU
               DISPLAY 'BANCO-HORAS.DAT MAIOR QUE A TABELA - ' ,
                   'FECHAMENTO CANCELADO (AMPLIE A CAPACIDADE)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0200-LANCAR-FOLGAS.
           PERFORM 0300-MONTAR-FUNCIONARIOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC = '00'
               SET CADASTRO-ABERTO TO TRUE
           END-IF.
           PERFORM 0400-FECHAR-FUNCIONARIOS.
           IF CADASTRO-ABERTO
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           PERFORM 0700-RESUMO.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-FUNC-BH TO WRK-TRAILER-QTD.
           IF WRK-QTD-RECUSADAS > ZEROS OR RAZAO-ESTOUROU
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Competencia em branco ou zeros assume o mes corrente; a
      * informada precisa ser AAAAMM valido. Monta o primeiro e o
      * ultimo dia da competencia.
       0050-VALIDAR-COMPETENCIA.
           IF WRK-COMPETENCIA-X = SPACES
              OR WRK-COMPETENCIA-X = '000000'
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA-X
           END-IF.
           MOVE 'N' TO WRK-COMPETENCIA-OK.
           IF WRK-COMPETENCIA-X NOT NUMERIC
               CONTINUE
           ELSE
               MOVE WRK-COMPETENCIA-X TO WRK-COMPETENCIA-NUM
               IF WRK-COMPETENCIA-MES < 1
                  OR WRK-COMPETENCIA-MES > 12
                  OR WRK-COMPETENCIA-ANO < 1601
                   CONTINUE
               ELSE
                   SET COMPETENCIA-VALIDA TO TRUE
                   COMPUTE WRK-INICIO-COMP =
                       WRK-COMPETENCIA-NUM * 100 + 1
                   COMPUTE WRK-MES-CALC =
                       WRK-COMPETENCIA-ANO * 12 +
                       WRK-COMPETENCIA-MES - 1
                   PERFORM 0060-ULTIMO-DIA-MES
                   MOVE WRK-DATA-CALC-NUM TO WRK-FIM-COMP
               END-IF
           END-IF.

      * Ultimo dia do mes em WRK-MES-CALC (ano * 12 + mes - 1): o dia
      * anterior ao primeiro dia do mes seguinte.
       0060-ULTIMO-DIA-MES.
           ADD 1 TO WRK-MES-CALC.
           COMPUTE WRK-CALC-ANO = WRK-MES-CALC / 12.
           COMPUTE WRK-CALC-MES =
               WRK-MES-CALC - (WRK-CALC-ANO * 12) + 1.
           MOVE 1 TO WRK-CALC-DIA.
           SUBTRACT 1 FROM WRK-MES-CALC.
           COMPUTE WRK-DIAS-CALC =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC-NUM) - 1.
           COMPUTE WRK-DATA-CALC-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-CALC).

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
           DISPLAY '    FECHAMENTO DO BANCO DE HORAS - COMPETENCIA ' ,
               WRK-COMPETENCIA-MES '/' WRK-COMPETENCIA-ANO.
           DISPLAY ' '.

       0100-CARREGAR-RAZAO.
           MOVE ZEROS TO WRK-QTD-LANC.
           MOVE 'N'   TO WRK-FIM-BANCO-HORAS.
           OPEN INPUT BANCO-HORAS-FILE.
           IF WRK-STATUS-BANCO-HORAS = '00'
               PERFORM UNTIL FIM-BANCO-HORAS
                   READ BANCO-HORAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-BANCO-HORAS
                       NOT AT END
                           IF WRK-QTD-LANC < 3000
                               ADD 1 TO WRK-QTD-LANC
                               SET WRK-IDX-LANC TO WRK-QTD-LANC
                               MOVE BHL-MATRICULA TO
                                   WRK-LANC-MATRICULA(WRK-IDX-LANC)
                               MOVE BHL-DATA TO
                                   WRK-LANC-DATA(WRK-IDX-LANC)
                               MOVE BHL-ORIGEM TO
                                   WRK-LANC-ORIGEM(WRK-IDX-LANC)
                               MOVE BHL-NATUREZA TO
                                   WRK-LANC-NATUREZA(WRK-IDX-LANC)
                               MOVE BHL-MINUTOS TO
                                   WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           ELSE
                               SET RAZAO-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANCO-HORAS-FILE
           END-IF.

      * Folgas compensatorias ate o fim da competencia. Folga futura
      * fica para o fechamento do mes dela; folga ja lancada (mesma
      * matricula, data e minutos) nao e repetida.
       0200-LANCAR-FOLGAS.
           DISPLAY 'FOLGAS COMPENSATORIAS RECUSADAS:'.
           DISPLAY 'MATR.  DATA      MIN  APROVADOR       MOTIVO'.
           DISPLAY '-----------------------------------------' ,
               '----------------------------------------'.
           OPEN INPUT FOLGAS-BH-FILE.
           IF WRK-STATUS-FOLGA = '00'
               PERFORM UNTIL FIM-FOLGA
                   READ FOLGAS-BH-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-FOLGA
                       NOT AT END
                           ADD 1 TO WRK-QTD-FOLGAS-LIDAS
                           PERFORM 0210-AVALIAR-FOLGA
                   END-READ
               END-PERFORM
               CLOSE FOLGAS-BH-FILE
           END-IF.
           IF WRK-QTD-RECUSADAS = ZEROS
               DISPLAY 'NENHUMA.'
           END-IF.
           DISPLAY ' '.

       0210-AVALIAR-FOLGA.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           EVALUATE TRUE
               WHEN FBH-MATRICULA NOT NUMERIC
                 OR FBH-DATA NOT NUMERIC
                 OR FBH-MINUTOS NOT NUMERIC
                   MOVE 'REGISTRO COM CAMPO NAO NUMERICO'
                       TO WRK-MOTIVO-RECUSA
               WHEN FUNCTION TEST-DATE-YYYYMMDD(FBH-DATA) NOT = ZEROS
                   MOVE 'DATA DA FOLGA INVALIDA' TO WRK-MOTIVO-RECUSA
               WHEN FBH-MINUTOS = ZEROS
                   MOVE 'FOLGA SEM MINUTOS' TO WRK-MOTIVO-RECUSA
               WHEN FBH-DATA > WRK-FIM-COMP
                   ADD 1 TO WRK-QTD-FOLGAS-FUT
               WHEN OTHER
                   PERFORM 0220-CONFERIR-FOLGA
           END-EVALUATE.
           IF WRK-MOTIVO-RECUSA NOT = SPACES
               ADD 1 TO WRK-QTD-RECUSADAS
               DISPLAY FBH-MATRICULA '  ' FBH-DATA '  ' ,
                   FBH-MINUTOS ' ' FBH-APROVADOR ' ' ,
                   WRK-MOTIVO-RECUSA
           END-IF.

       0220-CONFERIR-FOLGA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                   UNTIL WRK-IDX-LANC > WRK-QTD-LANC OR ACHOU
               IF WRK-LANC-MATRICULA(WRK-IDX-LANC) = FBH-MATRICULA
                  AND WRK-LANC-DATA(WRK-IDX-LANC) = FBH-DATA
                  AND WRK-LANC-ORIGEM(WRK-IDX-LANC) = 'F'
                  AND WRK-LANC-MINUTOS(WRK-IDX-LANC) = FBH-MINUTOS
                   SET ACHOU TO TRUE
               END-IF
           END-PERFORM.
           IF ACHOU
               ADD 1 TO WRK-QTD-FOLGAS-JA
           ELSE
               MOVE FBH-MATRICULA TO WRK-BH-MATRICULA
               MOVE FBH-DATA      TO WRK-BH-DATA
               PERFORM 9110-LOCALIZAR-ACORDO-BH
               MOVE FBH-APROVADOR TO AUT-USUARIO
               MOVE 'FOLGA BH'    TO AUT-FUNCAO
               MOVE 'N'           TO AUT-CONCEDIDO
               IF FBH-APROVADOR NOT = SPACES
                   CALL 'PROG29' USING WRK-AUT-PARAMETROS
               END-IF
               EVALUATE TRUE
                   WHEN NOT BH-TEM-ACORDO
                       MOVE 'SEM ACORDO VIGENTE NA DATA'
                           TO WRK-MOTIVO-RECUSA
                   WHEN AUT-CONCEDIDO NOT = 'S'
                       MOVE 'APROVADOR SEM PERMISSAO'
                           TO WRK-MOTIVO-RECUSA
                   WHEN OTHER
                       MOVE 'F'             TO WRK-BH-ORIGEM
                       MOVE 'D'             TO WRK-BH-NATUREZA
                       MOVE FBH-MINUTOS     TO WRK-BH-MINUTOS
                       MOVE FBH-DATA(1:6)   TO WRK-BH-COMPETENCIA
                       MOVE FBH-APROVADOR   TO WRK-BH-USUARIO
                       PERFORM 0600-LANCAR-RAZAO
                       ADD 1 TO WRK-QTD-FOLGAS-LANC
               END-EVALUATE
           END-IF.

      * Matriculas distintas do razao, ordenadas (insercao).
       0300-MONTAR-FUNCIONARIOS.
           MOVE ZEROS TO WRK-QTD-FUNC-BH.
           PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                   UNTIL WRK-IDX-LANC > WRK-QTD-LANC
               MOVE 'N' TO WRK-ACHOU
               PERFORM VARYING WRK-CTR FROM 1 BY 1
                       UNTIL WRK-CTR > WRK-QTD-FUNC-BH OR ACHOU
                   IF WRK-FUNC-BH-MATRICULA(WRK-CTR) =
                           WRK-LANC-MATRICULA(WRK-IDX-LANC)
                       SET ACHOU TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ACHOU
                   IF WRK-QTD-FUNC-BH < 500
                       ADD 1 TO WRK-QTD-FUNC-BH
                       MOVE WRK-LANC-MATRICULA(WRK-IDX-LANC)
                           TO WRK-FUNC-BH-MATRICULA(WRK-QTD-FUNC-BH)
                   ELSE
                       SET RAZAO-ESTOUROU TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF RAZAO-ESTOUROU
               DISPLAY 'AVISO: MAIS DE 500 FUNCIONARIOS NO BANCO ' ,
                   'DE HORAS - EXCEDENTES FORA DO FECHAMENTO'
           END-IF.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR >= WRK-QTD-FUNC-BH
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-FUNC-BH - WRK-CTR
                   IF WRK-FUNC-BH-MATRICULA(WRK-CTR2) >
                           WRK-FUNC-BH-MATRICULA(WRK-CTR2 + 1)
                       MOVE WRK-FUNC-BH-MATRICULA(WRK-CTR2)
                           TO WRK-MATRICULA-AUX
                       MOVE WRK-FUNC-BH-MATRICULA(WRK-CTR2 + 1)
                           TO WRK-FUNC-BH-MATRICULA(WRK-CTR2)
                       MOVE WRK-MATRICULA-AUX
                           TO WRK-FUNC-BH-MATRICULA(WRK-CTR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0400-FECHAR-FUNCIONARIOS.
           DISPLAY 'EXTRATO DO BANCO DE HORAS (HORAS:MINUTOS)'.
           DISPLAY 'MATR. NOME            ACORDO           PRAZO ' ,
               'DESCONTO'.
           DISPLAY ' ANTERIOR  CREDITOS   DEBITOS    FOLGAS  ' ,
               'VENC.PAG  VENC.DSC  ABONADOS  RESCISAO     SALDO  ' ,
               'A VENCER'.
           DISPLAY '-----------------------------------------' ,
               '-----------------------------------------' ,
               '------------------'.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-FUNC-BH
               MOVE WRK-FUNC-BH-MATRICULA(WRK-CTR)
                   TO WRK-MATRICULA-ATUAL
               MOVE WRK-MATRICULA-ATUAL TO WRK-BH-MATRICULA
               MOVE ZEROS TO WRK-BH-DATA
               PERFORM 9110-LOCALIZAR-ACORDO-BH
               IF NOT BH-TEM-ACORDO
                   MOVE WRK-BH-PRAZO-PADRAO TO WRK-BH-PRAZO-MESES
               END-IF
               PERFORM 0410-VENCER-SALDO
               PERFORM 0420-APURAR-EXTRATO
               PERFORM 0430-EMITIR-EXTRATO
           END-PERFORM.

      * Saldo ate o fim da competencia menos o que foi gerado depois
      * do corte: o que sobra e mais antigo que o prazo e vence. Um
      * vencimento ja lancado nesta competencia zera a diferenca, por
      * isso o fechamento pode ser refeito.
       0410-VENCER-SALDO.
           COMPUTE WRK-MES-CALC =
               WRK-COMPETENCIA-ANO * 12 + WRK-COMPETENCIA-MES - 1 -
               WRK-BH-PRAZO-MESES.
           PERFORM 0060-ULTIMO-DIA-MES.
           MOVE WRK-DATA-CALC-NUM TO WRK-CORTE.
           MOVE ZEROS TO WRK-SALDO-ATUAL WRK-CRED-RECENTES
                         WRK-DEB-RECENTES WRK-MIN-VENCIDOS.
           PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                   UNTIL WRK-IDX-LANC > WRK-QTD-LANC
               IF WRK-LANC-MATRICULA(WRK-IDX-LANC) =
                       WRK-MATRICULA-ATUAL
                  AND WRK-LANC-DATA(WRK-IDX-LANC) <= WRK-FIM-COMP
                   IF WRK-LANC-NATUREZA(WRK-IDX-LANC) = 'C'
                       ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           TO WRK-SALDO-ATUAL
                   ELSE
                       SUBTRACT WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           FROM WRK-SALDO-ATUAL
                   END-IF
                   IF WRK-LANC-DATA(WRK-IDX-LANC) > WRK-CORTE
                       IF WRK-LANC-ORIGEM(WRK-IDX-LANC) = 'P'
                          AND WRK-LANC-NATUREZA(WRK-IDX-LANC) = 'C'
                           ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                               TO WRK-CRED-RECENTES
                       END-IF
                       IF (WRK-LANC-ORIGEM(WRK-IDX-LANC) = 'P'
                        OR WRK-LANC-ORIGEM(WRK-IDX-LANC) = 'F')
                          AND WRK-LANC-NATUREZA(WRK-IDX-LANC) = 'D'
                           ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                               TO WRK-DEB-RECENTES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-MATRICULA-ATUAL TO WRK-BH-MATRICULA.
           MOVE WRK-FIM-COMP        TO WRK-BH-DATA.
           MOVE WRK-COMPETENCIA-NUM TO WRK-BH-COMPETENCIA.
           MOVE WRK-USUARIO-SESSAO  TO WRK-BH-USUARIO.
           MOVE 'V'                 TO WRK-BH-ORIGEM.
           EVALUATE TRUE
               WHEN WRK-SALDO-ATUAL > WRK-CRED-RECENTES
                   COMPUTE WRK-MIN-VENCIDOS =
                       WRK-SALDO-ATUAL - WRK-CRED-RECENTES
                   MOVE 'D' TO WRK-BH-NATUREZA
                   MOVE WRK-MIN-VENCIDOS TO WRK-BH-MINUTOS
                   PERFORM 0600-LANCAR-RAZAO
                   ADD 1 TO WRK-QTD-VENC-PAGOS
                   ADD WRK-MIN-VENCIDOS TO WRK-TOT-VENC-PAGOS
               WHEN (WRK-SALDO-ATUAL + WRK-DEB-RECENTES) < ZEROS
                   COMPUTE WRK-MIN-VENCIDOS =
                       ZEROS - WRK-SALDO-ATUAL - WRK-DEB-RECENTES
                   MOVE 'C' TO WRK-BH-NATUREZA
                   MOVE WRK-MIN-VENCIDOS TO WRK-BH-MINUTOS
                   IF BH-TEM-ACORDO AND BH-PERMITE-DESCONTO
                       ADD 1 TO WRK-QTD-VENC-DESC
                       ADD WRK-MIN-VENCIDOS TO WRK-TOT-VENC-DESC
                   ELSE
                       MOVE 'A' TO WRK-BH-ORIGEM
                       ADD 1 TO WRK-QTD-VENC-ABON
                       ADD WRK-MIN-VENCIDOS TO WRK-TOT-VENC-ABON
                   END-IF
                   PERFORM 0600-LANCAR-RAZAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Movimento da competencia por tipo de lancamento e o que vence
      * no proximo fechamento (mesma regra do 0410 com o corte um mes
      * adiante).
       0420-APURAR-EXTRATO.
           COMPUTE WRK-MES-CALC =
               WRK-COMPETENCIA-ANO * 12 + WRK-COMPETENCIA-MES -
               WRK-BH-PRAZO-MESES.
           PERFORM 0060-ULTIMO-DIA-MES.
           MOVE WRK-DATA-CALC-NUM TO WRK-CORTE-PROXIMO.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR WRK-MOV-CREDITOS
                         WRK-MOV-DEBITOS WRK-MOV-FOLGAS WRK-MOV-PAGOS
                         WRK-MOV-DESCONTADOS WRK-MOV-ABONADOS
                         WRK-MOV-RESCISAO WRK-CRED-PROXIMO
                         WRK-DEB-PROXIMO WRK-A-VENCER.
           PERFORM VARYING WRK-IDX-LANC FROM 1 BY 1
                   UNTIL WRK-IDX-LANC > WRK-QTD-LANC
               IF WRK-LANC-MATRICULA(WRK-IDX-LANC) =
                       WRK-MATRICULA-ATUAL
                  AND WRK-LANC-DATA(WRK-IDX-LANC) <= WRK-FIM-COMP
                   PERFORM 0425-CLASSIFICAR-LANCAMENTO
               END-IF
           END-PERFORM.
           COMPUTE WRK-SALDO-FINAL = WRK-SALDO-ANTERIOR +
               WRK-MOV-CREDITOS - WRK-MOV-DEBITOS - WRK-MOV-FOLGAS -
               WRK-MOV-PAGOS + WRK-MOV-DESCONTADOS +
               WRK-MOV-ABONADOS + WRK-MOV-RESCISAO.
           EVALUATE TRUE
               WHEN WRK-SALDO-FINAL > WRK-CRED-PROXIMO
                   COMPUTE WRK-A-VENCER =
                       WRK-SALDO-FINAL - WRK-CRED-PROXIMO
               WHEN (WRK-SALDO-FINAL + WRK-DEB-PROXIMO) < ZEROS
                   COMPUTE WRK-A-VENCER =
                       WRK-SALDO-FINAL + WRK-DEB-PROXIMO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0425-CLASSIFICAR-LANCAMENTO.
           IF WRK-LANC-DATA(WRK-IDX-LANC) > WRK-CORTE-PROXIMO
               IF WRK-LANC-ORIGEM(WRK-IDX-LANC) = 'P'
                  AND WRK-LANC-NATUREZA(WRK-IDX-LANC) = 'C'
                   ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                       TO WRK-CRED-PROXIMO
               END-IF
               IF (WRK-LANC-ORIGEM(WRK-IDX-LANC) = 'P'
                OR WRK-LANC-ORIGEM(WRK-IDX-LANC) = 'F')
                  AND WRK-LANC-NATUREZA(WRK-IDX-LANC) = 'D'
                   ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                       TO WRK-DEB-PROXIMO
               END-IF
           END-IF.
           IF WRK-LANC-DATA(WRK-IDX-LANC) < WRK-INICIO-COMP
               IF WRK-LANC-NATUREZA(WRK-IDX-LANC) = 'C'
                   ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                       TO WRK-SALDO-ANTERIOR
               ELSE
                   SUBTRACT WRK-LANC-MINUTOS(WRK-IDX-LANC)
                       FROM WRK-SALDO-ANTERIOR
               END-IF
           ELSE
               EVALUATE WRK-LANC-ORIGEM(WRK-IDX-LANC) ALSO
                        WRK-LANC-NATUREZA(WRK-IDX-LANC)
                   WHEN 'F' ALSO 'D'
                       ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           TO WRK-MOV-FOLGAS
                   WHEN 'V' ALSO 'D'
                       ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           TO WRK-MOV-PAGOS
                   WHEN 'V' ALSO 'C'
                       ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           TO WRK-MOV-DESCONTADOS
                   WHEN 'A' ALSO 'C'
                       ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           TO WRK-MOV-ABONADOS
                   WHEN 'R' ALSO 'C'
                       ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           TO WRK-MOV-RESCISAO
                   WHEN 'R' ALSO 'D'
                       SUBTRACT WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           FROM WRK-MOV-RESCISAO
                   WHEN ANY ALSO 'C'
                       ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           TO WRK-MOV-CREDITOS
                   WHEN OTHER
                       ADD WRK-LANC-MINUTOS(WRK-IDX-LANC)
                           TO WRK-MOV-DEBITOS
               END-EVALUATE
           END-IF.

       0430-EMITIR-EXTRATO.
           MOVE 'NAO CADASTRADO' TO WRK-NOME-EXTRATO.
           IF CADASTRO-ABERTO
               MOVE WRK-MATRICULA-ATUAL TO EMP-MATRICULA
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NOME TO WRK-NOME-EXTRATO
               END-READ
           END-IF.
           IF BH-TEM-ACORDO
               MOVE 'ATIVO'            TO WRK-SITUACAO-ACORDO
           ELSE
               MOVE 'SEM ACORDO ATIVO' TO WRK-SITUACAO-ACORDO
               MOVE 'N' TO WRK-BH-PERMITE-DESCONTO
           END-IF.
           MOVE WRK-BH-PRAZO-MESES TO WRK-MASC-PRAZO.
           DISPLAY WRK-MATRICULA-ATUAL ' ' WRK-NOME-EXTRATO ' ' ,
               WRK-SITUACAO-ACORDO ' ' WRK-MASC-PRAZO ' MESES ' ,
               WRK-BH-PERMITE-DESCONTO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-ANTERIOR.
           MOVE WRK-MOV-CREDITOS TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-CREDITOS.
           MOVE WRK-MOV-DEBITOS TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-DEBITOS.
           MOVE WRK-MOV-FOLGAS TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-FOLGAS.
           MOVE WRK-MOV-PAGOS TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-PAGOS.
           MOVE WRK-MOV-DESCONTADOS TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-DESCONTADOS.
           MOVE WRK-MOV-ABONADOS TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-ABONADOS.
           MOVE WRK-MOV-RESCISAO TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-RESCISAO.
           MOVE WRK-SALDO-FINAL TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-SALDO.
           MOVE WRK-A-VENCER TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           MOVE WRK-MASC-HORAS TO WRK-LIN-A-VENCER.
           DISPLAY WRK-LINHA-VALORES.

      * Minutos com sinal em WRK-MIN-EDICAO para HHHHH:MM alinhado a
      * direita em WRK-MASC-HORAS.
       0500-EDITAR-HORAS.
           IF WRK-MIN-EDICAO < ZEROS
               MOVE '-' TO WRK-SINAL-EDICAO
               COMPUTE WRK-MIN-ABSOLUTO = ZEROS - WRK-MIN-EDICAO
           ELSE
               MOVE SPACE TO WRK-SINAL-EDICAO
               MOVE WRK-MIN-EDICAO TO WRK-MIN-ABSOLUTO
           END-IF.
           COMPUTE WRK-HH-CALC = WRK-MIN-ABSOLUTO / 60.
           COMPUTE WRK-MM-EDICAO =
               WRK-MIN-ABSOLUTO - (WRK-HH-CALC * 60).
           MOVE WRK-HH-CALC TO WRK-HH-EDICAO.
           MOVE SPACES TO WRK-MASC-HORAS.
           STRING WRK-SINAL-EDICAO WRK-HH-EDICAO ':' WRK-MM-EDICAO
               DELIMITED BY SIZE INTO WRK-MASC-HORAS.

      * Grava o lancamento preenchido em BNCHWS.COB no razao e o
      * acrescenta a tabela, para o extrato sair com ele.
       0600-LANCAR-RAZAO.
           PERFORM 9120-LANCAR-BANCO-HORAS.
           IF WRK-QTD-LANC < 3000
               ADD 1 TO WRK-QTD-LANC
               SET WRK-IDX-LANC TO WRK-QTD-LANC
               MOVE WRK-BH-MATRICULA TO
                   WRK-LANC-MATRICULA(WRK-IDX-LANC)
               MOVE WRK-BH-DATA      TO WRK-LANC-DATA(WRK-IDX-LANC)
               MOVE WRK-BH-ORIGEM    TO WRK-LANC-ORIGEM(WRK-IDX-LANC)
               MOVE WRK-BH-NATUREZA  TO
                   WRK-LANC-NATUREZA(WRK-IDX-LANC)
               MOVE WRK-BH-MINUTOS   TO
                   WRK-LANC-MINUTOS(WRK-IDX-LANC)
           ELSE
               SET RAZAO-ESTOUROU TO TRUE
           END-IF.

       0700-RESUMO.
           DISPLAY ' '.
           DISPLAY '-----------------------------------------' ,
               '----------------------------------------'.
           DISPLAY 'FOLGAS LIDAS:                         ' ,
               WRK-QTD-FOLGAS-LIDAS.
           DISPLAY 'FOLGAS LANCADAS NESTE FECHAMENTO:     ' ,
               WRK-QTD-FOLGAS-LANC.
           DISPLAY 'FOLGAS JA LANCADAS ANTES:             ' ,
               WRK-QTD-FOLGAS-JA.
           DISPLAY 'FOLGAS DE COMPETENCIA FUTURA:         ' ,
               WRK-QTD-FOLGAS-FUT.
           DISPLAY 'FOLGAS RECUSADAS:                     ' ,
               WRK-QTD-RECUSADAS.
           MOVE WRK-TOT-VENC-PAGOS TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           DISPLAY 'CREDITOS VENCIDOS A PAGAR NA FOLHA:   ' ,
               WRK-QTD-VENC-PAGOS ' ' WRK-MASC-HORAS.
           MOVE WRK-TOT-VENC-DESC TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           DISPLAY 'DEBITOS VENCIDOS A DESCONTAR:         ' ,
               WRK-QTD-VENC-DESC ' ' WRK-MASC-HORAS.
           MOVE WRK-TOT-VENC-ABON TO WRK-MIN-EDICAO.
           PERFORM 0500-EDITAR-HORAS.
           DISPLAY 'DEBITOS VENCIDOS ABONADOS:            ' ,
               WRK-QTD-VENC-ABON ' ' WRK-MASC-HORAS.
           DISPLAY 'FUNCIONARIOS NO EXTRATO:              ' ,
               WRK-QTD-FUNC-BH.

           COPY 'TRAILEPR.COB'.
           COPY 'BNCHPR.COB'.
       END PROGRAM PROG70.
