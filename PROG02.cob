      * 02/09/2026 - TRN-VALOR alargado para 9(10)V99: os lancamentos
      *              agregados da folha e das provisoes passam de
      *              999.999,99 e estouravam o campo em silencio.
      * 15/10/2026 - Incluido o modo 3, digitacao de voucher: o
      *              usuario autorizado pelo PROG29 (funcao VOUCHER
      *              MANUAL) informa a data e o historico e digita as
      *              linhas, cada uma criticada na hora contra o
      *              CONTAS.DAT (so analitica ativa) e com os totais
      *              de debito e credito exibidos a cada linha. O
      *              voucher (3NNNNN, proximo livre em TRANS.DAT e
      *              RAZAO-CONTAS.LOG) so e gravado em TRANS.DAT
      *              balanceado e com a competencia aberta, e fica
      *              registrado em AUDIT-LOG.LOG. O registro de
      *              TRANS.DAT passa a trazer o voucher, exibido
      *              tambem no modo 2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           SELECT REJECT-FILE ASSIGN TO "REJECT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJEICAO.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAS.
           COPY 'RAZASL.COB'.
           COPY 'PSTASL.COB'.
           COPY 'AUDITSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05 TRN-VALOR   PIC 9(10)V99.
           05 TRN-DATA    PIC 9(08).
           05 TRN-MOTIVO  PIC X(10).
           05 TRN-VOUCHER PIC 9(06).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-DATA      PIC 9(08).
           05 REJ-MOTIVO    PIC X(15).
           05 FILLER        PIC X(01).
           05 REJ-VALOR     PIC X(20).
       FD  CONTAS-FILE.
       01  CONTAS-RECORD.
           05 CTA-CODIGO  PIC 9(04).
           05 FILLER      PIC X(01).
           05 CTA-NOME    PIC X(20).
           05 CTA-TIPO    PIC X(01).
           05 CTA-PAI     PIC X(04).
           05 CTA-ATIVA   PIC X(01).
           05 CTA-GRUPO   PIC X(01).
           COPY 'RAZAFD.COB'.
           COPY 'PSTAFD.COB'.
           COPY 'AUDITFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'PSTAWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-REJEICAO PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONTAS   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RAZAO    PIC X(02) VALUES ZEROS.
       77  WRK-VARIAVEL  PIC X(20) VALUES SPACES.
       77  WRK-MODO      PIC X(01) VALUES SPACE.
           88 WRK-MODO-CONSOLE VALUE '1'.
           88 WRK-MODO-ARQUIVO VALUE '2'.
           88 WRK-MODO-VOUCHER VALUE '3'.
       77  WRK-NUM-REGISTRO PIC 9(05) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO  PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-CTL-COUNT    PIC 9(02) VALUES ZEROS.
       77  WRK-ENTRADA-VALIDA PIC X(01) VALUES 'S'.
           88 ENTRADA-VALIDA VALUE 'S'.
      * Digitacao de voucher (modo 3).
       77  WRK-USUARIO-SESSAO PIC X(15) VALUES SPACES.
       77  WRK-MENSAGEM       PIC X(60) VALUES SPACES.
       77  WRK-FIM-CONTAS     PIC X(01) VALUES 'N'.
           88 FIM-CONTAS VALUE 'S'.
       77  WRK-FIM-RAZAO      PIC X(01) VALUES 'N'.
           88 FIM-RAZAO VALUE 'S'.
       77  WRK-DATA-HOJE      PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-VOUCHER   PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-VOUCHER-R REDEFINES WRK-DATA-VOUCHER.
           05 WRK-COMPETENCIA-VOUCHER PIC 9(06).
           05 FILLER                  PIC 9(02).
       77  WRK-MOTIVO-VOUCHER PIC X(10) VALUES SPACES.
      * Voucher manual 3NNNNN: faixa que nao colide com AAAAMM,
      * EEAAMM, 9900NN, AAAA13 nem com os vouchers 5 a 8 dos
      * subsistemas.
       77  WRK-NUMERO-VOUCHER PIC 9(06) VALUES ZEROS.
       77  WRK-ULTIMA-SEQ-VOUCHER PIC 9(05) VALUES ZEROS.
       77  WRK-SITUACAO-VOUCHER PIC X(01) VALUES 'N'.
           88 VOUCHER-EM-DIGITACAO VALUE 'N'.
           88 VOUCHER-ENCERRADO    VALUE 'E'.
           88 VOUCHER-DESCARTADO   VALUE 'X'.
      * Linha digitada: conta com quatro digitos, em branco ou zero
      * encerra o voucher, X descarta.
       01  WRK-ENT-CONTA      PIC X(04) VALUES SPACES.
       01  WRK-ENT-CONTA-N REDEFINES WRK-ENT-CONTA PIC 9(04).
       77  WRK-ENT-DC         PIC X(01) VALUES SPACE.
       77  WRK-ENT-VALOR      PIC 9(10)V99 VALUES ZEROS.
      * Conta procurada no plano de contas: 'A' analitica ativa, 'S'
      * sintetica, 'I' inativa, 'N' fora do plano.
       77  WRK-SITUACAO-CONTA PIC X(01) VALUES 'N'.
       77  WRK-NOME-CONTA     PIC X(20) VALUES SPACES.
       77  WRK-QTD-LINHAS     PIC 9(02) VALUES ZEROS.
       77  WRK-NUM-LINHA      PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-LINHAS.
           05 WRK-LINHA-ITEM OCCURS 99 TIMES
                              INDEXED BY WRK-IDX-LINHA.
              10 WRK-LIN-CONTA PIC 9(04).
              10 WRK-LIN-DC    PIC X(01).
              10 WRK-LIN-VALOR PIC 9(10)V99.
       77  WRK-TOTAL-DEBITO   PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-CREDITO  PIC 9(12)V99 VALUES ZEROS.
       77  WRK-DIFERENCA      PIC S9(12)V99 VALUES ZEROS.
       77  WRK-MASC-DEBITO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-CREDITO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-DIFERENCA PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-AUDIT     PIC ZZZZZZZZZZ9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'DIGITE 1 PARA MODO CONSOLE, 2 PARA LER '
            'TRANS.DAT OU 3 PARA DIGITAR VOUCHER: '.
            ACCEPT WRK-MODO FROM CONSOLE.
            EVALUATE TRUE
                WHEN WRK-MODO-ARQUIVO
                    PERFORM 0200-PROCESSAR-ARQUIVO
                WHEN WRK-MODO-VOUCHER
                    PERFORM 0300-DIGITAR-VOUCHER
                WHEN OTHER
                    PERFORM 0100-PROCESSAR-CONSOLE
            END-EVALUATE.
            STOP RUN.

       0100-PROCESSAR-CONSOLE.
                        DISPLAY 'REGISTRO ' WRK-NUM-REGISTRO
                            ': CONTA ' TRN-CONTA ' ' TRN-DC
                            ' VALOR ' TRN-VALOR ' DATA ' TRN-DATA
                            ' ' TRN-MOTIVO ' VOUCHER ' TRN-VOUCHER
                END-READ
            END-PERFORM.
            CLOSE TRANS-FILE.

      * Modo 3: digitacao de um voucher inteiro. Nada e gravado ate o
      * voucher fechar balanceado com a competencia aberta; qualquer
      * recusa deixa TRANS.DAT como estava.
       0300-DIGITAR-VOUCHER.
            MOVE SPACES TO WRK-MENSAGEM.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 0310-AUTORIZAR.
            IF WRK-MENSAGEM = SPACES
                PERFORM 0320-LER-CABECALHO-VOUCHER
            END-IF.
            IF WRK-MENSAGEM = SPACES
                PERFORM 0330-NUMERAR-VOUCHER
            END-IF.
            IF WRK-MENSAGEM = SPACES
                DISPLAY 'VOUCHER ' WRK-NUMERO-VOUCHER ' - DATA '
                    WRK-DATA-VOUCHER ' - HISTORICO '
                    WRK-MOTIVO-VOUCHER
                MOVE ZEROS TO WRK-QTD-LINHAS WRK-TOTAL-DEBITO
                              WRK-TOTAL-CREDITO
                MOVE 'N' TO WRK-SITUACAO-VOUCHER
                PERFORM 0340-DIGITAR-LINHA
                    UNTIL NOT VOUCHER-EM-DIGITACAO
                IF VOUCHER-DESCARTADO
                    MOVE 'VOUCHER DESCARTADO PELO OPERADOR'
                        TO WRK-MENSAGEM
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            IF WRK-MENSAGEM = SPACES
                PERFORM 0370-GRAVAR-VOUCHER
            END-IF.
            IF WRK-MENSAGEM NOT = SPACES
                DISPLAY WRK-MENSAGEM
                DISPLAY 'NADA GRAVADO EM TRANS.DAT.'
            END-IF.

      * Usuario autorizado pelo PROG29 na funcao VOUCHER MANUAL.
       0310-AUTORIZAR.
            DISPLAY 'USUARIO RESPONSAVEL: '.
            ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
            MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
            MOVE 'VOUCHER MANUAL'   TO AUT-FUNCAO.
            MOVE 'N'                TO AUT-CONCEDIDO.
            CALL 'PROG29' USING WRK-AUT-PARAMETROS.
            IF AUT-CONCEDIDO NOT = 'S'
                MOVE 'USUARIO SEM PERMISSAO PARA DIGITAR VOUCHER'
                    TO WRK-MENSAGEM
                MOVE 8 TO RETURN-CODE
            END-IF.

      * Data do voucher (zero = hoje) com a competencia aberta no
      * controle de periodo, e o historico que vai no motivo de cada
      * linha (em branco = MANUAL).
       0320-LER-CABECALHO-VOUCHER.
            DISPLAY 'DATA DO VOUCHER (AAAAMMDD, 0 = HOJE): '.
            ACCEPT WRK-DATA-VOUCHER FROM CONSOLE.
            IF WRK-DATA-VOUCHER = ZEROS
                MOVE WRK-DATA-HOJE TO WRK-DATA-VOUCHER
            END-IF.
            IF WRK-DATA-VOUCHER NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-VOUCHER)
                  NOT = ZEROS
                MOVE 'DATA DO VOUCHER INVALIDA' TO WRK-MENSAGEM
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 0325-CONFERIR-PERIODO
            END-IF.
            IF WRK-MENSAGEM = SPACES
                DISPLAY 'HISTORICO (ATE 10 POSICOES): '
                ACCEPT WRK-MOTIVO-VOUCHER FROM CONSOLE
                IF WRK-MOTIVO-VOUCHER = SPACES
                    MOVE 'MANUAL' TO WRK-MOTIVO-VOUCHER
                END-IF
            END-IF.

       0325-CONFERIR-PERIODO.
            PERFORM 9670-CARREGAR-PERIODOS.
            MOVE WRK-COMPETENCIA-VOUCHER TO WRK-PST-COMPETENCIA.
            PERFORM 9680-VERIFICAR-PERIODO.
            IF PERIODO-FECHADO
                MOVE 'COMPETENCIA DO VOUCHER FECHADA (PROG52)'
                    TO WRK-MENSAGEM
                MOVE 1 TO RETURN-CODE
            END-IF.

      * Proximo voucher manual livre: maior 3NNNNN ja usado em
      * TRANS.DAT (ainda nao postado) ou no razao, mais um.
       0330-NUMERAR-VOUCHER.
            MOVE ZEROS TO WRK-ULTIMA-SEQ-VOUCHER.
            MOVE 'N' TO WRK-FIM-ARQUIVO.
            OPEN INPUT TRANS-FILE.
            IF WRK-STATUS-TRANS = '00'
                PERFORM UNTIL FIM-ARQUIVO
                    READ TRANS-FILE
                        AT END
                            MOVE 'S' TO WRK-FIM-ARQUIVO
                        NOT AT END
                            IF TRN-VOUCHER NUMERIC
                                MOVE TRN-VOUCHER TO WRK-NUMERO-VOUCHER
                                PERFORM 0335-GUARDAR-SEQUENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRANS-FILE
            END-IF.
            MOVE 'N' TO WRK-FIM-RAZAO.
            OPEN INPUT RAZAO-CONTAS-FILE.
            IF WRK-STATUS-RAZAO = '00'
                PERFORM UNTIL FIM-RAZAO
                    READ RAZAO-CONTAS-FILE
                        AT END
                            MOVE 'S' TO WRK-FIM-RAZAO
                        NOT AT END
                            IF RAZ-VOUCHER NUMERIC
                                MOVE RAZ-VOUCHER TO WRK-NUMERO-VOUCHER
                                PERFORM 0335-GUARDAR-SEQUENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RAZAO-CONTAS-FILE
            END-IF.
            IF WRK-ULTIMA-SEQ-VOUCHER NOT < 99999
                MOVE 'FAIXA DE VOUCHERS MANUAIS 3NNNNN ESGOTADA'
                    TO WRK-MENSAGEM
                MOVE 1 TO RETURN-CODE
            ELSE
                COMPUTE WRK-NUMERO-VOUCHER =
                    300000 + WRK-ULTIMA-SEQ-VOUCHER + 1
            END-IF.

       0335-GUARDAR-SEQUENCIA.
            IF WRK-NUMERO-VOUCHER > 300000
               AND WRK-NUMERO-VOUCHER < 400000
               AND WRK-NUMERO-VOUCHER - 300000 > WRK-ULTIMA-SEQ-VOUCHER
                COMPUTE WRK-ULTIMA-SEQ-VOUCHER =
                    WRK-NUMERO-VOUCHER - 300000
            END-IF.

      * Uma linha: conta criticada no plano na hora, D/C e valor;
      * linha recusada e so redigitada. Encerrar exige o voucher
      * balanceado - desbalanceado volta para a digitacao.
       0340-DIGITAR-LINHA.
            MOVE SPACES TO WRK-ENT-CONTA.
            COMPUTE WRK-NUM-LINHA = WRK-QTD-LINHAS + 1.
            DISPLAY 'LINHA ' WRK-NUM-LINHA ' - CONTA (4 DIGITOS; '
                'ENTER = ENCERRAR, X = DESCARTAR): '.
            ACCEPT WRK-ENT-CONTA FROM CONSOLE.
            EVALUATE TRUE
                WHEN WRK-ENT-CONTA = 'X' OR WRK-ENT-CONTA = 'x'
                    SET VOUCHER-DESCARTADO TO TRUE
                WHEN WRK-ENT-CONTA = SPACES OR WRK-ENT-CONTA = '0000'
                    PERFORM 0345-ENCERRAR-VOUCHER
                WHEN WRK-ENT-CONTA NOT NUMERIC
                    DISPLAY 'CONTA INVALIDA - INFORME OS 4 DIGITOS'
                WHEN WRK-QTD-LINHAS NOT < 99
                    DISPLAY 'VOUCHER JA TEM 99 LINHAS - ENCERRE OU '
                        'DESCARTE'
                WHEN OTHER
                    PERFORM 0350-CONFERIR-CONTA
                    IF WRK-SITUACAO-CONTA = 'A'
                        PERFORM 0355-COMPLETAR-LINHA
                    END-IF
            END-EVALUATE.

       0345-ENCERRAR-VOUCHER.
            IF WRK-QTD-LINHAS = ZEROS
                DISPLAY 'VOUCHER SEM LINHAS - DIGITE AS LINHAS OU '
                    'DESCARTE'
            ELSE
                IF WRK-TOTAL-DEBITO = WRK-TOTAL-CREDITO
                    SET VOUCHER-ENCERRADO TO TRUE
                ELSE
                    COMPUTE WRK-DIFERENCA =
                        WRK-TOTAL-DEBITO - WRK-TOTAL-CREDITO
                    MOVE WRK-DIFERENCA TO WRK-MASC-DIFERENCA
                    DISPLAY 'VOUCHER DESBALANCEADO (DEBITO - '
                        'CREDITO = ' WRK-MASC-DIFERENCA
                        ') - CONTINUE DIGITANDO OU DESCARTE'
                END-IF
            END-IF.

       0350-CONFERIR-CONTA.
            MOVE 'N' TO WRK-SITUACAO-CONTA WRK-FIM-CONTAS.
            MOVE SPACES TO WRK-NOME-CONTA.
            OPEN INPUT CONTAS-FILE.
            IF WRK-STATUS-CONTAS = '00'
                PERFORM UNTIL FIM-CONTAS
                    READ CONTAS-FILE
                        AT END
                            MOVE 'S' TO WRK-FIM-CONTAS
                        NOT AT END
                            IF CTA-CODIGO = WRK-ENT-CONTA-N
                                MOVE CTA-NOME TO WRK-NOME-CONTA
                                EVALUATE TRUE
                                    WHEN CTA-TIPO = 'S'
                                        MOVE 'S' TO WRK-SITUACAO-CONTA
                                    WHEN CTA-ATIVA = 'N'
                                        MOVE 'I' TO WRK-SITUACAO-CONTA
                                    WHEN OTHER
                                        MOVE 'A' TO WRK-SITUACAO-CONTA
                                END-EVALUATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CONTAS-FILE
            END-IF.
            EVALUATE WRK-SITUACAO-CONTA
                WHEN 'N'
                    DISPLAY 'CONTA ' WRK-ENT-CONTA
                        ' FORA DO PLANO DE CONTAS - LINHA RECUSADA'
                WHEN 'S'
                    DISPLAY 'CONTA ' WRK-ENT-CONTA ' ' WRK-NOME-CONTA
                        ' E SINTETICA - LINHA RECUSADA'
                WHEN 'I'
                    DISPLAY 'CONTA ' WRK-ENT-CONTA ' ' WRK-NOME-CONTA
                        ' ESTA INATIVA - LINHA RECUSADA'
                WHEN OTHER
                    DISPLAY 'CONTA ' WRK-ENT-CONTA ' ' WRK-NOME-CONTA
            END-EVALUATE.

       0355-COMPLETAR-LINHA.
            MOVE SPACE TO WRK-ENT-DC.
            MOVE ZEROS TO WRK-ENT-VALOR.
            DISPLAY 'DEBITO OU CREDITO (D/C): '.
            ACCEPT WRK-ENT-DC FROM CONSOLE.
            IF WRK-ENT-DC = 'd'
                MOVE 'D' TO WRK-ENT-DC
            END-IF.
            IF WRK-ENT-DC = 'c'
                MOVE 'C' TO WRK-ENT-DC
            END-IF.
            IF WRK-ENT-DC NOT = 'D' AND WRK-ENT-DC NOT = 'C'
                DISPLAY 'INFORME D OU C - LINHA RECUSADA'
            ELSE
                DISPLAY 'VALOR: '
                ACCEPT WRK-ENT-VALOR FROM CONSOLE
                IF WRK-ENT-VALOR NOT NUMERIC
                   OR WRK-ENT-VALOR = ZEROS
                    DISPLAY 'VALOR INVALIDO OU ZERADO - LINHA RECUSADA'
                ELSE
                    ADD 1 TO WRK-QTD-LINHAS
                    SET WRK-IDX-LINHA TO WRK-QTD-LINHAS
                    MOVE WRK-ENT-CONTA-N TO WRK-LIN-CONTA(WRK-IDX-LINHA)
                    MOVE WRK-ENT-DC      TO WRK-LIN-DC(WRK-IDX-LINHA)
                    MOVE WRK-ENT-VALOR   TO WRK-LIN-VALOR(WRK-IDX-LINHA)
                    IF WRK-ENT-DC = 'D'
                        ADD WRK-ENT-VALOR TO WRK-TOTAL-DEBITO
                    ELSE
                        ADD WRK-ENT-VALOR TO WRK-TOTAL-CREDITO
                    END-IF
                    PERFORM 0360-EXIBIR-TOTAIS
                END-IF
            END-IF.

       0360-EXIBIR-TOTAIS.
            COMPUTE WRK-DIFERENCA =
                WRK-TOTAL-DEBITO - WRK-TOTAL-CREDITO.
            MOVE WRK-TOTAL-DEBITO  TO WRK-MASC-DEBITO.
            MOVE WRK-TOTAL-CREDITO TO WRK-MASC-CREDITO.
            MOVE WRK-DIFERENCA     TO WRK-MASC-DIFERENCA.
            DISPLAY 'DEBITOS: ' WRK-MASC-DEBITO '  CREDITOS: '
                WRK-MASC-CREDITO '  DIFERENCA: ' WRK-MASC-DIFERENCA.

      * Competencia conferida de novo na gravacao - pode ter sido
      * fechada durante a digitacao.
       0370-GRAVAR-VOUCHER.
            PERFORM 0325-CONFERIR-PERIODO.
            IF WRK-MENSAGEM = SPACES
                OPEN EXTEND TRANS-FILE
                IF WRK-STATUS-TRANS = '35'
                    OPEN OUTPUT TRANS-FILE
                END-IF
                PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                        UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
                    MOVE WRK-LIN-CONTA(WRK-IDX-LINHA) TO TRN-CONTA
                    MOVE WRK-LIN-DC(WRK-IDX-LINHA)    TO TRN-DC
                    MOVE WRK-LIN-VALOR(WRK-IDX-LINHA) TO TRN-VALOR
                    MOVE WRK-DATA-VOUCHER             TO TRN-DATA
                    MOVE WRK-MOTIVO-VOUCHER           TO TRN-MOTIVO
                    MOVE WRK-NUMERO-VOUCHER           TO TRN-VOUCHER
                    WRITE TRANS-RECORD
                END-PERFORM
                CLOSE TRANS-FILE
                MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
                MOVE 'VOUCHER MANUAL'   TO WRK-AUDIT-ACAO
                MOVE WRK-NUMERO-VOUCHER TO WRK-AUDIT-VALOR-ANTIGO
                MOVE WRK-TOTAL-DEBITO   TO WRK-MASC-AUDIT
                MOVE WRK-MASC-AUDIT     TO WRK-AUDIT-VALOR-NOVO
                MOVE 'EFETIVADO'        TO WRK-AUDIT-RESULTADO
                PERFORM 9850-GRAVAR-AUDITORIA
                DISPLAY 'VOUCHER ' WRK-NUMERO-VOUCHER
                    ' GRAVADO EM TRANS.DAT COM ' WRK-QTD-LINHAS
                    ' LINHAS - POSTAGEM PELO PROG25.'
            END-IF.

            COPY 'PSTAPR.COB'.
            COPY 'AUDITPR.COB'.
       END PROGRAM PROG02.
