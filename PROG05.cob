      * 02/09/2026 - TRN-VALOR alargado para 9(10)V99: os lancamentos
      *              agregados da folha e das provisoes passam de
      *              999.999,99 e estouravam o campo em silencio.
      * 15/10/2026 - Conciliacao por conta corrente: o cadastro
      *              CONTAS-BANCO.DAT (PROG84) liga cada banco,
      *              agencia e conta a sua conta contabil de caixa, e
      *              NOSSO-LANC.DAT, BANCO-LANC.DAT, PENDENTES.DAT e
      *              DIFERENCAS-CONC.DAT passam a levar essa conta em
      *              cada registro. O modo 2 concilia cada conta em
      *              separado, com as proprias pendencias e o proprio
      *              envelhecimento, e termina com a prova de saldos:
      *              saldo do extrato (SALDO-BANCO.CTL) mais as
      *              pendencias e as diferencas em aberto contra o
      *              saldo da conta em SALDOS.DAT (RETURN-CODE 4 se
      *              alguma nao confere). Registros antigos sem conta
      *              sao da conta principal (a primeira do cadastro);
      *              conta fora do cadastro fica pendente intacta, com
      *              aviso.
      * 15/10/2026 - Cada conciliacao do modo 2 acrescenta uma linha em
      *              CONCILIACAO.CTL (data, hora, contas conciliadas,
      *              contas sem prova ou que nao conferem e se alguma
      *              tabela estourou) - e dela que o checklist de
      *              fechamento do PROG52 tira a conciliacao do mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT CONC-PARAM-FILE ASSIGN TO "CONC-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONC-PRM.
           SELECT SALDO-CTL-FILE ASSIGN TO "SALDO-BANCO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDO-CTL.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT CONC-CTL-FILE ASSIGN TO "CONCILIACAO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONC-CTL.
           COPY 'CBCOSL.COB'.
           COPY 'ERRLOGSL.COB'.
       DATA DIVISION.
       FILE SECTION.
           05 NLC-ID     PIC X(10).
           05 NLC-DATA   PIC 9(08).
           05 NLC-VALOR  PIC S9(6)V99.
           05 NLC-CONTA  PIC 9(04).
       FD  BANCO-LANC-FILE.
       01  BANCO-LANC-RECORD.
           05 BLC-ID     PIC X(10).
           05 BLC-DATA   PIC 9(08).
           05 BLC-VALOR  PIC S9(6)V99.
           05 BLC-CONTA  PIC 9(04).
       FD  PENDENTES-FILE.
       01  PENDENTES-RECORD.
           05 PEN-ORIGEM         PIC X(01).
           05 PEN-DATA           PIC 9(08).
           05 PEN-VALOR          PIC S9(6)V99.
           05 PEN-PRIMEIRA-VISTA PIC 9(08).
           05 PEN-CONTA          PIC 9(04).
       FD  DIFERENCAS-FILE.
       01  DIFERENCAS-RECORD.
           05 DIF-ID        PIC X(10).
           05 DIF-DATA      PIC 9(08).
           05 DIF-VALOR     PIC S9(6)V99 SIGN IS LEADING SEPARATE.
           05 DIF-SITUACAO  PIC X(01).
           05 DIF-CONTA     PIC 9(04).
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRN-CONTA   PIC 9(04).
       01  CONC-PARAM-RECORD.
           05 CPR-TOLERANCIA  PIC S9(6)V99.
           05 CPR-JANELA-DIAS PIC 9(03).
       FD  SALDO-CTL-FILE.
       01  SALDO-CTL-RECORD.
           05 SCT-DATA   PIC 9(08).
           05 FILLER     PIC X(01).
           05 SCT-SALDO  PIC S9(10)V99 SIGN IS LEADING SEPARATE.
           05 FILLER     PIC X(01).
           05 SCT-CONTA  PIC 9(04).
       FD  SALDOS-FILE.
       01  SALDOS-RECORD.
           05 SAL-CONTA   PIC 9(04).
           05 FILLER      PIC X(01).
           05 SAL-SALDO   PIC S9(10)V99 SIGN IS LEADING SEPARATE.
       FD  CONC-CTL-FILE.
       01  CONC-CTL-RECORD.
           05 CCL-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 CCL-HORA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 CCL-QTD-CONTAS       PIC 9(03).
           05 FILLER               PIC X(01).
           05 CCL-QTD-NAO-CONFERE  PIC 9(03).
           05 FILLER               PIC X(01).
           05 CCL-ESTOUROU         PIC X(01).
           COPY 'CBCOFD.COB'.
           COPY 'ERRLOGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'ERRLOGWS.COB'.
           COPY 'CBCOWS.COB'.
       77  WRK-OPERADOR01 PIC S9(2).
       77  WRK-OPERADOR02 PIC S9(2).
       77  WRK-RESULTADO  PIC S9(3).
              10 WRK-DIF-DATA     PIC 9(08).
              10 WRK-DIF-VALOR    PIC S9(6)V99.
              10 WRK-DIF-SITUACAO PIC X(01).
              10 WRK-DIF-CONTA    PIC 9(04).
      * Conciliacao por conta corrente: a conta contabil de caixa da
      * conta em conciliacao, a principal (dona dos registros antigos
      * sem conta) e a do registro lido.
       77  WRK-CONTA-CONC     PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-PRINCIPAL PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-REGISTRO PIC 9(04) VALUES ZEROS.
       01  WRK-CONTA-LIDA     PIC X(04) VALUES SPACES.
       01  WRK-CONTA-LIDA-N REDEFINES WRK-CONTA-LIDA PIC 9(04).
       77  WRK-IDX-CONTA-CONC PIC 9(02) VALUES ZEROS.
       77  WRK-ALGUMA-ESTOUROU PIC X(01) VALUES 'N'.
           88 ALGUMA-ESTOUROU VALUE 'S'.
       77  WRK-QTD-SEM-CADASTRO PIC 9(05) VALUES ZEROS.
      * Pendencias de todas as contas, juntadas conta a conta e
      * gravadas de uma vez em PENDENTES.DAT no fim.
       01  WRK-PEND-NOVA.
           05 WRK-PNV-ORIGEM   PIC X(01).
           05 WRK-PNV-ID       PIC X(10).
           05 WRK-PNV-DATA     PIC 9(08).
           05 WRK-PNV-VALOR    PIC S9(6)V99.
           05 WRK-PNV-PRIMEIRA PIC 9(08).
           05 WRK-PNV-CONTA    PIC 9(04).
       77  WRK-QTD-PEND-SAIDA PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-PEND-SAIDA.
           05 WRK-PSAI-ITEM OCCURS 1000 TIMES
                             INDEXED BY WRK-IDX-PSAI.
              10 WRK-PSAI-ORIGEM   PIC X(01).
              10 WRK-PSAI-ID       PIC X(10).
              10 WRK-PSAI-DATA     PIC 9(08).
              10 WRK-PSAI-VALOR    PIC S9(6)V99.
              10 WRK-PSAI-PRIMEIRA PIC 9(08).
              10 WRK-PSAI-CONTA    PIC 9(04).
       77  WRK-PSAI-REPETIDA  PIC X(01) VALUES 'N'.
      * Prova de saldos, uma linha por conta do cadastro (mesma
      * posicao da tabela de contas correntes).
       77  WRK-STATUS-SALDO-CTL PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SALDOS  PIC X(02) VALUES ZEROS.
       77  WRK-FIM-SALDO-CTL  PIC X(01) VALUES 'N'.
           88 FIM-SALDO-CTL VALUE 'S'.
       77  WRK-FIM-SALDOS     PIC X(01) VALUES 'N'.
           88 FIM-SALDOS VALUE 'S'.
       01  WRK-TAB-RESUMO.
           05 WRK-RES-ITEM OCCURS 20 TIMES.
              10 WRK-RES-TEM-EXTRATO   PIC X(01).
              10 WRK-RES-DATA-EXTRATO  PIC 9(08).
              10 WRK-RES-SALDO-BANCO   PIC S9(10)V99.
              10 WRK-RES-SALDO-CONTABIL PIC S9(10)V99.
              10 WRK-RES-PEND-NOSSO    PIC S9(10)V99.
              10 WRK-RES-PEND-BANCO    PIC S9(10)V99.
              10 WRK-RES-DIFERENCAS    PIC S9(10)V99.
              10 WRK-RES-SITUACAO      PIC X(01).
       77  WRK-SALDO-ESPERADO PIC S9(10)V99 VALUES ZEROS.
       77  WRK-DIF-PROVA      PIC S9(10)V99 VALUES ZEROS.
       77  WRK-QTD-NAO-CONFERE PIC 9(02) VALUES ZEROS.
       77  WRK-STATUS-CONC-CTL PIC X(02) VALUES ZEROS.
       77  WRK-MASC-SALDO     PIC -,---,---,--9.99 VALUES ZEROS.
       77  WRK-QTD-VALORES    PIC 9(05) VALUES ZEROS.
       77  WRK-SOMA-VALORES   PIC S9(8)V99 VALUES ZEROS.
       77  WRK-MIN-VALOR      PIC S9(6)V99 VALUES ZEROS.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE =
                FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
            PERFORM 9270-CARREGAR-CONTAS-BANCO.
            IF WRK-QTD-CONTAS-BANCO > ZEROS
                MOVE WRK-CBC-CONTA-CONTABIL(1) TO WRK-CONTA-PRINCIPAL
            END-IF.
            PERFORM 0540-CARREGAR-DIFERENCAS.
      * Carga estourada: conciliar com tabela truncada e regravar os
      * arquivos em cima destruiria pendencias e diferencas - a
      * conciliacao e cancelada sem gravar nada.
            EVALUATE TRUE
                WHEN WRK-QTD-CONTAS-BANCO = ZEROS
                    DISPLAY 'CONTAS-BANCO.DAT SEM CONTAS CORRENTES - ' ,
                        'CADASTRE NO PROG84 ANTES DE CONCILIAR'
                    MOVE 8 TO RETURN-CODE
                WHEN CARGA-ESTOUROU OR CONTAS-BANCO-ESTOURARAM
                    DISPLAY 'TABELAS DE CONCILIACAO ESTOURADAS NA ' ,
                        'CARGA - CONCILIACAO CANCELADA SEM REGRAVAR ' ,
                        'NENHUM ARQUIVO'
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    PERFORM 0208-LER-PARAM-CONCILIACAO
                    PERFORM 0201-CARREGAR-SALDOS
                    PERFORM 0202-GUARDAR-SEM-CADASTRO
                    PERFORM VARYING WRK-IDX-CONTA-CONC FROM 1 BY 1
                            UNTIL WRK-IDX-CONTA-CONC >
                                  WRK-QTD-CONTAS-BANCO
                        PERFORM 0203-CONCILIAR-CONTA
                    END-PERFORM
                    IF ALGUMA-ESTOUROU
                        DISPLAY ' '
                        DISPLAY 'TABELAS DE CONCILIACAO ESTOURADAS ' ,
                            'EM ALGUMA CONTA - PENDENTES.DAT E ' ,
                            'DIFERENCAS-CONC.DAT NAO REGRAVADOS'
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        PERFORM 0580-REGRAVAR-DIFERENCAS
                        PERFORM 0280-GRAVAR-PENDENTES
                    END-IF
                    PERFORM 0298-PROVAR-SALDOS
                    PERFORM 0297-REGISTRAR-CONCILIACAO
            END-EVALUATE.

      * Saldo do extrato de cada conta (ultima conversao do PROG55 em
      * SALDO-BANCO.CTL) e saldo contabil da conta de caixa em
      * SALDOS.DAT, para a prova de saldos do fim.
       0201-CARREGAR-SALDOS.
            PERFORM VARYING WRK-IDX-CONTA-CONC FROM 1 BY 1
                    UNTIL WRK-IDX-CONTA-CONC > WRK-QTD-CONTAS-BANCO
                MOVE 'N' TO WRK-RES-TEM-EXTRATO(WRK-IDX-CONTA-CONC)
                MOVE SPACE TO WRK-RES-SITUACAO(WRK-IDX-CONTA-CONC)
                MOVE ZEROS TO WRK-RES-DATA-EXTRATO(WRK-IDX-CONTA-CONC)
                    WRK-RES-SALDO-BANCO(WRK-IDX-CONTA-CONC)
                    WRK-RES-SALDO-CONTABIL(WRK-IDX-CONTA-CONC)
                    WRK-RES-PEND-NOSSO(WRK-IDX-CONTA-CONC)
                    WRK-RES-PEND-BANCO(WRK-IDX-CONTA-CONC)
                    WRK-RES-DIFERENCAS(WRK-IDX-CONTA-CONC)
            END-PERFORM.
            MOVE 'N' TO WRK-FIM-SALDO-CTL WRK-FIM-SALDOS.
            OPEN INPUT SALDO-CTL-FILE.
            IF WRK-STATUS-SALDO-CTL = '00'
                PERFORM UNTIL FIM-SALDO-CTL
                    READ SALDO-CTL-FILE
                        AT END
                            MOVE 'S' TO WRK-FIM-SALDO-CTL
                        NOT AT END
                            IF SCT-CONTA NOT NUMERIC
                               OR SCT-CONTA = ZEROS
                                MOVE WRK-CONTA-PRINCIPAL
                                    TO WRK-CBC-CONTABIL-PROC
                            ELSE
                                MOVE SCT-CONTA TO WRK-CBC-CONTABIL-PROC
                            END-IF
                            PERFORM 9277-LOCALIZAR-CONTA-CONTABIL
                            IF WRK-CBC-IDX-ACHADO > ZEROS
                                MOVE 'S' TO WRK-RES-TEM-EXTRATO
                                    (WRK-CBC-IDX-ACHADO)
                                MOVE SCT-DATA TO WRK-RES-DATA-EXTRATO
                                    (WRK-CBC-IDX-ACHADO)
                                MOVE SCT-SALDO TO WRK-RES-SALDO-BANCO
                                    (WRK-CBC-IDX-ACHADO)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SALDO-CTL-FILE
            END-IF.
            OPEN INPUT SALDOS-FILE.
            IF WRK-STATUS-SALDOS = '00'
                PERFORM UNTIL FIM-SALDOS
                    READ SALDOS-FILE
                        AT END
                            MOVE 'S' TO WRK-FIM-SALDOS
                        NOT AT END
                            MOVE SAL-CONTA TO WRK-CBC-CONTABIL-PROC
                            PERFORM 9277-LOCALIZAR-CONTA-CONTABIL
                            IF WRK-CBC-IDX-ACHADO > ZEROS
                                MOVE SAL-SALDO TO WRK-RES-SALDO-CONTABIL
                                    (WRK-CBC-IDX-ACHADO)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SALDOS-FILE
            END-IF.

      * Registro de conta que saiu do cadastro (ou nunca entrou) nao
      * e conciliado, mas tambem nao pode sumir: volta intacto para
      * PENDENTES.DAT, com aviso, ate a conta ser cadastrada.
       0202-GUARDAR-SEM-CADASTRO.
            MOVE 'N' TO WRK-FIM-PENDENTES WRK-FIM-NOSSO WRK-FIM-BANCO.
            OPEN INPUT PENDENTES-FILE.
            IF WRK-STATUS-PENDENTES = '00'
                PERFORM UNTIL FIM-PENDENTES
                    READ PENDENTES-FILE
                        AT END
                            MOVE 'S' TO WRK-FIM-PENDENTES
                        NOT AT END
                            MOVE PEN-CONTA TO WRK-CONTA-LIDA
                            PERFORM 0204-CONTA-CADASTRADA
                            IF WRK-CBC-IDX-ACHADO = ZEROS
                                MOVE PEN-ORIGEM TO WRK-PNV-ORIGEM
                                MOVE PEN-ID     TO WRK-PNV-ID
                                MOVE PEN-DATA   TO WRK-PNV-DATA
                                MOVE PEN-VALOR  TO WRK-PNV-VALOR
                                MOVE PEN-PRIMEIRA-VISTA
                                    TO WRK-PNV-PRIMEIRA
                                MOVE PEN-CONTA  TO WRK-PNV-CONTA
                                PERFORM 0285-GUARDAR-PENDENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDENTES-FILE
            END-IF.
            OPEN INPUT NOSSO-LANC-FILE.
            IF WRK-STATUS-NOSSO = '00'
                PERFORM UNTIL FIM-NOSSO
                    READ NOSSO-LANC-FILE
                        AT END
                            MOVE 'S' TO WRK-FIM-NOSSO
                        NOT AT END
                            MOVE NLC-CONTA TO WRK-CONTA-LIDA
                            PERFORM 0204-CONTA-CADASTRADA
                            IF WRK-CBC-IDX-ACHADO = ZEROS
                                MOVE 'N'        TO WRK-PNV-ORIGEM
                                MOVE NLC-ID     TO WRK-PNV-ID
                                MOVE NLC-DATA   TO WRK-PNV-DATA
                                MOVE NLC-VALOR  TO WRK-PNV-VALOR
                                MOVE WRK-DATA-HOJE TO WRK-PNV-PRIMEIRA
                                MOVE NLC-CONTA  TO WRK-PNV-CONTA
                                PERFORM 0285-GUARDAR-PENDENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE NOSSO-LANC-FILE
            END-IF.
            OPEN INPUT BANCO-LANC-FILE.
            IF WRK-STATUS-BANCO = '00'
                PERFORM UNTIL FIM-BANCO
                    READ BANCO-LANC-FILE
                        AT END
                            MOVE 'S' TO WRK-FIM-BANCO
                        NOT AT END
                            MOVE BLC-CONTA TO WRK-CONTA-LIDA
                            PERFORM 0204-CONTA-CADASTRADA
                            IF WRK-CBC-IDX-ACHADO = ZEROS
                                MOVE 'B'        TO WRK-PNV-ORIGEM
                                MOVE BLC-ID     TO WRK-PNV-ID
                                MOVE BLC-DATA   TO WRK-PNV-DATA
                                MOVE BLC-VALOR  TO WRK-PNV-VALOR
                                MOVE WRK-DATA-HOJE TO WRK-PNV-PRIMEIRA
                                MOVE BLC-CONTA  TO WRK-PNV-CONTA
                                PERFORM 0285-GUARDAR-PENDENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BANCO-LANC-FILE
            END-IF.
            IF WRK-QTD-SEM-CADASTRO > ZEROS
                DISPLAY 'AVISO: ' WRK-QTD-SEM-CADASTRO ,
                    ' LANCAMENTO(S) DE CONTA FORA DE ' ,
                    'CONTAS-BANCO.DAT MANTIDO(S) EM PENDENTES.DAT ' ,
                    'SEM CONCILIAR'
                MOVE 4 TO RETURN-CODE
            END-IF.

      * Conta do registro em WRK-CONTA-LIDA: sem conta (gravado
      * antes do cadastro) e da principal. Devolve a conta em
      * WRK-CONTA-REGISTRO e a posicao no cadastro em
      * WRK-CBC-IDX-ACHADO.
       0204-CONTA-CADASTRADA.
            IF WRK-CONTA-LIDA NOT NUMERIC
               OR WRK-CONTA-LIDA-N = ZEROS
                MOVE WRK-CONTA-PRINCIPAL TO WRK-CBC-CONTABIL-PROC
            ELSE
                MOVE WRK-CONTA-LIDA-N TO WRK-CBC-CONTABIL-PROC
            END-IF.
            MOVE WRK-CBC-CONTABIL-PROC TO WRK-CONTA-REGISTRO.
            PERFORM 9277-LOCALIZAR-CONTA-CONTABIL.

      * Uma conta corrente por vez: tabelas zeradas, so os registros
      * da conta carregados, e o mesmo casamento, listagem e
      * envelhecimento de sempre. Conta com tabela estourada fica sem
      * conciliar e nada e regravado no fim.
       0203-CONCILIAR-CONTA.
            MOVE WRK-CBC-CONTA-CONTABIL(WRK-IDX-CONTA-CONC)
                TO WRK-CONTA-CONC.
            MOVE ZEROS TO WRK-QTD-NOSSO WRK-QTD-BANCO WRK-QTD-CASADOS
                WRK-QTD-VARIANCIA WRK-QTD-SO-NOSSO WRK-QTD-SO-BANCO
                WRK-QTD-COMBINADOS WRK-QTD-ATE-7 WRK-QTD-ATE-30
                WRK-QTD-ACIMA-30.
            MOVE 'N' TO WRK-FIM-PENDENTES WRK-FIM-NOSSO WRK-FIM-BANCO
                WRK-CARGA-ESTOUROU.
            DISPLAY ' '.
            DISPLAY '================================================' ,
                '=============='.
            DISPLAY 'CONTA CORRENTE ' ,
                WRK-CBC-BANCO(WRK-IDX-CONTA-CONC) '/' ,
                WRK-CBC-AGENCIA(WRK-IDX-CONTA-CONC) '/' ,
                WRK-CBC-CONTA(WRK-IDX-CONTA-CONC) ' - ' ,
                WRK-CBC-DESCRICAO(WRK-IDX-CONTA-CONC) ,
                ' - CONTA CONTABIL ' WRK-CONTA-CONC.
            PERFORM 0205-CARREGAR-PENDENTES.
            PERFORM 0210-CARREGAR-NOSSO.
            PERFORM 0220-CARREGAR-BANCO.
            IF CARGA-ESTOUROU
                DISPLAY 'TABELAS DA CONTA ESTOURADAS NA CARGA - ' ,
                    'CONTA NAO CONCILIADA'
                SET ALGUMA-ESTOUROU TO TRUE
                MOVE 'E' TO WRK-RES-SITUACAO(WRK-IDX-CONTA-CONC)
            ELSE
                PERFORM 0230-CASAR-LANCAMENTOS
                PERFORM 0240-CASAR-COMBINACOES
                PERFORM 0260-LISTAR-SECOES
                PERFORM 0282-GUARDAR-PENDENCIAS-CONTA
                PERFORM 0290-RELATORIO-ENVELHECIMENTO
                PERFORM 0296-APURAR-DIFERENCAS-CONTA
                MOVE 'C' TO WRK-RES-SITUACAO(WRK-IDX-CONTA-CONC)
            END-IF.

      * Pendencias da conciliacao anterior voltam para as tabelas com
      * a data da primeira vista preservada, para tentar casar de
      * novo contra o movimento de hoje - so as da conta corrente em
      * conciliacao.
       0205-CARREGAR-PENDENTES.
            OPEN INPUT PENDENTES-FILE.
            IF WRK-STATUS-PENDENTES = '00'
                        AT END
                            MOVE 'S' TO WRK-FIM-PENDENTES
                        NOT AT END
                            MOVE PEN-CONTA TO WRK-CONTA-LIDA
                            PERFORM 0204-CONTA-CADASTRADA
                            IF WRK-CONTA-REGISTRO = WRK-CONTA-CONC
                                PERFORM 0207-CARREGAR-PENDENTE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDENTES-FILE
            END-IF.

       0207-CARREGAR-PENDENTE.
            IF PEN-ORIGEM = 'N'
               AND WRK-QTD-NOSSO >= 200
                DISPLAY 'AVISO: TABELA DO NOSSO ' ,
                    'LADO CHEIA - PENDENTE FORA ' ,
                    'DA CONCILIACAO: ' PEN-ID
                SET CARGA-ESTOUROU TO TRUE
            END-IF.
            IF PEN-ORIGEM = 'B'
               AND WRK-QTD-BANCO >= 200
                DISPLAY 'AVISO: TABELA DO LADO DO ' ,
                    'BANCO CHEIA - PENDENTE FORA ' ,
                    'DA CONCILIACAO: ' PEN-ID
                SET CARGA-ESTOUROU TO TRUE
            END-IF.
            IF PEN-ORIGEM = 'N'
               AND WRK-QTD-NOSSO < 200
                ADD 1 TO WRK-QTD-NOSSO
                SET WRK-IDX-NOSSO TO WRK-QTD-NOSSO
                MOVE PEN-ID TO
                    WRK-NOSSO-ID(WRK-IDX-NOSSO)
                MOVE PEN-DATA TO
                    WRK-NOSSO-DATA(WRK-IDX-NOSSO)
                MOVE PEN-VALOR TO
                    WRK-NOSSO-VALOR(WRK-IDX-NOSSO)
                MOVE 'N' TO
                    WRK-NOSSO-CASADO(WRK-IDX-NOSSO)
                MOVE PEN-PRIMEIRA-VISTA TO
                    WRK-NOSSO-PRIMEIRA(WRK-IDX-NOSSO)
            END-IF.
            IF PEN-ORIGEM = 'B'
               AND WRK-QTD-BANCO < 200
                ADD 1 TO WRK-QTD-BANCO
                SET WRK-IDX-BANCO TO WRK-QTD-BANCO
                MOVE PEN-ID TO
                    WRK-BANCO-ID(WRK-IDX-BANCO)
                MOVE PEN-DATA TO
                    WRK-BANCO-DATA(WRK-IDX-BANCO)
                MOVE PEN-VALOR TO
                    WRK-BANCO-VALOR(WRK-IDX-BANCO)
                MOVE 'N' TO
                    WRK-BANCO-CASADO(WRK-IDX-BANCO)
                MOVE PEN-PRIMEIRA-VISTA TO
                    WRK-BANCO-PRIMEIRA(WRK-IDX-BANCO)
            END-IF.

       0210-CARREGAR-NOSSO.
            OPEN INPUT NOSSO-LANC-FILE.
            IF WRK-STATUS-NOSSO = '00'
                        AT END
                            MOVE 'S' TO WRK-FIM-NOSSO
                        NOT AT END
                            MOVE NLC-CONTA TO WRK-CONTA-LIDA
                            PERFORM 0204-CONTA-CADASTRADA
                            IF WRK-CONTA-REGISTRO = WRK-CONTA-CONC
                                PERFORM 0212-CARREGAR-NOSSO-ITEM
                            END-IF
                    END-READ
                END-PERFORM
                    'NOSSO LADO'
            END-IF.

       0212-CARREGAR-NOSSO-ITEM.
            MOVE 'N' TO WRK-ID-DUPLICADO.
            PERFORM VARYING WRK-IDX-NOSSO FROM 1 BY 1
                    UNTIL WRK-IDX-NOSSO > WRK-QTD-NOSSO
                IF WRK-NOSSO-ID(WRK-IDX-NOSSO) = NLC-ID
                    MOVE 'S' TO WRK-ID-DUPLICADO
                END-IF
            END-PERFORM.
            IF WRK-ID-DUPLICADO = 'S'
                CONTINUE
            ELSE
            IF WRK-QTD-NOSSO < 200
                ADD 1 TO WRK-QTD-NOSSO
                SET WRK-IDX-NOSSO TO WRK-QTD-NOSSO
                MOVE NLC-ID TO
                    WRK-NOSSO-ID(WRK-IDX-NOSSO)
                MOVE NLC-DATA TO
                    WRK-NOSSO-DATA(WRK-IDX-NOSSO)
                MOVE NLC-VALOR TO
                    WRK-NOSSO-VALOR(WRK-IDX-NOSSO)
                MOVE 'N' TO
                    WRK-NOSSO-CASADO(WRK-IDX-NOSSO)
                MOVE WRK-DATA-HOJE TO
                    WRK-NOSSO-PRIMEIRA(WRK-IDX-NOSSO)
            ELSE
                DISPLAY 'AVISO: TABELA DO NOSSO ' ,
                    'LADO CHEIA - LANCAMENTO FORA ' ,
                    'DA CONCILIACAO: ' NLC-ID
                SET CARGA-ESTOUROU TO TRUE
            END-IF
            END-IF.

       0220-CARREGAR-BANCO.
            OPEN INPUT BANCO-LANC-FILE.
            IF WRK-STATUS-BANCO = '00'
                        AT END
                            MOVE 'S' TO WRK-FIM-BANCO
                        NOT AT END
                            MOVE BLC-CONTA TO WRK-CONTA-LIDA
                            PERFORM 0204-CONTA-CADASTRADA
                            IF WRK-CONTA-REGISTRO = WRK-CONTA-CONC
                                PERFORM 0222-CARREGAR-BANCO-ITEM
                            END-IF
                    END-READ
                END-PERFORM
                    'LADO DO BANCO'
            END-IF.

       0222-CARREGAR-BANCO-ITEM.
            MOVE 'N' TO WRK-ID-DUPLICADO.
            PERFORM VARYING WRK-IDX-BANCO FROM 1 BY 1
                    UNTIL WRK-IDX-BANCO > WRK-QTD-BANCO
                IF WRK-BANCO-ID(WRK-IDX-BANCO) = BLC-ID
                    MOVE 'S' TO WRK-ID-DUPLICADO
                END-IF
            END-PERFORM.
            IF WRK-ID-DUPLICADO = 'S'
                CONTINUE
            ELSE
            IF WRK-QTD-BANCO < 200
                ADD 1 TO WRK-QTD-BANCO
                SET WRK-IDX-BANCO TO WRK-QTD-BANCO
                MOVE BLC-ID TO
                    WRK-BANCO-ID(WRK-IDX-BANCO)
                MOVE BLC-DATA TO
                    WRK-BANCO-DATA(WRK-IDX-BANCO)
                MOVE BLC-VALOR TO
                    WRK-BANCO-VALOR(WRK-IDX-BANCO)
                MOVE 'N' TO
                    WRK-BANCO-CASADO(WRK-IDX-BANCO)
                MOVE WRK-DATA-HOJE TO
                    WRK-BANCO-PRIMEIRA(WRK-IDX-BANCO)
            ELSE
                DISPLAY 'AVISO: TABELA DO LADO DO ' ,
                    'BANCO CHEIA - LANCAMENTO FORA ' ,
                    'DA CONCILIACAO: ' BLC-ID
                SET CARGA-ESTOUROU TO TRUE
            END-IF
            END-IF.

      * Tolerancia e janela de dias do casamento por combinacao; sem
      * o arquivo, valem 0,01 e 5 dias.
       0208-LER-PARAM-CONCILIACAO.
                IF WRK-DIF-ID(WRK-IDX-DIF) =
                        WRK-NOSSO-ID(WRK-IDX-NOSSO)
                   AND WRK-DIF-SITUACAO(WRK-IDX-DIF) = 'A'
                   AND WRK-DIF-CONTA(WRK-IDX-DIF) = WRK-CONTA-CONC
                    SET WRK-IDX-DIF-ACHADO TO WRK-IDX-DIF
                END-IF
            END-PERFORM.
                    MOVE WRK-QTD-DIFERENCAS TO WRK-IDX-DIF-ACHADO
                    MOVE WRK-NOSSO-ID(WRK-IDX-NOSSO) TO
                        WRK-DIF-ID(WRK-IDX-DIF-ACHADO)
                    MOVE WRK-CONTA-CONC TO
                        WRK-DIF-CONTA(WRK-IDX-DIF-ACHADO)
                ELSE
                    DISPLAY 'AVISO: TABELA DE DIFERENCAS CHEIA - ' ,
                        'DIFERENCA NAO REGISTRADA: ' ,
                                    WRK-DIF-VALOR(WRK-IDX-DIF)
                                MOVE DIF-SITUACAO TO
                                    WRK-DIF-SITUACAO(WRK-IDX-DIF)
                                IF DIF-CONTA NOT NUMERIC
                                   OR DIF-CONTA = ZEROS
                                    MOVE WRK-CONTA-PRINCIPAL TO
                                        WRK-DIF-CONTA(WRK-IDX-DIF)
                                ELSE
                                    MOVE DIF-CONTA TO
                                        WRK-DIF-CONTA(WRK-IDX-DIF)
                                END-IF
                            ELSE
                                DISPLAY 'AVISO: TABELA DE ' ,
                                    'DIFERENCAS CHEIA - REGISTRO ' ,
      * com a data da conciliacao, e a diferenca fica processada.
       0500-GERAR-AJUSTES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 9270-CARREGAR-CONTAS-BANCO.
            IF WRK-QTD-CONTAS-BANCO > ZEROS
                MOVE WRK-CBC-CONTA-CONTABIL(1) TO WRK-CONTA-PRINCIPAL
            END-IF.
            PERFORM 0540-CARREGAR-DIFERENCAS.
            EVALUATE TRUE
                WHEN WRK-STATUS-DIFERENCAS NOT = '00'

       0550-TRATAR-DIFERENCA.
            DISPLAY 'DIFERENCA ' WRK-DIF-ID(WRK-IDX-DIF) ' DE ' ,
                WRK-DIF-DATA(WRK-IDX-DIF) ' CONTA CORRENTE ' ,
                WRK-DIF-CONTA(WRK-IDX-DIF) ' VALOR ' ,
                WRK-DIF-VALOR(WRK-IDX-DIF) ' - CONFIRMAR COMO ' ,
                'REAL? (S/N): '.
            ACCEPT WRK-RESPOSTA FROM CONSOLE.
                MOVE WRK-DIF-DATA(WRK-IDX-DIF) TO DIF-DATA
                MOVE WRK-DIF-VALOR(WRK-IDX-DIF) TO DIF-VALOR
                MOVE WRK-DIF-SITUACAO(WRK-IDX-DIF) TO DIF-SITUACAO
                MOVE WRK-DIF-CONTA(WRK-IDX-DIF) TO DIF-CONTA
                WRITE DIFERENCAS-RECORD
            END-PERFORM.
            CLOSE DIFERENCAS-FILE.

      * Grava de volta as pendencias que continuam sem par, de todas
      * as contas correntes, com a primeira vista preservada, para a
      * proxima conciliacao.
       0280-GRAVAR-PENDENTES.
            OPEN OUTPUT PENDENTES-FILE.
            PERFORM VARYING WRK-IDX-PSAI FROM 1 BY 1
                    UNTIL WRK-IDX-PSAI > WRK-QTD-PEND-SAIDA
                MOVE SPACES TO PENDENTES-RECORD
                MOVE WRK-PSAI-ORIGEM(WRK-IDX-PSAI) TO PEN-ORIGEM
                MOVE WRK-PSAI-ID(WRK-IDX-PSAI) TO PEN-ID
                MOVE WRK-PSAI-DATA(WRK-IDX-PSAI) TO PEN-DATA
                MOVE WRK-PSAI-VALOR(WRK-IDX-PSAI) TO PEN-VALOR
                MOVE WRK-PSAI-PRIMEIRA(WRK-IDX-PSAI)
                    TO PEN-PRIMEIRA-VISTA
                MOVE WRK-PSAI-CONTA(WRK-IDX-PSAI) TO PEN-CONTA
                WRITE PENDENTES-RECORD
            END-PERFORM.
            CLOSE PENDENTES-FILE.

      * Pendencias da conta em conciliacao vao para a tabela de
      * saida, somando os dois lados para a prova de saldos.
       0282-GUARDAR-PENDENCIAS-CONTA.
            PERFORM VARYING WRK-IDX-NOSSO FROM 1 BY 1
                    UNTIL WRK-IDX-NOSSO > WRK-QTD-NOSSO
                IF WRK-NOSSO-CASADO(WRK-IDX-NOSSO) = 'N'
                    MOVE 'N' TO WRK-PNV-ORIGEM
                    MOVE WRK-NOSSO-ID(WRK-IDX-NOSSO) TO WRK-PNV-ID
                    MOVE WRK-NOSSO-DATA(WRK-IDX-NOSSO) TO WRK-PNV-DATA
                    MOVE WRK-NOSSO-VALOR(WRK-IDX-NOSSO)
                        TO WRK-PNV-VALOR
                    MOVE WRK-NOSSO-PRIMEIRA(WRK-IDX-NOSSO)
                        TO WRK-PNV-PRIMEIRA
                    MOVE WRK-CONTA-CONC TO WRK-PNV-CONTA
                    PERFORM 0285-GUARDAR-PENDENCIA
                    ADD WRK-NOSSO-VALOR(WRK-IDX-NOSSO)
                        TO WRK-RES-PEND-NOSSO(WRK-IDX-CONTA-CONC)
                END-IF
            END-PERFORM.
            PERFORM VARYING WRK-IDX-BANCO FROM 1 BY 1
                    UNTIL WRK-IDX-BANCO > WRK-QTD-BANCO
                IF WRK-BANCO-CASADO(WRK-IDX-BANCO) = 'N'
                    MOVE 'B' TO WRK-PNV-ORIGEM
                    MOVE WRK-BANCO-ID(WRK-IDX-BANCO) TO WRK-PNV-ID
                    MOVE WRK-BANCO-DATA(WRK-IDX-BANCO) TO WRK-PNV-DATA
                    MOVE WRK-BANCO-VALOR(WRK-IDX-BANCO)
                        TO WRK-PNV-VALOR
                    MOVE WRK-BANCO-PRIMEIRA(WRK-IDX-BANCO)
                        TO WRK-PNV-PRIMEIRA
                    MOVE WRK-CONTA-CONC TO WRK-PNV-CONTA
                    PERFORM 0285-GUARDAR-PENDENCIA
                    ADD WRK-BANCO-VALOR(WRK-IDX-BANCO)
                        TO WRK-RES-PEND-BANCO(WRK-IDX-CONTA-CONC)
                END-IF
            END-PERFORM.

      * Acrescenta WRK-PEND-NOVA na tabela de saida; o mesmo id da
      * mesma origem e conta nao entra duas vezes (pendente de conta
      * fora do cadastro que ainda esta no arquivo de movimento).
       0285-GUARDAR-PENDENCIA.
            MOVE 'N' TO WRK-PSAI-REPETIDA.
            PERFORM VARYING WRK-IDX-PSAI FROM 1 BY 1
                    UNTIL WRK-IDX-PSAI > WRK-QTD-PEND-SAIDA
                IF WRK-PSAI-ORIGEM(WRK-IDX-PSAI) = WRK-PNV-ORIGEM
                   AND WRK-PSAI-ID(WRK-IDX-PSAI) = WRK-PNV-ID
                   AND WRK-PSAI-CONTA(WRK-IDX-PSAI) = WRK-PNV-CONTA
                    MOVE 'S' TO WRK-PSAI-REPETIDA
                END-IF
            END-PERFORM.
            IF WRK-PSAI-REPETIDA = 'N'
                IF WRK-QTD-PEND-SAIDA < 1000
                    ADD 1 TO WRK-QTD-PEND-SAIDA
                    SET WRK-IDX-PSAI TO WRK-QTD-PEND-SAIDA
                    MOVE WRK-PNV-ORIGEM TO
                        WRK-PSAI-ORIGEM(WRK-IDX-PSAI)
                    MOVE WRK-PNV-ID TO WRK-PSAI-ID(WRK-IDX-PSAI)
                    MOVE WRK-PNV-DATA TO WRK-PSAI-DATA(WRK-IDX-PSAI)
                    MOVE WRK-PNV-VALOR TO WRK-PSAI-VALOR(WRK-IDX-PSAI)
                    MOVE WRK-PNV-PRIMEIRA TO
                        WRK-PSAI-PRIMEIRA(WRK-IDX-PSAI)
                    MOVE WRK-PNV-CONTA TO WRK-PSAI-CONTA(WRK-IDX-PSAI)
                    IF WRK-CONTA-CONC = ZEROS
                        ADD 1 TO WRK-QTD-SEM-CADASTRO
                    END-IF
                ELSE
                    DISPLAY 'AVISO: TABELA DE PENDENCIAS CHEIA - ' ,
                        'PENDENCIA FORA DA GRAVACAO: ' WRK-PNV-ID
                    SET ALGUMA-ESTOUROU TO TRUE
                END-IF
            END-IF.

      * Envelhecimento das pendencias: dias em aberto desde a
      * primeira vista, nas faixas 0-7, 8-30 e acima de 30 dias.
                    ADD 1 TO WRK-QTD-ACIMA-30
            END-EVALUATE.

      * Diferencas ainda em aberto da conta: ja estao no livro
      * (lancamento nosso) mas nao no banco, ate o ajuste do modo 5.
       0296-APURAR-DIFERENCAS-CONTA.
            PERFORM VARYING WRK-IDX-DIF FROM 1 BY 1
                    UNTIL WRK-IDX-DIF > WRK-QTD-DIFERENCAS
                IF WRK-DIF-SITUACAO(WRK-IDX-DIF) = 'A'
                   AND WRK-DIF-CONTA(WRK-IDX-DIF) = WRK-CONTA-CONC
                    ADD WRK-DIF-VALOR(WRK-IDX-DIF)
                        TO WRK-RES-DIFERENCAS(WRK-IDX-CONTA-CONC)
                END-IF
            END-PERFORM.

      * Registro da conciliacao em CONCILIACAO.CTL, somente de
      * acrescimo: o checklist de fechamento do PROG52 procura a
      * ultima conciliacao rodada depois do fim do mes e exige as
      * contas todas provadas e nenhuma tabela estourada.
       0297-REGISTRAR-CONCILIACAO.
            OPEN EXTEND CONC-CTL-FILE.
            IF WRK-STATUS-CONC-CTL = '35'
                OPEN OUTPUT CONC-CTL-FILE
            END-IF.
            MOVE SPACES               TO CONC-CTL-RECORD.
            MOVE WRK-DATA-HOJE        TO CCL-DATA.
            ACCEPT CCL-HORA FROM TIME.
            MOVE WRK-QTD-CONTAS-BANCO TO CCL-QTD-CONTAS.
            MOVE WRK-QTD-NAO-CONFERE  TO CCL-QTD-NAO-CONFERE.
            MOVE WRK-ALGUMA-ESTOUROU  TO CCL-ESTOUROU.
            WRITE CONC-CTL-RECORD.
            CLOSE CONC-CTL-FILE.

      * Prova de saldos por conta corrente: saldo do extrato mais as
      * pendencias do nosso lado, menos as do banco, mais as
      * diferencas em aberto tem que dar o saldo da conta contabil
      * em SALDOS.DAT.
       0298-PROVAR-SALDOS.
            MOVE ZEROS TO WRK-QTD-NAO-CONFERE.
            DISPLAY ' '.
            DISPLAY '================================================' ,
                '=============='.
            DISPLAY 'PROVA DE SALDOS POR CONTA CORRENTE'.
            PERFORM VARYING WRK-IDX-CONTA-CONC FROM 1 BY 1
                    UNTIL WRK-IDX-CONTA-CONC > WRK-QTD-CONTAS-BANCO
                PERFORM 0299-PROVAR-CONTA
            END-PERFORM.
            IF WRK-QTD-NAO-CONFERE > ZEROS
                DISPLAY ' '
                DISPLAY 'CONTAS SEM PROVA OU QUE NAO CONFEREM: ' ,
                    WRK-QTD-NAO-CONFERE
                MOVE 4 TO RETURN-CODE
            END-IF.

       0299-PROVAR-CONTA.
            DISPLAY ' '.
            DISPLAY 'CONTA ' ,
                WRK-CBC-CONTA-CONTABIL(WRK-IDX-CONTA-CONC) ' - ' ,
                WRK-CBC-DESCRICAO(WRK-IDX-CONTA-CONC).
            EVALUATE TRUE
                WHEN WRK-RES-SITUACAO(WRK-IDX-CONTA-CONC) NOT = 'C'
                    DISPLAY '   CONTA NAO CONCILIADA - SEM PROVA'
                    ADD 1 TO WRK-QTD-NAO-CONFERE
                WHEN WRK-RES-TEM-EXTRATO(WRK-IDX-CONTA-CONC) = 'N'
                    DISPLAY '   SEM SALDO DE EXTRATO EM ' ,
                        'SALDO-BANCO.CTL - SEM PROVA'
                    ADD 1 TO WRK-QTD-NAO-CONFERE
                WHEN OTHER
                    COMPUTE WRK-SALDO-ESPERADO =
                        WRK-RES-SALDO-BANCO(WRK-IDX-CONTA-CONC)
                      + WRK-RES-PEND-NOSSO(WRK-IDX-CONTA-CONC)
                      - WRK-RES-PEND-BANCO(WRK-IDX-CONTA-CONC)
                      + WRK-RES-DIFERENCAS(WRK-IDX-CONTA-CONC)
                    COMPUTE WRK-DIF-PROVA =
                        WRK-RES-SALDO-CONTABIL(WRK-IDX-CONTA-CONC)
                      - WRK-SALDO-ESPERADO
                    MOVE WRK-RES-SALDO-BANCO(WRK-IDX-CONTA-CONC)
                        TO WRK-MASC-SALDO
                    DISPLAY '   SALDO DO EXTRATO EM ' ,
                        WRK-RES-DATA-EXTRATO(WRK-IDX-CONTA-CONC) ,
                        ':    ' WRK-MASC-SALDO
                    MOVE WRK-RES-PEND-NOSSO(WRK-IDX-CONTA-CONC)
                        TO WRK-MASC-SALDO
                    DISPLAY '   (+) PENDENTES DO NOSSO LADO:   ' ,
                        WRK-MASC-SALDO
                    MOVE WRK-RES-PEND-BANCO(WRK-IDX-CONTA-CONC)
                        TO WRK-MASC-SALDO
                    DISPLAY '   (-) PENDENTES DO BANCO:        ' ,
                        WRK-MASC-SALDO
                    MOVE WRK-RES-DIFERENCAS(WRK-IDX-CONTA-CONC)
                        TO WRK-MASC-SALDO
                    DISPLAY '   (+) DIFERENCAS EM ABERTO:      ' ,
                        WRK-MASC-SALDO
                    MOVE WRK-SALDO-ESPERADO TO WRK-MASC-SALDO
                    DISPLAY '   (=) SALDO CONTABIL ESPERADO:   ' ,
                        WRK-MASC-SALDO
                    MOVE WRK-RES-SALDO-CONTABIL(WRK-IDX-CONTA-CONC)
                        TO WRK-MASC-SALDO
                    DISPLAY '   SALDO CONTABIL EM SALDOS.DAT:  ' ,
                        WRK-MASC-SALDO
                    IF WRK-DIF-PROVA = ZEROS
                        DISPLAY '   CONFERE'
                    ELSE
                        MOVE WRK-DIF-PROVA TO WRK-MASC-SALDO
                        DISPLAY '   NAO CONFERE - DIFERENCA:       ' ,
                            WRK-MASC-SALDO
                        ADD 1 TO WRK-QTD-NAO-CONFERE
                    END-IF
            END-EVALUATE.

      * Reacha o par do lancamento casado corrente e calcula a
      * diferenca (nosso - banco).
       0270-AVALIAR-CASADO.
                    'PROCESSAR'
            END-IF.

           COPY 'CBCOPR.COB'.
           COPY 'ERRLOGPR.COB'.
       END PROGRAM YOUR-PROGRAM-NAME.
