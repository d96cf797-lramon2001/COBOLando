      * AUDIT-LOG.LOG, porque postar em mes fechado derreteu mais de
      * um balancete. Sao os escritores (PROG25, PROG04, PROG12 e
      * PROG26) que consultam o controle antes de gravar.
      * O fechamento passa antes pelo checklist do mes (tambem
      * disponivel sozinho na opcao 4), uma linha OK/FALHA por item:
      *   - folha normal efetivada (FOLHA-DEPTO.DAT do PROG04);
      *   - provisao de 13o/ferias do PROG51 (PROVISAO-CONTROLE.DAT)
      *     e recorrentes do PROG54 (GERACAO-RECORRENTE.CTL);
      *   - TRANS.DAT sem lancamento do mes esperando o PROG25 e
      *     REJECT.LOG sem rejeicao do mes ainda nao repostada
      *     (confere em RAZAO-CONTAS.LOG);
      *   - conciliacao bancaria do PROG05 rodada depois do fim do
      *     mes com todas as contas provadas (CONCILIACAO.CTL) e
      *     nenhuma diferenca em aberto em DIFERENCAS-CONC.DAT;
      *   - orcado x realizado do PROG50 emitido para a competencia
      *     (ORCAMENTO-EMITIDO.CTL).
      * Com item em falha o fechamento e recusado, a menos que um
      * ADMINISTRADOR (nivel 01 na funcao FECHA PERIODO) force -
      * evento 'FECHA FORCADO' em AUDIT-LOG.LOG com o administrador e
      * a quantidade de pendencias.
      * Tectonics: cobc
      *
      * Modification History:
      * 02/09/2026 - Criado.
      * 15/10/2026 - Competencia de exercicio encerrado pelo PROG76
      *              (status 'E') aparece na lista e conta como
      *              fechada; a reabertura dela avisa que o que for
      *              postado depois fica fora do encerramento.
      * 15/10/2026 - Incluido o checklist de fechamento do mes (opcao
      *              4 e antes de todo fechamento): com item em falha
      *              o fechamento e recusado, salvo excecao de um
      *              ADMINISTRADOR, auditada como FECHA FORCADO. Os
      *              eventos de auditoria passaram a levar a
      *              competencia na chave.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG52.
           COPY 'PSTASL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
           COPY 'RAZASL.COB'.
           SELECT FOLHA-DEPTO-FILE ASSIGN TO "FOLHA-DEPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA-DEP.
           SELECT PROVISAO-FILE ASSIGN TO "PROVISAO-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROV.
           SELECT GERACAO-CTL-FILE
               ASSIGN TO "GERACAO-RECORRENTE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GER-CTL.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           SELECT REJECT-FILE ASSIGN TO "REJECT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJEICAO.
           SELECT CONC-CTL-FILE ASSIGN TO "CONCILIACAO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONC-CTL.
           SELECT DIFERENCAS-FILE ASSIGN TO "DIFERENCAS-CONC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DIFERENCAS.
           SELECT ORC-EMITIDO-FILE ASSIGN TO "ORCAMENTO-EMITIDO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMITIDO.
       DATA DIVISION.
       FILE SECTION.
           COPY 'PSTAFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
           COPY 'RAZAFD.COB'.
       FD  FOLHA-DEPTO-FILE.
       01  FOLHA-DEPTO-RECORD.
           05 FDP-COMPETENCIA  PIC 9(06).
           05 FDP-DEPTO        PIC 9(03).
           05 FDP-QTD          PIC 9(05).
           05 FDP-BRUTO        PIC 9(10)V99.
       FD  PROVISAO-FILE.
       01  PROVISAO-RECORD.
           05 PRV-COMPETENCIA  PIC 9(06).
           05 PRV-VALOR-13     PIC 9(10)V99.
           05 PRV-VALOR-FERIAS PIC 9(10)V99.
       FD  GERACAO-CTL-FILE.
       01  GERACAO-CTL-RECORD.
           05 GCT-COMPETENCIA PIC 9(06).
           05 FILLER          PIC X(01).
           05 GCT-DATA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 GCT-QTD         PIC 9(04).
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRN-CONTA   PIC 9(04).
           05 TRN-DC      PIC X(01).
           05 TRN-VALOR   PIC 9(10)V99.
           05 TRN-DATA    PIC 9(08).
           05 TRN-MOTIVO  PIC X(10).
           05 TRN-VOUCHER PIC 9(06).
      * Linha do PROG25: o comeco do lancamento recusado no campo de
      * valor, a data do lancamento e o voucher no fim. As do PROG02
      * nao tem a data no fim e ficam de fora.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-DATA      PIC 9(08).
           05 FILLER        PIC X(01).
           05 REJ-HORA      PIC 9(08).
           05 FILLER        PIC X(01).
           05 REJ-MOTIVO    PIC X(15).
           05 FILLER        PIC X(01).
           05 REJ-VALOR.
              10 REJ-TRN-CONTA PIC 9(04).
              10 REJ-TRN-DC    PIC X(01).
              10 REJ-TRN-VALOR PIC 9(10)V99.
              10 FILLER        PIC X(03).
           05 FILLER        PIC X(01).
           05 REJ-DATA-LANC PIC 9(08).
           05 FILLER        PIC X(01).
           05 REJ-VOUCHER   PIC 9(06).
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
       FD  DIFERENCAS-FILE.
       01  DIFERENCAS-RECORD.
           05 DIF-ID        PIC X(10).
           05 DIF-DATA      PIC 9(08).
           05 DIF-VALOR     PIC S9(6)V99 SIGN IS LEADING SEPARATE.
           05 DIF-SITUACAO  PIC X(01).
           05 DIF-CONTA     PIC 9(04).
       FD  ORC-EMITIDO-FILE.
       01  ORC-EMITIDO-RECORD.
           05 OEM-COMPETENCIA  PIC 9(06).
           05 FILLER           PIC X(01).
           05 OEM-DATA         PIC 9(08).
           05 FILLER           PIC X(01).
           05 OEM-ESTOURADOS   PIC 9(02).
       WORKING-STORAGE SECTION.
           COPY 'PSTAWS.COB'.
           COPY 'AUDITWS.COB'.
           88 MODO-FECHAR   VALUE '1'.
           88 MODO-REABRIR  VALUE '2'.
           88 MODO-LISTAR   VALUE '3'.
           88 MODO-CHECKLIST VALUE '4'.
           88 MODO-SAIR     VALUE '9'.
       77  WRK-USUARIO          PIC X(15) VALUES SPACES.
       77  WRK-COMPETENCIA      PIC 9(06) VALUES ZEROS.
       77  WRK-QTD-OPERACOES    PIC 9(04) VALUES ZEROS.
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       77  WRK-NOVO-STATUS      PIC X(01) VALUES SPACE.
      * Checklist de fechamento.
       77  WRK-STATUS-FOLHA-DEP PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PROV      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-GER-CTL   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-REJEICAO  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RAZAO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONC-CTL  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-DIFERENCAS PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-EMITIDO   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-DATA-INI-MES     PIC 9(08) VALUES ZEROS.
       77  WRK-DATA-FIM-MES     PIC 9(08) VALUES ZEROS.
       77  WRK-QTD-FALHAS       PIC 9(02) VALUES ZEROS.
       77  WRK-CHK-SITUACAO     PIC X(05) VALUES SPACES.
       77  WRK-CHK-ITEM         PIC X(34) VALUES SPACES.
       77  WRK-CHK-DETALHE      PIC X(40) VALUES SPACES.
       77  WRK-CHK-QTD          PIC 9(05) VALUES ZEROS.
       77  WRK-CHK-QTD-2        PIC 9(05) VALUES ZEROS.
       77  WRK-MASC-QTD         PIC ZZZZ9 VALUES ZEROS.
       77  WRK-MASC-QTD-2       PIC ZZZZ9 VALUES ZEROS.
       77  WRK-ULT-CONC-DATA    PIC 9(08) VALUES ZEROS.
       77  WRK-ULT-CONC-FALHAS  PIC 9(03) VALUES ZEROS.
       77  WRK-ULT-CONC-ESTOUROU PIC X(01) VALUES SPACE.
      * Rejeicoes do PROG25 com lancamento no mes; repostada e a que
      * tem linha aceita depois em RAZAO-CONTAS.LOG com o mesmo
      * voucher, D/C, valor e mes (a conta pode ter sido corrigida;
      * no voucher zero a conta tambem tem que bater).
       77  WRK-QTD-REJ-TAB      PIC 9(03) VALUES ZEROS.
       77  WRK-REJ-ESTOUROU     PIC X(01) VALUES 'N'.
           88 REJEICOES-ESTOURARAM VALUE 'S'.
       77  WRK-REJ-BAIXOU       PIC X(01) VALUES 'N'.
       01  WRK-TAB-REJEICOES.
           05 WRK-REJ-ITEM OCCURS 100 TIMES
                            INDEXED BY WRK-IDX-REJ.
              10 WRK-REJ-VOUCHER    PIC 9(06).
              10 WRK-REJ-CONTA      PIC 9(04).
              10 WRK-REJ-DC         PIC X(01).
              10 WRK-REJ-VALOR      PIC 9(10)V99.
              10 WRK-REJ-MOMENTO    PIC 9(16).
              10 WRK-REJ-REPOSTADA  PIC X(01).
       01  WRK-MOMENTO.
           05 WRK-MOM-DATA      PIC 9(08).
           05 WRK-MOM-HORA      PIC 9(08).
       01  WRK-MOMENTO-N REDEFINES WRK-MOMENTO PIC 9(16).
      * Excecao do administrador.
       77  WRK-RESPOSTA         PIC X(01) VALUES SPACE.
       77  WRK-USUARIO-ADMIN    PIC X(15) VALUES SPACES.
       77  WRK-FECHAMENTO-FORCADO PIC X(01) VALUES 'N'.
           88 FECHAMENTO-FORCADO VALUE 'S'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG52' TO WRK-TRAILER-PROGRAMA.
           PERFORM UNTIL MODO-SAIR
               DISPLAY ' '
               DISPLAY '1-FECHAR COMPETENCIA  2-REABRIR  ' ,
                   '3-LISTAR  4-CHECKLIST  9-SAIR: '
               ACCEPT WRK-MODO FROM CONSOLE
               EVALUATE TRUE
                   WHEN MODO-FECHAR
                       PERFORM 0100-REGISTRAR-EVENTO
                   WHEN MODO-LISTAR
                       PERFORM 0200-LISTAR-PERIODOS
                   WHEN MODO-CHECKLIST
                       DISPLAY 'COMPETENCIA (AAAAMM): '
                       ACCEPT WRK-COMPETENCIA FROM CONSOLE
                       PERFORM 0300-CHECKLIST-FECHAMENTO
                   WHEN MODO-SAIR
                       CONTINUE
                   WHEN OTHER
               WHEN WRK-NOVO-STATUS = 'R' AND NOT PERIODO-FECHADO
                   DISPLAY 'COMPETENCIA NAO ESTA FECHADA.'
               WHEN OTHER
                   MOVE 'N' TO WRK-FECHAMENTO-FORCADO
                   MOVE ZEROS TO WRK-QTD-FALHAS
                   IF WRK-NOVO-STATUS = 'F'
                       PERFORM 0300-CHECKLIST-FECHAMENTO
                       IF WRK-QTD-FALHAS > ZEROS
                           PERFORM 0400-AUTORIZAR-EXCECAO
                       END-IF
                   END-IF
                   IF WRK-QTD-FALHAS = ZEROS OR FECHAMENTO-FORCADO
                       PERFORM 0110-GRAVAR-EVENTO
                   ELSE
                       DISPLAY 'FECHAMENTO RECUSADO - ' ,
                           WRK-QTD-FALHAS ' ITEM(NS) DO CHECKLIST ' ,
                           'EM FALHA'
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

      * Grava o evento no controle e na auditoria; fechamento forcado
      * sai no nome do administrador que autorizou a excecao.
       0110-GRAVAR-EVENTO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN EXTEND PERIODO-STATUS-FILE.
           IF WRK-STATUS-PSTATUS = '35'
               OPEN OUTPUT PERIODO-STATUS-FILE
           END-IF.
           MOVE SPACES          TO PERIODO-STATUS-RECORD.
           MOVE WRK-COMPETENCIA TO PST-COMPETENCIA.
           MOVE WRK-NOVO-STATUS TO PST-STATUS.
           MOVE WRK-USUARIO     TO PST-USUARIO.
           MOVE WRK-DATA-HOJE   TO PST-DATA.
           ACCEPT PST-HORA FROM TIME.
           WRITE PERIODO-STATUS-RECORD.
           CLOSE PERIODO-STATUS-FILE.
           PERFORM 9675-GUARDAR-EVENTO-PST.
           ADD 1 TO WRK-QTD-OPERACOES.
           MOVE WRK-USUARIO TO WRK-AUDIT-USUARIO.
           MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO.
           IF WRK-NOVO-STATUS = 'F'
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ,
                   ' FECHADA.'
               MOVE 'FECHA PERIODO' TO WRK-AUDIT-ACAO
               MOVE 'ABERTO'  TO WRK-AUDIT-VALOR-ANTIGO
               MOVE 'FECHADO' TO WRK-AUDIT-VALOR-NOVO
               IF FECHAMENTO-FORCADO
                   DISPLAY 'FECHAMENTO FORCADO POR ' ,
                       WRK-USUARIO-ADMIN ' COM ' WRK-QTD-FALHAS ,
                       ' ITEM(NS) PENDENTE(S) - EVENTO AUDITADO.'
                   MOVE 'FECHA FORCADO' TO WRK-AUDIT-ACAO
                   MOVE WRK-USUARIO-ADMIN TO WRK-AUDIT-USUARIO
                   MOVE SPACES TO WRK-AUDIT-RESULTADO
                   STRING 'PENDENCIAS ' WRK-QTD-FALHAS
                       DELIMITED BY SIZE INTO WRK-AUDIT-RESULTADO
               END-IF
           ELSE
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ,
                   ' REABERTA - EVENTO AUDITADO.'
               MOVE 'REABRE PERIODO' TO WRK-AUDIT-ACAO
               MOVE 'FECHADO' TO WRK-AUDIT-VALOR-ANTIGO
               IF EXERCICIO-ENCERRADO
                   DISPLAY 'AVISO: EXERCICIO JA ENCERRADO - ' ,
                       'O QUE FOR POSTADO NELE FICA FORA DO ' ,
                       'ENCERRAMENTO'
                   MOVE 'ENCERRADO' TO WRK-AUDIT-VALOR-ANTIGO
               END-IF
               MOVE 'REABERTO' TO WRK-AUDIT-VALOR-NOVO
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-AUDIT-CHAVE.
           PERFORM 9850-GRAVAR-AUDITORIA.

       0200-LISTAR-PERIODOS.
           DISPLAY 'COMPET.  STATUS (A=ABERTO F=FECHADO R=REABERTO ' ,
               'E=EXERCICIO ENCERRADO)'.
           PERFORM VARYING WRK-IDX-PST FROM 1 BY 1
                   UNTIL WRK-IDX-PST > WRK-QTD-PST-TAB
               DISPLAY WRK-PST-ITEM-COMPETENCIA(WRK-IDX-PST) '   '
           END-PERFORM.
           DISPLAY 'COMPETENCIAS COM EVENTO: ' WRK-QTD-PST-TAB.

      * Checklist de fechamento da competencia em WRK-COMPETENCIA:
      * uma linha OK/FALHA por item; WRK-QTD-FALHAS sai com a
      * quantidade de itens em falha.
       0300-CHECKLIST-FECHAMENTO.
           MOVE ZEROS TO WRK-QTD-FALHAS.
           COMPUTE WRK-DATA-INI-MES = WRK-COMPETENCIA * 100 + 1.
           IF FUNCTION MOD(WRK-COMPETENCIA, 100) = 12
               COMPUTE WRK-DATA-FIM-MES = WRK-DATA-INI-MES + 8900
           ELSE
               COMPUTE WRK-DATA-FIM-MES = WRK-DATA-INI-MES + 100
           END-IF.
           COMPUTE WRK-DATA-FIM-MES = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM-MES) - 1).
           DISPLAY ' '.
           DISPLAY 'CHECKLIST DE FECHAMENTO DA COMPETENCIA ' ,
               WRK-COMPETENCIA.
           DISPLAY '-----------------------------------------------' ,
               '---------------------------------'.
           PERFORM 0310-CONFERIR-FOLHA.
           PERFORM 0320-CONFERIR-PROVISOES.
           PERFORM 0330-CONFERIR-RECORRENTES.
           PERFORM 0340-CONFERIR-POSTAGEM.
           PERFORM 0350-CONFERIR-CONCILIACAO.
           PERFORM 0360-CONFERIR-ORCAMENTO.
           DISPLAY '-----------------------------------------------' ,
               '---------------------------------'.
           IF WRK-QTD-FALHAS = ZEROS
               DISPLAY 'CHECKLIST COMPLETO - COMPETENCIA PODE SER ' ,
                   'FECHADA'
           ELSE
               DISPLAY 'ITENS EM FALHA: ' WRK-QTD-FALHAS
           END-IF.

      * Folha normal efetivada: o PROG04 so grava os subtotais da
      * competencia em FOLHA-DEPTO.DAT no fim da folha oficial, e o
      * estorno do PROG62 os retira.
       0310-CONFERIR-FOLHA.
           MOVE 'FOLHA NORMAL (PROG04)' TO WRK-CHK-ITEM.
           MOVE ZEROS TO WRK-CHK-QTD.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FOLHA-DEPTO-FILE.
           IF WRK-STATUS-FOLHA-DEP = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ FOLHA-DEPTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF FDP-COMPETENCIA = WRK-COMPETENCIA
                               ADD FDP-QTD TO WRK-CHK-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-DEPTO-FILE
           END-IF.
           MOVE SPACES TO WRK-CHK-DETALHE.
           IF WRK-CHK-QTD > ZEROS
               MOVE 'OK' TO WRK-CHK-SITUACAO
               MOVE WRK-CHK-QTD TO WRK-MASC-QTD
               STRING WRK-MASC-QTD ' FUNCIONARIOS NA FOLHA'
                   DELIMITED BY SIZE INTO WRK-CHK-DETALHE
           ELSE
               MOVE 'FALHA' TO WRK-CHK-SITUACAO
               MOVE 'FOLHA DA COMPETENCIA NAO EFETIVADA'
                   TO WRK-CHK-DETALHE
           END-IF.
           PERFORM 0390-EXIBIR-ITEM.

      * Provisao de 13o e ferias: linha do PROG51 da competencia em
      * PROVISAO-CONTROLE.DAT.
       0320-CONFERIR-PROVISOES.
           MOVE 'PROVISOES 13O/FERIAS (PROG51)' TO WRK-CHK-ITEM.
           MOVE ZEROS TO WRK-CHK-QTD.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PROVISAO-FILE.
           IF WRK-STATUS-PROV = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ PROVISAO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PRV-COMPETENCIA = WRK-COMPETENCIA
                               ADD 1 TO WRK-CHK-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISAO-FILE
           END-IF.
           IF WRK-CHK-QTD > ZEROS
               MOVE 'OK' TO WRK-CHK-SITUACAO
               MOVE 'PROVISAO DO MES GERADA' TO WRK-CHK-DETALHE
           ELSE
               MOVE 'FALHA' TO WRK-CHK-SITUACAO
               MOVE 'PROVISAO DO MES NAO GERADA' TO WRK-CHK-DETALHE
           END-IF.
           PERFORM 0390-EXIBIR-ITEM.

      * Recorrentes do mes: competencia gravada pelo PROG54 em
      * GERACAO-RECORRENTE.CTL.
       0330-CONFERIR-RECORRENTES.
           MOVE 'LANCAMENTOS RECORRENTES (PROG54)' TO WRK-CHK-ITEM.
           MOVE ZEROS TO WRK-CHK-QTD.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT GERACAO-CTL-FILE.
           IF WRK-STATUS-GER-CTL = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ GERACAO-CTL-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF GCT-COMPETENCIA = WRK-COMPETENCIA
                               ADD 1 TO WRK-CHK-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GERACAO-CTL-FILE
           END-IF.
           IF WRK-CHK-QTD > ZEROS
               MOVE 'OK' TO WRK-CHK-SITUACAO
               MOVE 'RECORRENTES DO MES GERADOS' TO WRK-CHK-DETALHE
           ELSE
               MOVE 'FALHA' TO WRK-CHK-SITUACAO
               MOVE 'RECORRENTES DO MES NAO GERADOS'
                   TO WRK-CHK-DETALHE
           END-IF.
           PERFORM 0390-EXIBIR-ITEM.

      * Postagem: nenhum lancamento do mes parado em TRANS.DAT (o
      * PROG25 esvazia o arquivo a cada postagem) e nenhuma rejeicao
      * do mes em REJECT.LOG sem a linha aceita correspondente
      * postada depois em RAZAO-CONTAS.LOG.
       0340-CONFERIR-POSTAGEM.
           MOVE 'POSTAGEM SEM PENDENCIA (PROG25)' TO WRK-CHK-ITEM.
           MOVE ZEROS TO WRK-CHK-QTD WRK-CHK-QTD-2 WRK-QTD-REJ-TAB.
           MOVE 'N' TO WRK-REJ-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TRANS-FILE.
           IF WRK-STATUS-TRANS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ TRANS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF TRN-DATA >= WRK-DATA-INI-MES
                              AND TRN-DATA <= WRK-DATA-FIM-MES
                               ADD 1 TO WRK-CHK-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.
           PERFORM 0342-CARREGAR-REJEICOES.
           IF WRK-QTD-REJ-TAB > ZEROS
               PERFORM 0344-CONFERIR-REPOSTAGEM
           END-IF.
           PERFORM VARYING WRK-IDX-REJ FROM 1 BY 1
                   UNTIL WRK-IDX-REJ > WRK-QTD-REJ-TAB
               IF WRK-REJ-REPOSTADA(WRK-IDX-REJ) = 'N'
                   ADD 1 TO WRK-CHK-QTD-2
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-CHK-DETALHE.
           EVALUATE TRUE
               WHEN REJEICOES-ESTOURARAM
                   MOVE 'FALHA' TO WRK-CHK-SITUACAO
                   MOVE 'REJEICOES DO MES ALEM DA TABELA (100)'
                       TO WRK-CHK-DETALHE
               WHEN WRK-CHK-QTD > ZEROS OR WRK-CHK-QTD-2 > ZEROS
                   MOVE 'FALHA' TO WRK-CHK-SITUACAO
                   MOVE WRK-CHK-QTD   TO WRK-MASC-QTD
                   MOVE WRK-CHK-QTD-2 TO WRK-MASC-QTD-2
                   STRING WRK-MASC-QTD ' EM TRANS.DAT E '
                       WRK-MASC-QTD-2 ' REJEITADOS'
                       DELIMITED BY SIZE INTO WRK-CHK-DETALHE
               WHEN OTHER
                   MOVE 'OK' TO WRK-CHK-SITUACAO
                   MOVE 'TUDO POSTADO, SEM REJEICAO PENDENTE'
                       TO WRK-CHK-DETALHE
           END-EVALUATE.
           PERFORM 0390-EXIBIR-ITEM.

       0342-CARREGAR-REJEICOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT REJECT-FILE.
           IF WRK-STATUS-REJEICAO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ REJECT-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF REJ-DATA-LANC NUMERIC
                              AND REJ-DATA-LANC >= WRK-DATA-INI-MES
                              AND REJ-DATA-LANC <= WRK-DATA-FIM-MES
                               PERFORM 0343-GUARDAR-REJEICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       0343-GUARDAR-REJEICAO.
           IF WRK-QTD-REJ-TAB < 100
               ADD 1 TO WRK-QTD-REJ-TAB
               SET WRK-IDX-REJ TO WRK-QTD-REJ-TAB
               MOVE REJ-VOUCHER   TO WRK-REJ-VOUCHER(WRK-IDX-REJ)
               MOVE REJ-TRN-CONTA TO WRK-REJ-CONTA(WRK-IDX-REJ)
               MOVE REJ-TRN-DC    TO WRK-REJ-DC(WRK-IDX-REJ)
               MOVE REJ-TRN-VALOR TO WRK-REJ-VALOR(WRK-IDX-REJ)
               MOVE REJ-DATA      TO WRK-MOM-DATA
               MOVE REJ-HORA      TO WRK-MOM-HORA
               MOVE WRK-MOMENTO-N TO WRK-REJ-MOMENTO(WRK-IDX-REJ)
               MOVE 'N' TO WRK-REJ-REPOSTADA(WRK-IDX-REJ)
           ELSE
               MOVE 'S' TO WRK-REJ-ESTOUROU
           END-IF.

       0344-CONFERIR-REPOSTAGEM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RAZAO-CONTAS-FILE.
           IF WRK-STATUS-RAZAO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ RAZAO-CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF RAZ-DATA >= WRK-DATA-INI-MES
                              AND RAZ-DATA <= WRK-DATA-FIM-MES
                               PERFORM 0345-BAIXAR-REJEICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RAZAO-CONTAS-FILE
           END-IF.

      * A linha aceita baixa uma unica rejeicao em aberto, anterior
      * a postagem dela.
       0345-BAIXAR-REJEICAO.
           MOVE RAZ-DATA-POSTAGEM TO WRK-MOM-DATA.
           MOVE RAZ-HORA-POSTAGEM TO WRK-MOM-HORA.
           MOVE 'N' TO WRK-REJ-BAIXOU.
           PERFORM VARYING WRK-IDX-REJ FROM 1 BY 1
                   UNTIL WRK-IDX-REJ > WRK-QTD-REJ-TAB
                      OR WRK-REJ-BAIXOU = 'S'
               IF WRK-REJ-REPOSTADA(WRK-IDX-REJ) = 'N'
                  AND WRK-REJ-MOMENTO(WRK-IDX-REJ) < WRK-MOMENTO-N
                  AND WRK-REJ-VOUCHER(WRK-IDX-REJ) = RAZ-VOUCHER
                  AND WRK-REJ-DC(WRK-IDX-REJ) = RAZ-DC
                  AND WRK-REJ-VALOR(WRK-IDX-REJ) = RAZ-VALOR
                  AND (WRK-REJ-VOUCHER(WRK-IDX-REJ) > ZEROS
                       OR WRK-REJ-CONTA(WRK-IDX-REJ) = RAZ-CONTA)
                   MOVE 'S' TO WRK-REJ-REPOSTADA(WRK-IDX-REJ)
                   MOVE 'S' TO WRK-REJ-BAIXOU
               END-IF
           END-PERFORM.

      * Conciliacao bancaria: a ultima rodada do PROG05 a partir do
      * ultimo dia do mes tem que ter provado todas as contas sem
      * estourar tabela, e nao pode haver diferenca em aberto (nao
      * confirmada no modo 5) em DIFERENCAS-CONC.DAT - cada
      * conciliacao regrava com a data do dia as que continuam em
      * aberto, entao conta qualquer uma.
       0350-CONFERIR-CONCILIACAO.
           MOVE 'CONCILIACAO BANCARIA (PROG05)' TO WRK-CHK-ITEM.
           MOVE ZEROS TO WRK-ULT-CONC-DATA WRK-ULT-CONC-FALHAS
               WRK-CHK-QTD.
           MOVE SPACE TO WRK-ULT-CONC-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CONC-CTL-FILE.
           IF WRK-STATUS-CONC-CTL = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ CONC-CTL-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF CCL-DATA >= WRK-DATA-FIM-MES
                              AND CCL-DATA >= WRK-ULT-CONC-DATA
                               MOVE CCL-DATA TO WRK-ULT-CONC-DATA
                               MOVE CCL-QTD-NAO-CONFERE
                                   TO WRK-ULT-CONC-FALHAS
                               MOVE CCL-ESTOUROU
                                   TO WRK-ULT-CONC-ESTOUROU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONC-CTL-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT DIFERENCAS-FILE.
           IF WRK-STATUS-DIFERENCAS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ DIFERENCAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF DIF-SITUACAO = 'A'
                               ADD 1 TO WRK-CHK-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIFERENCAS-FILE
           END-IF.
           MOVE SPACES TO WRK-CHK-DETALHE.
           MOVE 'FALHA' TO WRK-CHK-SITUACAO.
           EVALUATE TRUE
               WHEN WRK-ULT-CONC-DATA = ZEROS
                   MOVE 'SEM CONCILIACAO DEPOIS DO FIM DO MES'
                       TO WRK-CHK-DETALHE
               WHEN WRK-ULT-CONC-ESTOUROU = 'S'
                   MOVE 'ULTIMA CONCILIACAO COM TABELA ESTOURADA'
                       TO WRK-CHK-DETALHE
               WHEN WRK-ULT-CONC-FALHAS > ZEROS
                   MOVE WRK-ULT-CONC-FALHAS TO WRK-MASC-QTD
                   STRING WRK-MASC-QTD ' CONTA(S) SEM PROVA OU '
                       'NAO CONFERE'
                       DELIMITED BY SIZE INTO WRK-CHK-DETALHE
               WHEN WRK-CHK-QTD > ZEROS
                   MOVE WRK-CHK-QTD TO WRK-MASC-QTD
                   STRING WRK-MASC-QTD ' DIFERENCA(S) EM ABERTO'
                       DELIMITED BY SIZE INTO WRK-CHK-DETALHE
               WHEN OTHER
                   MOVE 'OK' TO WRK-CHK-SITUACAO
                   STRING 'CONCILIADA EM ' WRK-ULT-CONC-DATA
                       ', CONTAS PROVADAS'
                       DELIMITED BY SIZE INTO WRK-CHK-DETALHE
           END-EVALUATE.
           PERFORM 0390-EXIBIR-ITEM.

      * Orcado x realizado: emissao da competencia registrada pelo
      * PROG50 em ORCAMENTO-EMITIDO.CTL (estouro de orcamento nao e
      * falha do checklist - o relatorio e que tem que ter saido).
       0360-CONFERIR-ORCAMENTO.
           MOVE 'ORCADO X REALIZADO (PROG50)' TO WRK-CHK-ITEM.
           MOVE ZEROS TO WRK-CHK-QTD WRK-CHK-QTD-2.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ORC-EMITIDO-FILE.
           IF WRK-STATUS-EMITIDO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ORC-EMITIDO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF OEM-COMPETENCIA = WRK-COMPETENCIA
                               ADD 1 TO WRK-CHK-QTD
                               MOVE OEM-ESTOURADOS TO WRK-CHK-QTD-2
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORC-EMITIDO-FILE
           END-IF.
           MOVE SPACES TO WRK-CHK-DETALHE.
           IF WRK-CHK-QTD > ZEROS
               MOVE 'OK' TO WRK-CHK-SITUACAO
               MOVE WRK-CHK-QTD-2 TO WRK-MASC-QTD
               STRING 'EMITIDO,' WRK-MASC-QTD ' DEPTO(S) ESTOURADO(S)'
                   DELIMITED BY SIZE INTO WRK-CHK-DETALHE
           ELSE
               MOVE 'FALHA' TO WRK-CHK-SITUACAO
               MOVE 'RELATORIO DA COMPETENCIA NAO EMITIDO'
                   TO WRK-CHK-DETALHE
           END-IF.
           PERFORM 0390-EXIBIR-ITEM.

       0390-EXIBIR-ITEM.
           IF WRK-CHK-SITUACAO = 'FALHA'
               ADD 1 TO WRK-QTD-FALHAS
           END-IF.
           DISPLAY WRK-CHK-SITUACAO ' ' WRK-CHK-ITEM ' '
               WRK-CHK-DETALHE.

      * Excecao ao checklist: so um ADMINISTRADOR (nivel 01 com a
      * funcao FECHA PERIODO no PROG29) forca o fechamento com item
      * em falha; o evento sai auditado no nome dele.
       0400-AUTORIZAR-EXCECAO.
           DISPLAY 'FORCAR O FECHAMENTO COM PENDENCIAS? (S/N): '.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               DISPLAY 'USUARIO ADMINISTRADOR: '
               ACCEPT WRK-USUARIO-ADMIN FROM CONSOLE
               MOVE WRK-USUARIO-ADMIN TO AUT-USUARIO
               MOVE 'FECHA PERIODO' TO AUT-FUNCAO
               MOVE 'N' TO AUT-CONCEDIDO
               CALL 'PROG29' USING WRK-AUT-PARAMETROS
               IF AUT-CONCEDIDO = 'S' AND AUT-NIVEL = 01
                   MOVE 'S' TO WRK-FECHAMENTO-FORCADO
               ELSE
                   DISPLAY 'EXCECAO RESTRITA A ADMINISTRADOR'
               END-IF
           END-IF.

           COPY 'PSTAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
