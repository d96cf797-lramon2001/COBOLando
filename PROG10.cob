      *              bater na contagem e ainda assim ter o mesmo
      *              registro duas vezes ou uma chave faltando no
      *              meio. O veredito MATCH / OUT OF BALANCE continua.
      * 15/10/2026 - Incluido o modo de comparacao antes/depois:
      *              quando COMPARACAO-CHAMADA.CTL existe, o utilitario
      *              confronta a copia da vespera com o arquivo do dia
      *              (EMPLOYEE-MASTER.DAT, BANCO-FUNC.DAT, CONTAS.DAT,
      *              USER-MASTER.DAT ou STUDENT.DAT), casando pela
      *              chave do catalogo ou pela informada na chamada, e
      *              lista os registros incluidos, excluidos e
      *              alterados - estes com o valor antes e depois de
      *              cada campo. Mudanca sem evento do dia para a
      *              chave no AUDIT-LOG.LOG (ou no GRADE-AUDIT.LOG,
      *              para aluno) sai marcada SEM AUDITORIA e o passo
      *              termina com RETURN-CODE 4. A chamada e consumida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG10.
           SELECT CHAVE-CTL-FILE ASSIGN TO "CHAVE-CONTROLE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAVE.
           SELECT COMPARACAO-FILE ASSIGN TO "COMPARACAO-CHAMADA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMPARACAO.
           SELECT ANTERIOR-FILE ASSIGN TO DYNAMIC WRK-NOME-ANTERIOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ANTERIOR.
           SELECT ATUAL-FILE ASSIGN TO DYNAMIC WRK-NOME-ATUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATUAL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-STATUS-ALUNO.
           COPY 'EMPMSL.COB'.
           COPY 'AUDITSL.COB'.
           SELECT GRADE-AUDIT-FILE ASSIGN TO "GRADE-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRADE.
       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE.
       01  CHAVE-CTL-RECORD.
           05 CHV-POSICAO   PIC 9(03).
           05 CHV-TAMANHO   PIC 9(02).
      * Chamada da comparacao: arquivo do dia, copia da vespera e,
      * opcionalmente, chave (posicao/tamanho) e data dos eventos;
      * zeros ficam com o padrao do catalogo e com a data de hoje.
       FD  COMPARACAO-FILE.
       01  COMPARACAO-RECORD.
           05 CMP-ARQUIVO   PIC X(20).
           05 FILLER        PIC X(01).
           05 CMP-ANTERIOR  PIC X(30).
           05 FILLER        PIC X(01).
           05 CMP-POSICAO   PIC 9(03).
           05 FILLER        PIC X(01).
           05 CMP-TAMANHO   PIC 9(02).
           05 FILLER        PIC X(01).
           05 CMP-DATA      PIC 9(08).
      * Copia da vespera: backup do PROG36 (H/D/T, dado apos o tipo)
      * para os indexados, copia simples para os sequenciais.
       FD  ANTERIOR-FILE.
       01  ANTERIOR-RECORD.
           05 ANT-TIPO      PIC X(01).
           05 ANT-DADOS     PIC X(100).
       FD  ATUAL-FILE.
       01  ATUAL-RECORD     PIC X(100).
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05 ALU-MATRICULA    PIC 9(05).
           05 ALU-NOME         PIC X(20).
           05 ALU-TURMA        PIC 9(02).
           05 ALU-BIMESTRE OCCURS 4 TIMES.
              10 ALU-BIM-NOTA-1 PIC 9(2)V99.
              10 ALU-BIM-NOTA-2 PIC 9(2)V99.
           05 ALU-NOTA-RECUP   PIC 9(2)V99.
           COPY 'EMPMFD.COB'.
           COPY 'AUDITFD.COB'.
       FD  GRADE-AUDIT-FILE.
       01  GRADE-AUDIT-RECORD.
           05 AUD-MATRICULA   PIC 9(05).
           05 FILLER          PIC X(34).
           05 AUD-DATA        PIC 9(08).
           05 FILLER          PIC X(40).
       WORKING-STORAGE SECTION.
       77  WRK-CONTADOR          PIC 9(06) VALUES ZEROS.
       77  WRK-CONTAGEM-TRAILER  PIC 9(06) VALUES ZEROS.
       77  WRK-QTD-DUPLICADOS PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-FORA-ORDEM PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-BURACOS    PIC 9(05) VALUES ZEROS.
      * Comparacao antes/depois (COMPARACAO-CHAMADA.CTL).
       77  WRK-STATUS-COMPARACAO PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ANTERIOR   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ATUAL      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ALUNO      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-GRADE      PIC X(02) VALUES ZEROS.
           COPY 'EMPMWS.COB'.
           COPY 'AUDITWS.COB'.
       77  WRK-MODO-COMPARACAO   PIC X(01) VALUES 'N'.
           88 MODO-COMPARACAO VALUE 'S'.
       77  WRK-ERRO-COMPARACAO   PIC X(01) VALUES 'N'.
           88 ERRO-COMPARACAO VALUE 'S'.
       77  WRK-NOME-ANTERIOR     PIC X(30) VALUES SPACES.
       77  WRK-NOME-ATUAL        PIC X(20) VALUES SPACES.
       77  WRK-DATA-EVENTO       PIC 9(08) VALUES ZEROS.
       77  WRK-CMP-POS           PIC 9(03) VALUES ZEROS.
       77  WRK-CMP-TAM           PIC 9(02) VALUES ZEROS.
       77  WRK-IDX-ARQ           PIC 9(01) VALUES ZEROS.
       77  WRK-FORMATO           PIC X(01) VALUES SPACES.
           88 FORMATO-BACKUP VALUE 'B'.
       77  WRK-FIM-LEITURA       PIC X(01) VALUES 'N'.
           88 FIM-LEITURA VALUE 'S'.
       77  WRK-IMAGEM            PIC X(100) VALUES SPACES.
       77  WRK-CHAVE-CMP         PIC X(15) VALUES SPACES.
       77  WRK-ACHOU             PIC X(01) VALUES 'N'.
       77  WRK-AUDITADO          PIC X(01) VALUES 'N'.
       77  WRK-I                 PIC 9(04) VALUES ZEROS.
       77  WRK-J                 PIC 9(04) VALUES ZEROS.
       77  WRK-F                 PIC 9(02) VALUES ZEROS.
       77  WRK-VALOR-ANTES       PIC X(20) VALUES SPACES.
       77  WRK-VALOR-DEPOIS      PIC X(20) VALUES SPACES.
       77  WRK-QTD-ANTES         PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-EVENTOS       PIC 9(04) VALUES ZEROS.
       77  WRK-EVENTO-ARQUIVO    PIC X(01) VALUES 'N'.
           88 EVENTO-ARQUIVO VALUE 'S'.
       77  WRK-QTD-INCLUIDOS     PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-EXCLUIDOS     PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-ALTERADOS     PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-INALTERADOS   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-SEM-AUDITORIA PIC 9(05) VALUES ZEROS.
      * Catalogo dos arquivos comparaveis: nome, numero no catalogo
      * de campos, formato da copia da vespera (B = backup do PROG36,
      * S = copia simples) e chave padrao (posicao e tamanho).
       01  WRK-CATALOGO-ARQUIVOS.
           05 FILLER PIC X(27) VALUE 'EMPLOYEE-MASTER.DAT 1B00105'.
           05 FILLER PIC X(27) VALUE 'STUDENT.DAT         2B00105'.
           05 FILLER PIC X(27) VALUE 'BANCO-FUNC.DAT      3S00105'.
           05 FILLER PIC X(27) VALUE 'CONTAS.DAT          4S00104'.
           05 FILLER PIC X(27) VALUE 'USER-MASTER.DAT     5S00115'.
       01  WRK-TAB-ARQUIVOS REDEFINES WRK-CATALOGO-ARQUIVOS.
           05 WRK-ARQ OCCURS 5 TIMES.
              10 WRK-ARQ-NOME     PIC X(20).
              10 WRK-ARQ-IDX      PIC 9(01).
              10 WRK-ARQ-FORMATO  PIC X(01).
              10 WRK-ARQ-POS      PIC 9(03).
              10 WRK-ARQ-TAM      PIC 9(02).
      * Catalogo de campos por arquivo: numero do arquivo, nome do
      * campo, posicao, tamanho e mascara (S = senha, nao se imprime).
       01  WRK-CATALOGO-CAMPOS.
           05 FILLER PIC X(21) VALUE '1MATRICULA     00105N'.
           05 FILLER PIC X(21) VALUE '1NOME          00615N'.
           05 FILLER PIC X(21) VALUE '1ANO-ENTRADA   02104N'.
           05 FILLER PIC X(21) VALUE '1MES-ENTRADA   02502N'.
           05 FILLER PIC X(21) VALUE '1SALARIO       02708N'.
           05 FILLER PIC X(21) VALUE '1DEPARTAMENTO  03503N'.
           05 FILLER PIC X(21) VALUE '1SITUACAO      03801N'.
           05 FILLER PIC X(21) VALUE '1CARGO         03903N'.
           05 FILLER PIC X(21) VALUE '1NASCIMENTO    04208N'.
           05 FILLER PIC X(21) VALUE '1DIA-ENTRADA   05002N'.
           05 FILLER PIC X(21) VALUE '1TIPO-CONTRATO 05201N'.
           05 FILLER PIC X(21) VALUE '1FIM-CONTRATO  05308N'.
           05 FILLER PIC X(21) VALUE '1PRORROGADO    06101N'.
           05 FILLER PIC X(21) VALUE '1EMPRESA       06202N'.
           05 FILLER PIC X(21) VALUE '2MATRICULA     00105N'.
           05 FILLER PIC X(21) VALUE '2NOME          00620N'.
           05 FILLER PIC X(21) VALUE '2TURMA         02602N'.
           05 FILLER PIC X(21) VALUE '2BIM1-NOTA-1   02804N'.
           05 FILLER PIC X(21) VALUE '2BIM1-NOTA-2   03204N'.
           05 FILLER PIC X(21) VALUE '2BIM2-NOTA-1   03604N'.
           05 FILLER PIC X(21) VALUE '2BIM2-NOTA-2   04004N'.
           05 FILLER PIC X(21) VALUE '2BIM3-NOTA-1   04404N'.
           05 FILLER PIC X(21) VALUE '2BIM3-NOTA-2   04804N'.
           05 FILLER PIC X(21) VALUE '2BIM4-NOTA-1   05204N'.
           05 FILLER PIC X(21) VALUE '2BIM4-NOTA-2   05604N'.
           05 FILLER PIC X(21) VALUE '2NOTA-RECUP    06004N'.
           05 FILLER PIC X(21) VALUE '3MATRICULA     00105N'.
           05 FILLER PIC X(21) VALUE '3BANCO         00603N'.
           05 FILLER PIC X(21) VALUE '3AGENCIA       00904N'.
           05 FILLER PIC X(21) VALUE '3CONTA         01308N'.
           05 FILLER PIC X(21) VALUE '3DIGITO        02101N'.
           05 FILLER PIC X(21) VALUE '4CODIGO        00104N'.
           05 FILLER PIC X(21) VALUE '4NOME          00620N'.
           05 FILLER PIC X(21) VALUE '4TIPO          02601N'.
           05 FILLER PIC X(21) VALUE '4PAI           02704N'.
           05 FILLER PIC X(21) VALUE '4ATIVA         03101N'.
           05 FILLER PIC X(21) VALUE '4GRUPO         03201N'.
           05 FILLER PIC X(21) VALUE '5ID            00115N'.
           05 FILLER PIC X(21) VALUE '5NIVEL         01602N'.
           05 FILLER PIC X(21) VALUE '5SENHA         01810S'.
           05 FILLER PIC X(21) VALUE '5ATIVO         02801N'.
           05 FILLER PIC X(21) VALUE '5VALIDADE      02908N'.
           05 FILLER PIC X(21) VALUE '5TROCA         03708N'.
           05 FILLER PIC X(21) VALUE '5HIST-SENHA    04550S'.
       01  WRK-TAB-CAMPOS REDEFINES WRK-CATALOGO-CAMPOS.
           05 WRK-CPO OCCURS 44 TIMES.
              10 WRK-CPO-ARQ      PIC 9(01).
              10 WRK-CPO-NOME     PIC X(14).
              10 WRK-CPO-POS      PIC 9(03).
              10 WRK-CPO-TAM      PIC 9(02).
              10 WRK-CPO-MASCARA  PIC X(01).
      * Imagem da vespera, uma entrada por chave; VISTO marca as que
      * reapareceram no arquivo do dia (as demais foram excluidas).
       01  WRK-TAB-ANTES.
           05 WRK-ANTES OCCURS 1000 TIMES.
              10 WRK-ANT-CHAVE    PIC X(15).
              10 WRK-ANT-IMAGEM   PIC X(100).
              10 WRK-ANT-VISTO    PIC X(01).
      * Chaves com evento efetivado no dia, dos logs de auditoria.
       01  WRK-TAB-EVENTOS.
           05 WRK-EVT-CHAVE PIC X(15) OCCURS 2000 TIMES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0300-LER-COMPARACAO.
           IF MODO-COMPARACAO
               PERFORM 0400-COMPARAR
               STOP RUN
           END-IF.
           PERFORM 0050-LER-CONTROLE-CHAVE.
           OPEN INPUT COUNT-FILE.
           IF WRK-STATUS-ARQUIVO = '00'
                   UNTIL WRK-CONTADOR-DEMO > WRK-LIMITE
               DISPLAY 'CONTADOR: ' WRK-CONTADOR-DEMO
           END-PERFORM.

      * A chamada diz qual arquivo comparar e onde esta a copia da
      * vespera; e lida e consumida, para o proximo passo do lote nao
      * repetir a comparacao. Sem ela, o utilitario segue como antes.
       0300-LER-COMPARACAO.
           OPEN INPUT COMPARACAO-FILE.
           IF WRK-STATUS-COMPARACAO = '00'
               READ COMPARACAO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET MODO-COMPARACAO TO TRUE
                       PERFORM 0310-VALIDAR-COMPARACAO
               END-READ
               CLOSE COMPARACAO-FILE
               IF MODO-COMPARACAO
                   OPEN OUTPUT COMPARACAO-FILE
                   CLOSE COMPARACAO-FILE
               END-IF
           END-IF.

      * Arquivo tem de estar no catalogo; chave informada na chamada
      * substitui a do catalogo; data zerada e hoje.
       0310-VALIDAR-COMPARACAO.
           MOVE ZEROS TO WRK-IDX-ARQ.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 5
               IF WRK-ARQ-NOME(WRK-I) = CMP-ARQUIVO
                   MOVE WRK-I TO WRK-IDX-ARQ
               END-IF
           END-PERFORM.
           IF WRK-IDX-ARQ = ZEROS
               DISPLAY 'ARQUIVO NAO PREVISTO NA COMPARACAO: ' ,
                   CMP-ARQUIVO
               SET ERRO-COMPARACAO TO TRUE
           ELSE
               MOVE WRK-ARQ-NOME(WRK-IDX-ARQ)    TO WRK-NOME-ATUAL
               MOVE WRK-ARQ-FORMATO(WRK-IDX-ARQ) TO WRK-FORMATO
               MOVE WRK-ARQ-POS(WRK-IDX-ARQ)     TO WRK-CMP-POS
               MOVE WRK-ARQ-TAM(WRK-IDX-ARQ)     TO WRK-CMP-TAM
           END-IF.
           IF CMP-ANTERIOR = SPACES
               DISPLAY 'COPIA DA VESPERA NAO INFORMADA NA CHAMADA'
               SET ERRO-COMPARACAO TO TRUE
           ELSE
               MOVE CMP-ANTERIOR TO WRK-NOME-ANTERIOR
           END-IF.
           IF CMP-POSICAO NUMERIC AND CMP-TAMANHO NUMERIC
              AND CMP-POSICAO > ZEROS AND CMP-TAMANHO > ZEROS
               IF CMP-TAMANHO <= 15
                  AND CMP-POSICAO + CMP-TAMANHO <= 101
                   MOVE CMP-POSICAO TO WRK-CMP-POS
                   MOVE CMP-TAMANHO TO WRK-CMP-TAM
               ELSE
                   DISPLAY 'CHAVE DA CHAMADA INVALIDA - POSICAO ' ,
                       CMP-POSICAO ' TAMANHO ' CMP-TAMANHO
                   SET ERRO-COMPARACAO TO TRUE
               END-IF
           END-IF.
           IF CMP-DATA NUMERIC AND CMP-DATA > ZEROS
               MOVE CMP-DATA TO WRK-DATA-EVENTO
           ELSE
               ACCEPT WRK-DATA-EVENTO FROM DATE YYYYMMDD
           END-IF.

      * Comparacao antes/depois: carrega a vespera e as chaves com
      * evento no dia, confronta o arquivo do dia registro a registro
      * e fecha com os excluidos e o resumo por categoria.
       0400-COMPARAR.
           IF NOT ERRO-COMPARACAO
               DISPLAY 'COMPARACAO ANTES/DEPOIS: ' WRK-NOME-ATUAL
               DISPLAY 'VESPERA: ' WRK-NOME-ANTERIOR
               DISPLAY 'CHAVE: POSICAO ' WRK-CMP-POS ,
                   ' TAMANHO ' WRK-CMP-TAM ,
                   '   EVENTOS DO DIA ' WRK-DATA-EVENTO
               PERFORM 0410-CARREGAR-ANTERIOR
           END-IF.
           IF NOT ERRO-COMPARACAO
               PERFORM 0420-CARREGAR-EVENTOS
               PERFORM 0430-LER-ATUAL
           END-IF.
           IF NOT ERRO-COMPARACAO
               PERFORM 0450-LISTAR-EXCLUIDOS
               PERFORM 0490-RESUMO-COMPARACAO
           ELSE
               DISPLAY 'COMPARACAO NAO REALIZADA'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Copia da vespera em tabela: no backup do PROG36 so o detalhe
      * (tipo D) conta e o registro vem depois do tipo.
       0410-CARREGAR-ANTERIOR.
           MOVE ZEROS TO WRK-QTD-ANTES.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT ANTERIOR-FILE.
           IF WRK-STATUS-ANTERIOR NOT = '00'
               DISPLAY 'COPIA DA VESPERA NAO ENCONTRADA: ' ,
                   WRK-NOME-ANTERIOR
               SET ERRO-COMPARACAO TO TRUE
           ELSE
               PERFORM UNTIL FIM-LEITURA
                   READ ANTERIOR-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-LEITURA
                       NOT AT END
                           IF FORMATO-BACKUP
                               IF ANT-TIPO = 'D'
                                   MOVE ANT-DADOS TO WRK-IMAGEM
                                   PERFORM 0415-GUARDAR-ANTERIOR
                               END-IF
                           ELSE
                               MOVE ANTERIOR-RECORD TO WRK-IMAGEM
                               PERFORM 0415-GUARDAR-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANTERIOR-FILE
           END-IF.

       0415-GUARDAR-ANTERIOR.
           IF WRK-QTD-ANTES >= 1000
               DISPLAY 'COPIA DA VESPERA ACIMA DE 1000 REGISTROS'
               SET ERRO-COMPARACAO TO TRUE
               MOVE 'S' TO WRK-FIM-LEITURA
           ELSE
               ADD 1 TO WRK-QTD-ANTES
               MOVE WRK-IMAGEM(WRK-CMP-POS:WRK-CMP-TAM)
                   TO WRK-ANT-CHAVE(WRK-QTD-ANTES)
               MOVE WRK-IMAGEM TO WRK-ANT-IMAGEM(WRK-QTD-ANTES)
               MOVE 'N' TO WRK-ANT-VISTO(WRK-QTD-ANTES)
           END-IF.

      * Chaves com evento efetivado no dia no AUDIT-LOG.LOG (negado,
      * recusado, rejeitado ou pendente nao mudou o arquivo); evento
      * com o nome do arquivo cobre o arquivo inteiro. Para aluno,
      * as correcoes ficam no GRADE-AUDIT.LOG do PROG07/PROG27.
       0420-CARREGAR-EVENTOS.
           MOVE ZEROS TO WRK-QTD-EVENTOS.
           MOVE 'N' TO WRK-FIM-LEITURA.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WRK-STATUS-AUDITORIA NOT = '00'
               DISPLAY 'AUDIT-LOG.LOG NAO ENCONTRADO'
           ELSE
               PERFORM UNTIL FIM-LEITURA
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-LEITURA
                       NOT AT END
                           IF AUDIT-DATA = WRK-DATA-EVENTO
                              AND AUDIT-RESULTADO(1:6) NOT = 'NEGADO'
                              AND AUDIT-RESULTADO NOT = 'RECUSADO'
                              AND AUDIT-RESULTADO NOT = 'REJEITADO'
                              AND AUDIT-RESULTADO NOT = 'PENDENTE'
                              AND AUDIT-CHAVE NOT = SPACES
                               IF AUDIT-CHAVE = WRK-NOME-ATUAL(1:15)
                                   SET EVENTO-ARQUIVO TO TRUE
                               ELSE
                                   MOVE AUDIT-CHAVE TO WRK-CHAVE-CMP
                                   PERFORM 0425-GUARDAR-EVENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WRK-IDX-ARQ = 2
               MOVE 'N' TO WRK-FIM-LEITURA
               OPEN INPUT GRADE-AUDIT-FILE
               IF WRK-STATUS-GRADE = '00'
                   PERFORM UNTIL FIM-LEITURA
                       READ GRADE-AUDIT-FILE
                           AT END
                               MOVE 'S' TO WRK-FIM-LEITURA
                           NOT AT END
                               IF AUD-DATA = WRK-DATA-EVENTO
                                   MOVE AUD-MATRICULA TO WRK-CHAVE-CMP
                                   PERFORM 0425-GUARDAR-EVENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRADE-AUDIT-FILE
               END-IF
           END-IF.

       0425-GUARDAR-EVENTO.
           IF WRK-QTD-EVENTOS < 2000
               ADD 1 TO WRK-QTD-EVENTOS
               MOVE WRK-CHAVE-CMP TO WRK-EVT-CHAVE(WRK-QTD-EVENTOS)
           ELSE
               IF WRK-QTD-EVENTOS = 2000
                   DISPLAY 'MAIS DE 2000 EVENTOS NO DIA - OS ' ,
                       'EXCEDENTES NAO FORAM CONSIDERADOS'
                   ADD 1 TO WRK-QTD-EVENTOS
               END-IF
           END-IF.

      * Arquivo do dia: os indexados pelas suas proprias SELECT, os
      * sequenciais pelo nome do catalogo.
       0430-LER-ATUAL.
           MOVE 'N' TO WRK-FIM-LEITURA.
           EVALUATE WRK-IDX-ARQ
               WHEN 1
                   OPEN INPUT EMPLOYEE-MASTER-FILE
                   IF WRK-STATUS-FUNC NOT = '00'
                       SET ERRO-COMPARACAO TO TRUE
                   ELSE
                       PERFORM UNTIL FIM-LEITURA
                           READ EMPLOYEE-MASTER-FILE NEXT RECORD
                               AT END
                                   MOVE 'S' TO WRK-FIM-LEITURA
                               NOT AT END
                                   MOVE EMP-RECORD TO WRK-IMAGEM
                                   PERFORM 0440-CONFRONTAR
                           END-READ
                       END-PERFORM
                       CLOSE EMPLOYEE-MASTER-FILE
                   END-IF
               WHEN 2
                   OPEN INPUT STUDENT-FILE
                   IF WRK-STATUS-ALUNO NOT = '00'
                       SET ERRO-COMPARACAO TO TRUE
                   ELSE
                       PERFORM UNTIL FIM-LEITURA
                           READ STUDENT-FILE NEXT RECORD
                               AT END
                                   MOVE 'S' TO WRK-FIM-LEITURA
                               NOT AT END
                                   MOVE STUDENT-RECORD TO WRK-IMAGEM
                                   PERFORM 0440-CONFRONTAR
                           END-READ
                       END-PERFORM
                       CLOSE STUDENT-FILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT ATUAL-FILE
                   IF WRK-STATUS-ATUAL NOT = '00'
                       SET ERRO-COMPARACAO TO TRUE
                   ELSE
                       PERFORM UNTIL FIM-LEITURA
                           READ ATUAL-FILE
                               AT END
                                   MOVE 'S' TO WRK-FIM-LEITURA
                               NOT AT END
                                   MOVE ATUAL-RECORD TO WRK-IMAGEM
                                   PERFORM 0440-CONFRONTAR
                           END-READ
                       END-PERFORM
                       CLOSE ATUAL-FILE
                   END-IF
           END-EVALUATE.
           IF ERRO-COMPARACAO
               DISPLAY 'ARQUIVO DO DIA NAO ENCONTRADO: ' ,
                   WRK-NOME-ATUAL
           END-IF.

      * Chave fora da vespera e inclusao; presente com imagem
      * diferente e alteracao, listada campo a campo.
       0440-CONFRONTAR.
           MOVE WRK-IMAGEM(WRK-CMP-POS:WRK-CMP-TAM) TO WRK-CHAVE-CMP.
           MOVE 'N' TO WRK-ACHOU.
           MOVE ZEROS TO WRK-J.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-ANTES OR WRK-ACHOU = 'S'
               IF WRK-ANT-CHAVE(WRK-I) = WRK-CHAVE-CMP
                   MOVE 'S' TO WRK-ACHOU
                   MOVE WRK-I TO WRK-J
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
               ADD 1 TO WRK-QTD-INCLUIDOS
               DISPLAY 'INCLUIDO:  CHAVE ' WRK-CHAVE-CMP
               PERFORM 0460-CONFERIR-AUDITORIA
           ELSE
               MOVE 'S' TO WRK-ANT-VISTO(WRK-J)
               IF WRK-ANT-IMAGEM(WRK-J) = WRK-IMAGEM
                   ADD 1 TO WRK-QTD-INALTERADOS
               ELSE
                   ADD 1 TO WRK-QTD-ALTERADOS
                   DISPLAY 'ALTERADO:  CHAVE ' WRK-CHAVE-CMP
                   PERFORM 0445-LISTAR-CAMPOS
                   PERFORM 0460-CONFERIR-AUDITORIA
               END-IF
           END-IF.

      * Campo de senha aparece so como alterado, sem o valor.
       0445-LISTAR-CAMPOS.
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 44
               IF WRK-CPO-ARQ(WRK-F) = WRK-IDX-ARQ
                  AND WRK-ANT-IMAGEM(WRK-J)
                      (WRK-CPO-POS(WRK-F):WRK-CPO-TAM(WRK-F))
                      NOT = WRK-IMAGEM
                      (WRK-CPO-POS(WRK-F):WRK-CPO-TAM(WRK-F))
                   IF WRK-CPO-MASCARA(WRK-F) = 'S'
                       MOVE '**********' TO WRK-VALOR-ANTES
                       MOVE '**********' TO WRK-VALOR-DEPOIS
                   ELSE
                       MOVE WRK-ANT-IMAGEM(WRK-J)
                           (WRK-CPO-POS(WRK-F):WRK-CPO-TAM(WRK-F))
                           TO WRK-VALOR-ANTES
                       MOVE WRK-IMAGEM
                           (WRK-CPO-POS(WRK-F):WRK-CPO-TAM(WRK-F))
                           TO WRK-VALOR-DEPOIS
                   END-IF
                   DISPLAY '    ' WRK-CPO-NOME(WRK-F) ,
                       ' ANTES: ' WRK-VALOR-ANTES ,
                       ' DEPOIS: ' WRK-VALOR-DEPOIS
               END-IF
           END-PERFORM.

      * Chave da vespera que nao voltou no arquivo do dia.
       0450-LISTAR-EXCLUIDOS.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-QTD-ANTES
               IF WRK-ANT-VISTO(WRK-J) NOT = 'S'
                   ADD 1 TO WRK-QTD-EXCLUIDOS
                   MOVE WRK-ANT-CHAVE(WRK-J) TO WRK-CHAVE-CMP
                   DISPLAY 'EXCLUIDO:  CHAVE ' WRK-CHAVE-CMP
                   PERFORM 0460-CONFERIR-AUDITORIA
               END-IF
           END-PERFORM.

      * Toda mudanca precisa de um evento do dia para a sua chave (ou
      * para o arquivo inteiro); sem ele, sai marcada.
       0460-CONFERIR-AUDITORIA.
           MOVE 'N' TO WRK-AUDITADO.
           IF EVENTO-ARQUIVO
               MOVE 'S' TO WRK-AUDITADO
           END-IF.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-EVENTOS OR WRK-I > 2000
                      OR WRK-AUDITADO = 'S'
               IF WRK-EVT-CHAVE(WRK-I) = WRK-CHAVE-CMP
                   MOVE 'S' TO WRK-AUDITADO
               END-IF
           END-PERFORM.
           IF WRK-AUDITADO = 'N'
               ADD 1 TO WRK-QTD-SEM-AUDITORIA
               DISPLAY '    *** SEM AUDITORIA EM ' WRK-DATA-EVENTO
           END-IF.

       0490-RESUMO-COMPARACAO.
           DISPLAY 'REGISTROS NA VESPERA: ' WRK-QTD-ANTES.
           DISPLAY 'INCLUIDOS:     ' WRK-QTD-INCLUIDOS.
           DISPLAY 'EXCLUIDOS:     ' WRK-QTD-EXCLUIDOS.
           DISPLAY 'ALTERADOS:     ' WRK-QTD-ALTERADOS.
           DISPLAY 'INALTERADOS:   ' WRK-QTD-INALTERADOS.
           DISPLAY 'SEM AUDITORIA: ' WRK-QTD-SEM-AUDITORIA.
           IF WRK-QTD-SEM-AUDITORIA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM PROG10.
