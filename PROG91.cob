      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Manutencao da grade de disciplinas por turma
      * (DISCIPLINAS.DAT) e lancamento das notas por aluno,
      * disciplina e bimestre (NOTAS-DISCIPLINA.DAT) - o STUDENT.DAT
      * guarda duas notas por bimestre sem disciplina e o boletim do
      * PROG07 passa a avaliar cada disciplina quando a turma tem
      * grade cadastrada. Menu nos moldes do PROG27: C inclui ou
      * altera a disciplina da turma (nome e carga horaria anual);
      * E exclui a disciplina ainda sem nota lancada; N lanca as
      * duas notas e as faltas do aluno na disciplina em um
      * bimestre; R lanca o exame de recuperacao da disciplina; L
      * lista a grade da turma. Usuario autorizado pelo PROG29 na
      * funcao NOTA DISCIPL; cada nota lancada ou alterada fica em
      * GRADE-AUDIT.LOG (acao DISC/RECUP e o codigo da disciplina,
      * visivel no historico do PROG28) e cada mudanca de grade em
      * AUDIT-LOG.LOG.
      * RETURN-CODE 8 usuario sem permissao, 4 operacao recusada.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Nota e exame da disciplina restritos ao
      *              professor ativo atribuido a turma e a disciplina
      *              no ano letivo (books PROF*, cadastro do PROG92);
      *              ano sem atribuicoes cadastradas segue liberado.
      * 15/10/2026 - FD de TURMAS.DAT com as vagas da turma (TUR-VAGAS,
      *              layout do PROG27): sem elas cada linha era lida
      *              como dois registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG91.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-STATUS-ALUNO.
           SELECT GRADE-AUDIT-FILE ASSIGN TO "GRADE-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GRADE-AUD.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAS.
           COPY 'DISCSL.COB'.
           COPY 'PROFSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05 ALU-MATRICULA    PIC 9(05).
           05 ALU-NOME         PIC X(20).
           05 ALU-TURMA        PIC 9(02).
           05 ALU-BIMESTRE OCCURS 4 TIMES.
              10 ALU-BIM-NOTA-1 PIC 9(2)V99.
              10 ALU-BIM-NOTA-2 PIC 9(2)V99.
           05 ALU-NOTA-RECUP   PIC 9(2)V99.
       FD  GRADE-AUDIT-FILE.
       01  GRADE-AUDIT-RECORD.
           05 AUD-MATRICULA   PIC 9(05).
           05 FILLER          PIC X(01).
           05 AUD-NOTA-NUM    PIC 9(01).
           05 FILLER          PIC X(01).
           05 AUD-NOTA-ANTIGA PIC 9(2)V99.
           05 FILLER          PIC X(01).
           05 AUD-NOTA-NOVA   PIC 9(2)V99.
           05 FILLER          PIC X(01).
           05 AUD-USUARIO     PIC X(20).
           05 FILLER          PIC X(01).
           05 AUD-DATA.
              10 AUD-ANO      PIC 9(04).
              10 AUD-MES      PIC 9(02).
              10 AUD-DIA      PIC 9(02).
           05 FILLER          PIC X(01).
           05 AUD-HORA        PIC 9(08).
           05 FILLER          PIC X(01).
           05 AUD-ACAO        PIC X(13).
           05 FILLER          PIC X(01).
           05 AUD-SEQUENCIA   PIC 9(04).
           05 FILLER          PIC X(01).
           05 AUD-BIMESTRE    PIC 9(01).
       FD  TURMAS-FILE.
       01  TURMAS-RECORD.
           05 TUR-CODIGO      PIC 9(02).
           05 FILLER          PIC X(01).
           05 TUR-NOME        PIC X(20).
           05 FILLER          PIC X(01).
           05 TUR-PROFESSOR   PIC X(20).
           05 FILLER          PIC X(01).
           05 TUR-VAGAS       PIC 9(03).
           COPY 'DISCFD.COB'.
           COPY 'PROFFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'DISCWS.COB'.
           COPY 'PROFWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-ALUNO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-GRADE-AUD PIC X(02) VALUES ZEROS.
       77  WRK-OPCAO PIC X(01) VALUES SPACE.
           88 OPCAO-CADASTRO   VALUE 'C'.
           88 OPCAO-EXCLUIR    VALUE 'E'.
           88 OPCAO-NOTAS      VALUE 'N'.
           88 OPCAO-RECUPERACAO VALUE 'R'.
           88 OPCAO-LISTAR     VALUE 'L'.
           88 OPCAO-SAIR       VALUE '9'.
       77  WRK-USUARIO          PIC X(20) VALUES SPACES.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       77  WRK-QTD-OPERACOES    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-RECUSADAS    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-LANCAMENTOS  PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-GRADE        PIC 9(03) VALUES ZEROS.
      * Dados informados pelo operador.
       77  WRK-TURMA            PIC 9(02) VALUES ZEROS.
       77  WRK-CODIGO           PIC X(04) VALUES SPACES.
       77  WRK-NOME-DISC        PIC X(20) VALUES SPACES.
       77  WRK-CARGA            PIC 9(03) VALUES ZEROS.
       77  WRK-MATRICULA        PIC 9(05) VALUES ZEROS.
       77  WRK-BIMESTRE         PIC 9(01) VALUES ZEROS.
       77  WRK-NOTA-1           PIC 9(2)V99 VALUES ZEROS.
       77  WRK-NOTA-2           PIC 9(2)V99 VALUES ZEROS.
       77  WRK-FALTAS           PIC 9(03) VALUES ZEROS.
       77  WRK-NOTA-ANTIGA-1    PIC 9(2)V99 VALUES ZEROS.
       77  WRK-NOTA-ANTIGA-2    PIC 9(2)V99 VALUES ZEROS.
       77  WRK-SOMA-FALTAS      PIC 9(04) VALUES ZEROS.
      * Trilha de GRADE-AUDIT.LOG, no layout das correcoes do PROG07.
       77  WRK-AUD-NOTA-NUM     PIC 9(01) VALUES ZEROS.
       77  WRK-AUD-ANTIGA       PIC 9(2)V99 VALUES ZEROS.
       77  WRK-AUD-NOVA         PIC 9(2)V99 VALUES ZEROS.
       77  WRK-AUD-BIMESTRE     PIC 9(01) VALUES ZEROS.
       77  WRK-ACAO             PIC X(13) VALUES SPACES.
       77  WRK-SEQ-GRADE-AUD    PIC 9(04) VALUES ZEROS.
       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE PIC 9(04).
           05 WRK-MES-HOJE PIC 9(02).
           05 WRK-DIA-HOJE PIC 9(02).
       77  WRK-HORA-HOJE PIC 9(08) VALUES ZEROS.
      * Cadastro de turmas (TURMAS.DAT); sem o arquivo, a turma da
      * disciplina nao e criticada, como no PROG27.
       77  WRK-STATUS-TURMAS PIC X(02) VALUES ZEROS.
       77  WRK-FIM-TURMAS    PIC X(01) VALUES 'N'.
           88 FIM-TURMAS VALUE 'S'.
       77  WRK-QTD-TURMAS    PIC 9(02) VALUES ZEROS.
       77  WRK-TURMA-ACHOU   PIC X(01) VALUES 'N'.
           88 TURMA-ACHOU VALUE 'S'.
       01  WRK-TAB-TURMAS.
           05 WRK-TURMA-ITEM OCCURS 20 TIMES
                              INDEXED BY WRK-IDX-TURMA.
              10 WRK-TURMA-CODIGO    PIC 9(02).
              10 WRK-TURMA-NOME      PIC X(20).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG91' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0040-CARREGAR-TURMAS.
           PERFORM 9580-CARREGAR-DISCIPLINAS.
           PERFORM 9590-CARREGAR-NOTAS-DISC.
           PERFORM 9710-CARREGAR-PROFESSORES.
           PERFORM 9720-CARREGAR-ATRIBUICOES.
           PERFORM 0050-AUTORIZAR.
           IF RETURN-CODE NOT = ZEROS
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           PERFORM UNTIL OPCAO-SAIR
               DISPLAY ' '
               DISPLAY 'C-CADASTRAR DISCIPLINA  E-EXCLUIR DISCIPLINA ' ,
                   ' N-LANCAR NOTAS  R-EXAME DE RECUPERACAO  ' ,
                   'L-LISTAR GRADE  9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE TRUE
                   WHEN OPCAO-CADASTRO
                       PERFORM 0100-MANTER-DISCIPLINA
                   WHEN OPCAO-EXCLUIR
                       PERFORM 0200-EXCLUIR-DISCIPLINA
                   WHEN OPCAO-NOTAS
                       PERFORM 0300-LANCAR-NOTAS
                   WHEN OPCAO-RECUPERACAO
                       PERFORM 0400-LANCAR-EXAME
                   WHEN OPCAO-LISTAR
                       PERFORM 0500-LISTAR-GRADE
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENT-FILE.
           IF WRK-QTD-RECUSADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WRK-QTD-OPERACOES TO WRK-TRAILER-QTD.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0040-CARREGAR-TURMAS.
           OPEN INPUT TURMAS-FILE.
           IF WRK-STATUS-TURMAS = '00'
               PERFORM UNTIL FIM-TURMAS
                   READ TURMAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-TURMAS
                       NOT AT END
                           IF WRK-QTD-TURMAS < 20
                               ADD 1 TO WRK-QTD-TURMAS
                               SET WRK-IDX-TURMA TO WRK-QTD-TURMAS
                               MOVE TUR-CODIGO TO
                                   WRK-TURMA-CODIGO(WRK-IDX-TURMA)
                               MOVE TUR-NOME TO
                                   WRK-TURMA-NOME(WRK-IDX-TURMA)
                           ELSE
                               DISPLAY 'AVISO: TABELA DE TURMAS ' ,
                                   'CHEIA - CODIGO IGNORADO: ' ,
                                   TUR-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMAS-FILE
           END-IF.

       0045-BUSCAR-TURMA.
           MOVE 'N' TO WRK-TURMA-ACHOU.
           PERFORM VARYING WRK-IDX-TURMA FROM 1 BY 1
                   UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS
               IF WRK-TURMA-CODIGO(WRK-IDX-TURMA) = WRK-TURMA
                   SET TURMA-ACHOU TO TRUE
               END-IF
           END-PERFORM.

      * Usuario autorizado pelo PROG29 na funcao NOTA DISCIPL. Tabela
      * estourada na carga suspende a manutencao para nao regravar o
      * arquivo sem os registros que nao couberam.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           MOVE WRK-USUARIO(1:15) TO AUT-USUARIO.
           MOVE 'NOTA DISCIPL'    TO AUT-FUNCAO.
           MOVE 'N'               TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR DISCIPLINAS-ESTOURARAM
              OR NOTAS-DISC-ESTOURARAM OR ATRIBUICOES-ESTOURARAM
               IF AUT-CONCEDIDO NOT = 'S'
                   DISPLAY 'USUARIO SEM PERMISSAO PARA LANCAR NOTAS ' ,
                       'POR DISCIPLINA.'
               ELSE
                   DISPLAY 'MANUTENCAO SUSPENSA ATE O CADASTRO CABER ' ,
                       'NA TABELA.'
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

      * C: inclusao ou alteracao da disciplina na grade da turma. O
      * codigo identifica a disciplina dentro da turma; alterar so
      * troca o nome e a carga horaria.
       0100-MANTER-DISCIPLINA.
           MOVE ZEROS  TO WRK-TURMA WRK-CARGA.
           MOVE SPACES TO WRK-CODIGO WRK-NOME-DISC WRK-MENSAGEM.
           DISPLAY 'TURMA (COD): '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-TURMA  TO WRK-DSC-TURMA-PROC.
           MOVE WRK-CODIGO TO WRK-DSC-CODIGO-PROC.
           PERFORM 9582-LOCALIZAR-DISCIPLINA.
           IF WRK-DSC-IDX-ACHADO > ZEROS
               SET WRK-IDX-DSC TO WRK-DSC-IDX-ACHADO
               DISPLAY 'ALTERANDO: ' WRK-DSC-NOME(WRK-IDX-DSC) ,
                   ' CARGA ' WRK-DSC-CARGA(WRK-IDX-DSC)
           END-IF.
           DISPLAY 'NOME DA DISCIPLINA: '.
           ACCEPT WRK-NOME-DISC FROM CONSOLE.
           DISPLAY 'CARGA HORARIA ANUAL (AULAS, 0 = SEM CONTROLE): '.
           ACCEPT WRK-CARGA FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-TURMA NOT NUMERIC OR WRK-TURMA = ZEROS
                   MOVE 'TURMA INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-CODIGO = SPACES
                   MOVE 'CODIGO DA DISCIPLINA EM BRANCO'
                       TO WRK-MENSAGEM
               WHEN WRK-NOME-DISC = SPACES
                   MOVE 'NOME EM BRANCO' TO WRK-MENSAGEM
               WHEN WRK-CARGA NOT NUMERIC
                   MOVE 'CARGA HORARIA INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-DSC-IDX-ACHADO = ZEROS
                AND WRK-QTD-DISCIPLINAS NOT < 300
                   MOVE 'CADASTRO DE DISCIPLINAS CHEIO'
                       TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES AND WRK-QTD-TURMAS > ZEROS
               PERFORM 0045-BUSCAR-TURMA
               IF NOT TURMA-ACHOU
                   MOVE 'TURMA NAO CADASTRADA EM TURMAS.DAT'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               IF WRK-DSC-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-DISCIPLINAS
                   MOVE WRK-QTD-DISCIPLINAS TO WRK-DSC-IDX-ACHADO
                   MOVE 'INCLUI DISCIPL' TO WRK-AUDIT-ACAO
               ELSE
                   MOVE 'ALTERA DISCIPL' TO WRK-AUDIT-ACAO
               END-IF
               SET WRK-IDX-DSC TO WRK-DSC-IDX-ACHADO
               MOVE WRK-TURMA     TO WRK-DSC-TURMA(WRK-IDX-DSC)
               MOVE WRK-CODIGO    TO WRK-DSC-CODIGO(WRK-IDX-DSC)
               MOVE WRK-NOME-DISC TO WRK-DSC-NOME(WRK-IDX-DSC)
               MOVE WRK-CARGA     TO WRK-DSC-CARGA(WRK-IDX-DSC)
               PERFORM 9584-GRAVAR-DISCIPLINAS
               DISPLAY 'DISCIPLINA ' WRK-CODIGO ' DA TURMA ' ,
                   WRK-TURMA ' GRAVADA.'
               MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
               STRING 'TURMA ' WRK-TURMA
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-CODIGO TO WRK-AUDIT-VALOR-NOVO
               PERFORM 0600-AUDITAR-GRADE
           ELSE
               DISPLAY 'DISCIPLINA RECUSADA: ' WRK-MENSAGEM
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

      * E: exclusao da disciplina da grade. Disciplina com nota
      * lancada para aluno da turma fica - apagar levaria junto o
      * historico do boletim.
       0200-EXCLUIR-DISCIPLINA.
           MOVE SPACES TO WRK-MENSAGEM.
           DISPLAY 'TURMA (COD): '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-TURMA  TO WRK-DSC-TURMA-PROC.
           MOVE WRK-CODIGO TO WRK-DSC-CODIGO-PROC.
           PERFORM 9582-LOCALIZAR-DISCIPLINA.
           IF WRK-DSC-IDX-ACHADO = ZEROS
               MOVE 'DISCIPLINA NAO CADASTRADA NA TURMA'
                   TO WRK-MENSAGEM
           ELSE
               PERFORM VARYING WRK-IDX-NDS FROM 1 BY 1
                       UNTIL WRK-IDX-NDS > WRK-QTD-NOTAS-DISC
                   IF WRK-NDS-DISCIPLINA(WRK-IDX-NDS) = WRK-CODIGO
                       MOVE WRK-NDS-MATRICULA(WRK-IDX-NDS)
                           TO ALU-MATRICULA
                       READ STUDENT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ALU-TURMA = WRK-TURMA
                                   MOVE 'DISCIPLINA COM NOTA LANCADA'
                                       TO WRK-MENSAGEM
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MENSAGEM = SPACES
               SET WRK-IDX-DSC TO WRK-DSC-IDX-ACHADO
               PERFORM VARYING WRK-IDX-DSC FROM WRK-IDX-DSC BY 1
                       UNTIL WRK-IDX-DSC NOT < WRK-QTD-DISCIPLINAS
                   MOVE WRK-DISCIPLINA-ITEM(WRK-IDX-DSC + 1)
                       TO WRK-DISCIPLINA-ITEM(WRK-IDX-DSC)
               END-PERFORM
               SUBTRACT 1 FROM WRK-QTD-DISCIPLINAS
               PERFORM 9584-GRAVAR-DISCIPLINAS
               DISPLAY 'DISCIPLINA ' WRK-CODIGO ' EXCLUIDA DA TURMA ' ,
                   WRK-TURMA '.'
               MOVE 'EXCLUI DISCIPL' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
               STRING 'TURMA ' WRK-TURMA
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-CODIGO TO WRK-AUDIT-VALOR-NOVO
               PERFORM 0600-AUDITAR-GRADE
           ELSE
               DISPLAY 'EXCLUSAO RECUSADA: ' WRK-MENSAGEM
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

      * N: as duas notas e as faltas do aluno na disciplina em um
      * bimestre. Relancar o bimestre substitui o lancamento, com a
      * nota anterior na trilha de GRADE-AUDIT.LOG.
       0300-LANCAR-NOTAS.
           MOVE ZEROS TO WRK-NOTA-1 WRK-NOTA-2 WRK-FALTAS.
           PERFORM 0350-CONFERIR-ALUNO-DISC.
           IF WRK-MENSAGEM = SPACES
               DISPLAY 'BIMESTRE (1 A 4): '
               ACCEPT WRK-BIMESTRE FROM CONSOLE
               DISPLAY 'NOTA 1 DO BIMESTRE: '
               ACCEPT WRK-NOTA-1 FROM CONSOLE
               DISPLAY 'NOTA 2 DO BIMESTRE: '
               ACCEPT WRK-NOTA-2 FROM CONSOLE
               DISPLAY 'FALTAS NO BIMESTRE: '
               ACCEPT WRK-FALTAS FROM CONSOLE
               EVALUATE TRUE
                   WHEN WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
                       MOVE 'BIMESTRE INVALIDO (1 A 4)' TO WRK-MENSAGEM
                   WHEN WRK-NOTA-1 > 10.00 OR WRK-NOTA-2 > 10.00
                       MOVE 'NOTA ACIMA DE 10,00' TO WRK-MENSAGEM
                   WHEN WRK-FALTAS NOT NUMERIC
                       MOVE 'FALTAS INVALIDAS' TO WRK-MENSAGEM
               END-EVALUATE
           END-IF.
      * Faltas do ano inteiro na disciplina nao passam da carga
      * horaria cadastrada.
           IF WRK-MENSAGEM = SPACES
              AND WRK-DSC-CARGA(WRK-IDX-DSC) > ZEROS
               MOVE WRK-FALTAS TO WRK-SOMA-FALTAS
               PERFORM VARYING WRK-IDX-NDS FROM 1 BY 1
                       UNTIL WRK-IDX-NDS > WRK-QTD-NOTAS-DISC
                   IF WRK-NDS-MATRICULA(WRK-IDX-NDS) = WRK-MATRICULA
                      AND WRK-NDS-DISCIPLINA(WRK-IDX-NDS) =
                          WRK-CODIGO
                      AND WRK-NDS-BIMESTRE(WRK-IDX-NDS) NOT =
                          WRK-BIMESTRE
                       ADD WRK-NDS-FALTAS(WRK-IDX-NDS)
                           TO WRK-SOMA-FALTAS
                   END-IF
               END-PERFORM
               IF WRK-SOMA-FALTAS > WRK-DSC-CARGA(WRK-IDX-DSC)
                   MOVE 'FALTAS ACIMA DA CARGA HORARIA DA DISCIPLINA'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-BIMESTRE TO WRK-NDS-BIMESTRE-PROC
               PERFORM 0380-POSICIONAR-LANCAMENTO
           END-IF.
           IF WRK-MENSAGEM = SPACES
               SET WRK-IDX-NDS TO WRK-NDS-IDX-ACHADO
               MOVE WRK-NOTA-1 TO WRK-NDS-NOTA-1(WRK-IDX-NDS)
               MOVE WRK-NOTA-2 TO WRK-NDS-NOTA-2(WRK-IDX-NDS)
               MOVE WRK-FALTAS TO WRK-NDS-FALTAS(WRK-IDX-NDS)
               PERFORM 9594-GRAVAR-NOTAS-DISC
               MOVE SPACES TO WRK-ACAO
               STRING 'DISC ' WRK-CODIGO
                   DELIMITED BY SIZE INTO WRK-ACAO
               MOVE WRK-BIMESTRE TO WRK-AUD-BIMESTRE
               MOVE 1 TO WRK-AUD-NOTA-NUM
               MOVE WRK-NOTA-ANTIGA-1 TO WRK-AUD-ANTIGA
               MOVE WRK-NOTA-1 TO WRK-AUD-NOVA
               PERFORM 0650-GRAVAR-AUDITORIA-NOTA
               MOVE 2 TO WRK-AUD-NOTA-NUM
               MOVE WRK-NOTA-ANTIGA-2 TO WRK-AUD-ANTIGA
               MOVE WRK-NOTA-2 TO WRK-AUD-NOVA
               PERFORM 0650-GRAVAR-AUDITORIA-NOTA
               ADD 1 TO WRK-QTD-OPERACOES
               DISPLAY 'NOTAS DO BIMESTRE ' WRK-BIMESTRE ' LANCADAS ' ,
                   'PARA ' WRK-MATRICULA ' EM ' WRK-CODIGO '.'
           ELSE
               DISPLAY 'LANCAMENTO RECUSADO: ' WRK-MENSAGEM
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

      * Aluno cadastrado e disciplina da grade da turma dele; deixa
      * WRK-IDX-DSC na disciplina.
       0350-CONFERIR-ALUNO-DISC.
           MOVE SPACES TO WRK-MENSAGEM WRK-CODIGO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA' TO WRK-MENSAGEM
           END-READ.
           IF WRK-MENSAGEM = SPACES
               MOVE ALU-TURMA  TO WRK-DSC-TURMA-PROC
               MOVE WRK-CODIGO TO WRK-DSC-CODIGO-PROC
               PERFORM 9582-LOCALIZAR-DISCIPLINA
               IF WRK-DSC-IDX-ACHADO = ZEROS
                   MOVE 'DISCIPLINA FORA DA GRADE DA TURMA DO ALUNO'
                       TO WRK-MENSAGEM
               ELSE
                   SET WRK-IDX-DSC TO WRK-DSC-IDX-ACHADO
                   DISPLAY ALU-NOME ' - TURMA ' ALU-TURMA ' - ' ,
                       WRK-DSC-NOME(WRK-IDX-DSC)
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-ANO-HOJE      TO WRK-ATB-ANO-PROC
               MOVE ALU-TURMA         TO WRK-ATB-TURMA-PROC
               MOVE WRK-CODIGO        TO WRK-ATB-DISC-PROC
               MOVE WRK-USUARIO(1:15) TO WRK-ATB-USUARIO-PROC
               PERFORM 9726-CONFERIR-ATRIBUICAO
               IF NOT ATRIBUICAO-PERMITIDA
                   MOVE 'USUARIO NAO E O PROFESSOR DA DISCIPLINA'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.

      * Lancamento ja existente do aluno na disciplina e no bimestre
      * (WRK-NDS-BIMESTRE-PROC) guarda as notas anteriores; senao
      * abre posicao nova no fim da tabela.
       0380-POSICIONAR-LANCAMENTO.
           MOVE ZEROS TO WRK-NOTA-ANTIGA-1 WRK-NOTA-ANTIGA-2.
           MOVE WRK-MATRICULA TO WRK-NDS-MATRICULA-PROC.
           MOVE WRK-CODIGO    TO WRK-DSC-CODIGO-PROC.
           PERFORM 9592-LOCALIZAR-NOTA-DISC.
           IF WRK-NDS-IDX-ACHADO > ZEROS
               SET WRK-IDX-NDS TO WRK-NDS-IDX-ACHADO
               MOVE WRK-NDS-NOTA-1(WRK-IDX-NDS) TO WRK-NOTA-ANTIGA-1
               MOVE WRK-NDS-NOTA-2(WRK-IDX-NDS) TO WRK-NOTA-ANTIGA-2
           ELSE
               IF WRK-QTD-NOTAS-DISC NOT < 5000
                   MOVE 'ARQUIVO DE NOTAS POR DISCIPLINA CHEIO'
                       TO WRK-MENSAGEM
               ELSE
                   ADD 1 TO WRK-QTD-NOTAS-DISC
                   MOVE WRK-QTD-NOTAS-DISC TO WRK-NDS-IDX-ACHADO
                   SET WRK-IDX-NDS TO WRK-NDS-IDX-ACHADO
                   MOVE WRK-MATRICULA TO WRK-NDS-MATRICULA(WRK-IDX-NDS)
                   MOVE WRK-CODIGO TO WRK-NDS-DISCIPLINA(WRK-IDX-NDS)
                   MOVE WRK-NDS-BIMESTRE-PROC TO
                       WRK-NDS-BIMESTRE(WRK-IDX-NDS)
                   MOVE ZEROS TO WRK-NDS-NOTA-1(WRK-IDX-NDS)
                       WRK-NDS-NOTA-2(WRK-IDX-NDS)
                       WRK-NDS-FALTAS(WRK-IDX-NDS)
               END-IF
           END-IF.

      * R: exame de recuperacao da disciplina (bimestre 5 do
      * arquivo, nota em NDS-NOTA-1). O boletim so aplica o exame
      * quando a final da disciplina esta na faixa de recuperacao.
       0400-LANCAR-EXAME.
           MOVE ZEROS TO WRK-NOTA-1.
           PERFORM 0350-CONFERIR-ALUNO-DISC.
           IF WRK-MENSAGEM = SPACES
               DISPLAY 'NOTA DO EXAME DE RECUPERACAO: '
               ACCEPT WRK-NOTA-1 FROM CONSOLE
               IF WRK-NOTA-1 > 10.00
                   MOVE 'NOTA ACIMA DE 10,00' TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE 5 TO WRK-NDS-BIMESTRE-PROC
               PERFORM 0380-POSICIONAR-LANCAMENTO
           END-IF.
           IF WRK-MENSAGEM = SPACES
               SET WRK-IDX-NDS TO WRK-NDS-IDX-ACHADO
               MOVE WRK-NOTA-1 TO WRK-NDS-NOTA-1(WRK-IDX-NDS)
               PERFORM 9594-GRAVAR-NOTAS-DISC
               MOVE SPACES TO WRK-ACAO
               STRING 'RECUP ' WRK-CODIGO
                   DELIMITED BY SIZE INTO WRK-ACAO
               MOVE ZEROS TO WRK-AUD-BIMESTRE WRK-AUD-NOTA-NUM
               MOVE WRK-NOTA-ANTIGA-1 TO WRK-AUD-ANTIGA
               MOVE WRK-NOTA-1 TO WRK-AUD-NOVA
               PERFORM 0650-GRAVAR-AUDITORIA-NOTA
               ADD 1 TO WRK-QTD-OPERACOES
               DISPLAY 'EXAME DE RECUPERACAO LANCADO PARA ' ,
                   WRK-MATRICULA ' EM ' WRK-CODIGO '.'
           ELSE
               DISPLAY 'EXAME RECUSADO: ' WRK-MENSAGEM
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

      * L: grade da turma, com a quantidade de lancamentos de cada
      * disciplina.
       0500-LISTAR-GRADE.
           DISPLAY 'TURMA (COD): '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-GRADE.
           DISPLAY 'COD. DISCIPLINA           CARGA LANCAMENTOS'.
           PERFORM VARYING WRK-IDX-DSC FROM 1 BY 1
                   UNTIL WRK-IDX-DSC > WRK-QTD-DISCIPLINAS
               IF WRK-DSC-TURMA(WRK-IDX-DSC) = WRK-TURMA
                   ADD 1 TO WRK-QTD-GRADE
                   PERFORM 0550-CONTAR-LANCAMENTOS
                   DISPLAY WRK-DSC-CODIGO(WRK-IDX-DSC) ' ' ,
                       WRK-DSC-NOME(WRK-IDX-DSC) '  ' ,
                       WRK-DSC-CARGA(WRK-IDX-DSC) '   ' ,
                       WRK-QTD-LANCAMENTOS
               END-IF
           END-PERFORM.
           IF WRK-QTD-GRADE = ZEROS
               DISPLAY 'TURMA SEM GRADE DE DISCIPLINAS - O BOLETIM ' ,
                   'SAI PELAS NOTAS GERAIS DO STUDENT.DAT.'
           ELSE
               DISPLAY 'DISCIPLINAS NA GRADE: ' WRK-QTD-GRADE
           END-IF.

       0550-CONTAR-LANCAMENTOS.
           MOVE ZEROS TO WRK-QTD-LANCAMENTOS.
           PERFORM VARYING WRK-IDX-NDS FROM 1 BY 1
                   UNTIL WRK-IDX-NDS > WRK-QTD-NOTAS-DISC
               IF WRK-NDS-DISCIPLINA(WRK-IDX-NDS) =
                       WRK-DSC-CODIGO(WRK-IDX-DSC)
                   MOVE WRK-NDS-MATRICULA(WRK-IDX-NDS)
                       TO ALU-MATRICULA
                   READ STUDENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ALU-TURMA = WRK-TURMA
                               ADD 1 TO WRK-QTD-LANCAMENTOS
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      * Mudanca de grade no AUDIT-LOG.LOG compartilhado.
       0600-AUDITAR-GRADE.
           MOVE WRK-USUARIO(1:15) TO WRK-AUDIT-USUARIO.
           MOVE 'EFETIVADO'       TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           ADD 1 TO WRK-QTD-OPERACOES.

      * Mesma trilha de GRADE-AUDIT.LOG das correcoes de nota, com o
      * codigo da disciplina na acao.
       0650-GRAVAR-AUDITORIA-NOTA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           OPEN EXTEND GRADE-AUDIT-FILE.
           IF WRK-STATUS-GRADE-AUD = '35'
               OPEN OUTPUT GRADE-AUDIT-FILE
           END-IF.
           MOVE SPACES           TO GRADE-AUDIT-RECORD.
           MOVE WRK-MATRICULA    TO AUD-MATRICULA.
           MOVE WRK-AUD-NOTA-NUM TO AUD-NOTA-NUM.
           MOVE WRK-AUD-ANTIGA   TO AUD-NOTA-ANTIGA.
           MOVE WRK-AUD-NOVA     TO AUD-NOTA-NOVA.
           MOVE WRK-USUARIO      TO AUD-USUARIO.
           MOVE WRK-DATA-HOJE    TO AUD-DATA.
           MOVE WRK-HORA-HOJE    TO AUD-HORA.
           MOVE WRK-ACAO         TO AUD-ACAO.
           ADD 1 TO WRK-SEQ-GRADE-AUD.
           MOVE WRK-SEQ-GRADE-AUD TO AUD-SEQUENCIA.
           MOVE WRK-AUD-BIMESTRE TO AUD-BIMESTRE.
           WRITE GRADE-AUDIT-RECORD.
           CLOSE GRADE-AUDIT-FILE.

           COPY 'DISCPR.COB'.
           COPY 'PROFPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG91.
