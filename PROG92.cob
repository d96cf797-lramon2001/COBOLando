      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Cadastro de professores (PROFESSORES.DAT) e das
      * atribuicoes de aula por ano letivo (ATRIBUICOES.DAT: turma,
      * disciplina, professor e aulas por semana) - o TURMAS.DAT so
      * tem o nome livre do professor responsavel e qualquer usuario
      * com alcada lancava nota de qualquer turma. Com as
      * atribuicoes do ano cadastradas, o lancamento de nota do
      * PROG27 e do PROG91 e a solicitacao de correcao do PROG07 so
      * aceitam o professor atribuido (a aprovacao da correcao segue
      * com a coordenacao no modo 4 do PROG07). Menu nos moldes do
      * PROG27: P inclui ou altera o professor (codigo, usuario de
      * USER-MASTER.DAT e nome); S inativa ou reativa; A atribui a
      * disciplina da turma no ano (troca o professor anterior); R
      * remove a atribuicao; C emite o relatorio de carga docente do
      * ano - turmas, disciplinas, alunos e aulas semanais por
      * professor - e a lista de turma/disciplina sem professor, em
      * CARGA-DOCENTE.SPL. Usuario autorizado pelo PROG29 na funcao
      * PROFESSORES; cada alteracao fica em AUDIT-LOG.LOG.
      * RETURN-CODE 8 usuario sem permissao, 4 operacao recusada.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG92.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-STATUS-ALUNO.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TURMAS.
           COPY 'PROFSL.COB'.
           COPY 'DISCSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="CARGA-DOCENTE.SPL"==.
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
       FD  TURMAS-FILE.
       01  TURMAS-RECORD.
           05 TUR-CODIGO      PIC 9(02).
           05 FILLER          PIC X(01).
           05 TUR-NOME        PIC X(20).
           05 FILLER          PIC X(01).
           05 TUR-PROFESSOR   PIC X(20).
           05 FILLER          PIC X(01).
           05 TUR-VAGAS       PIC 9(03).
           COPY 'PROFFD.COB'.
           COPY 'DISCFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'PROFWS.COB'.
           COPY 'DISCWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-ALUNO     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-OPCAO PIC X(01) VALUES SPACE.
           88 OPCAO-CADASTRO   VALUE 'P'.
           88 OPCAO-SITUACAO   VALUE 'S'.
           88 OPCAO-ATRIBUIR   VALUE 'A'.
           88 OPCAO-REMOVER    VALUE 'R'.
           88 OPCAO-CARGA      VALUE 'C'.
           88 OPCAO-SAIR       VALUE '9'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       77  WRK-QTD-OPERACOES    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-RECUSADAS    PIC 9(05) VALUES ZEROS.
       77  WRK-NOVA-SITUACAO    PIC X(01) VALUES SPACE.
       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE PIC 9(04).
           05 WRK-MES-HOJE PIC 9(02).
           05 WRK-DIA-HOJE PIC 9(02).
      * Dados informados pelo operador.
       77  WRK-ENT-CODIGO       PIC 9(04) VALUES ZEROS.
       77  WRK-ENT-USUARIO      PIC X(15) VALUES SPACES.
       77  WRK-ENT-NOME         PIC X(30) VALUES SPACES.
       77  WRK-ENT-ANO          PIC 9(04) VALUES ZEROS.
       77  WRK-ENT-TURMA        PIC 9(02) VALUES ZEROS.
       77  WRK-ENT-DISCIPLINA   PIC X(04) VALUES SPACES.
       77  WRK-ENT-AULAS        PIC 9(02) VALUES ZEROS.
       77  WRK-PROF-ANTERIOR    PIC 9(04) VALUES ZEROS.
       77  WRK-GRADE-TURMA      PIC 9(03) VALUES ZEROS.
      * Cadastro de turmas (TURMAS.DAT) e alunos por turma, contados
      * no STUDENT.DAT para o relatorio de carga.
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
       01  WRK-TAB-ALUNOS-TURMA.
           05 WRK-ALUNOS-TURMA PIC 9(04) OCCURS 99 TIMES.
      * Totais do professor no relatorio de carga.
       77  WRK-CARGA-TURMAS     PIC 9(03) VALUES ZEROS.
       77  WRK-CARGA-DISC       PIC 9(03) VALUES ZEROS.
       77  WRK-CARGA-ALUNOS     PIC 9(05) VALUES ZEROS.
       77  WRK-CARGA-AULAS      PIC 9(03) VALUES ZEROS.
       77  WRK-TURMA-REPETIDA   PIC X(01) VALUES 'N'.
       77  WRK-QTD-PENDENTES    PIC 9(03) VALUES ZEROS.
       77  WRK-NOME-TURMA-REL   PIC X(20) VALUES SPACES.
       77  WRK-NOME-DISC-REL    PIC X(20) VALUES SPACES.
       77  WRK-IDX-AUX          PIC 9(03) VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG92' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0040-CARREGAR-TURMAS.
           PERFORM 9710-CARREGAR-PROFESSORES.
           PERFORM 9720-CARREGAR-ATRIBUICOES.
           PERFORM 9580-CARREGAR-DISCIPLINAS.
           PERFORM 0050-AUTORIZAR.
           IF RETURN-CODE NOT = ZEROS
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM UNTIL OPCAO-SAIR
               DISPLAY ' '
               DISPLAY 'P-INCLUIR/ALTERAR PROFESSOR  S-SITUACAO  ' ,
                   'A-ATRIBUIR AULA  R-REMOVER ATRIBUICAO  ' ,
                   'C-CARGA DOCENTE  9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE TRUE
                   WHEN OPCAO-CADASTRO
                       PERFORM 0100-MANTER-PROFESSOR
                   WHEN OPCAO-SITUACAO
                       PERFORM 0200-ALTERAR-SITUACAO
                   WHEN OPCAO-ATRIBUIR
                       PERFORM 0300-ATRIBUIR-AULA
                   WHEN OPCAO-REMOVER
                       PERFORM 0400-REMOVER-ATRIBUICAO
                   WHEN OPCAO-CARGA
                       PERFORM 0500-RELATORIO-CARGA
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.
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
           MOVE SPACES TO WRK-NOME-TURMA-REL.
           PERFORM VARYING WRK-IDX-TURMA FROM 1 BY 1
                   UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS
               IF WRK-TURMA-CODIGO(WRK-IDX-TURMA) = WRK-ENT-TURMA
                   SET TURMA-ACHOU TO TRUE
                   MOVE WRK-TURMA-NOME(WRK-IDX-TURMA)
                       TO WRK-NOME-TURMA-REL
               END-IF
           END-PERFORM.

      * Usuario autorizado pelo PROG29 na funcao PROFESSORES. Tabela
      * estourada na carga suspende a manutencao para nao regravar o
      * arquivo sem os registros que nao couberam.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'PROFESSORES'      TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR PROFESSORES-ESTOURARAM
              OR ATRIBUICOES-ESTOURARAM OR DISCIPLINAS-ESTOURARAM
               IF AUT-CONCEDIDO NOT = 'S'
                   DISPLAY 'USUARIO SEM PERMISSAO PARA MANUTENCAO ' ,
                       'DE PROFESSORES.'
               ELSE
                   DISPLAY 'MANUTENCAO SUSPENSA ATE O CADASTRO CABER ' ,
                       'NA TABELA.'
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

      * P: inclusao ou alteracao do professor. O usuario e o login
      * de USER-MASTER.DAT conferido no lancamento de nota e so pode
      * pertencer a um professor.
       0100-MANTER-PROFESSOR.
           MOVE ZEROS  TO WRK-ENT-CODIGO.
           MOVE SPACES TO WRK-ENT-USUARIO WRK-ENT-NOME WRK-MENSAGEM.
           DISPLAY 'CODIGO DO PROFESSOR: '.
           ACCEPT WRK-ENT-CODIGO FROM CONSOLE.
           MOVE WRK-ENT-CODIGO TO WRK-PRF-CODIGO-PROC.
           PERFORM 9712-LOCALIZAR-PROFESSOR.
           IF WRK-PRF-IDX-ACHADO > ZEROS
               SET WRK-IDX-PRF TO WRK-PRF-IDX-ACHADO
               DISPLAY 'ALTERANDO: ' WRK-PRF-NOME(WRK-IDX-PRF) ,
                   ' USUARIO ' WRK-PRF-USUARIO(WRK-IDX-PRF)
           END-IF.
           DISPLAY 'USUARIO DO PROFESSOR (LOGIN): '.
           ACCEPT WRK-ENT-USUARIO FROM CONSOLE.
           DISPLAY 'NOME DO PROFESSOR: '.
           ACCEPT WRK-ENT-NOME FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-ENT-CODIGO NOT NUMERIC
                 OR WRK-ENT-CODIGO = ZEROS
                   MOVE 'CODIGO DE PROFESSOR INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-ENT-USUARIO = SPACES
                   MOVE 'USUARIO EM BRANCO' TO WRK-MENSAGEM
               WHEN WRK-ENT-NOME = SPACES
                   MOVE 'NOME EM BRANCO' TO WRK-MENSAGEM
               WHEN WRK-PRF-IDX-ACHADO = ZEROS
                AND WRK-QTD-PROFESSORES NOT < 200
                   MOVE 'CADASTRO DE PROFESSORES CHEIO' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               PERFORM VARYING WRK-IDX-PRF FROM 1 BY 1
                       UNTIL WRK-IDX-PRF > WRK-QTD-PROFESSORES
                   IF WRK-PRF-USUARIO(WRK-IDX-PRF) = WRK-ENT-USUARIO
                      AND WRK-PRF-CODIGO(WRK-IDX-PRF) NOT =
                          WRK-ENT-CODIGO
                       MOVE 'USUARIO JA E DE OUTRO PROFESSOR'
                           TO WRK-MENSAGEM
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MENSAGEM = SPACES
               IF WRK-PRF-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-PROFESSORES
                   MOVE WRK-QTD-PROFESSORES TO WRK-PRF-IDX-ACHADO
                   SET WRK-IDX-PRF TO WRK-PRF-IDX-ACHADO
                   MOVE 'A' TO WRK-PRF-SITUACAO(WRK-IDX-PRF)
                   MOVE 'INCLUI PROFESS' TO WRK-AUDIT-ACAO
                   MOVE WRK-ENT-CODIGO   TO WRK-AUDIT-VALOR-ANTIGO
               ELSE
                   SET WRK-IDX-PRF TO WRK-PRF-IDX-ACHADO
                   MOVE 'ALTERA PROFESS' TO WRK-AUDIT-ACAO
                   MOVE WRK-PRF-USUARIO(WRK-IDX-PRF)
                       TO WRK-AUDIT-VALOR-ANTIGO
               END-IF
               MOVE WRK-ENT-CODIGO  TO WRK-PRF-CODIGO(WRK-IDX-PRF)
               MOVE WRK-ENT-USUARIO TO WRK-PRF-USUARIO(WRK-IDX-PRF)
               MOVE WRK-ENT-NOME    TO WRK-PRF-NOME(WRK-IDX-PRF)
               PERFORM 9716-GRAVAR-PROFESSORES
               DISPLAY 'PROFESSOR ' WRK-ENT-CODIGO ' GRAVADO.'
               MOVE WRK-ENT-USUARIO TO WRK-AUDIT-VALOR-NOVO
               PERFORM 0600-AUDITAR
           ELSE
               DISPLAY 'PROFESSOR RECUSADO: ' WRK-MENSAGEM
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

      * S: professor inativo deixa de lancar nota nas turmas ainda
      * atribuidas a ele - as atribuicoes ficam para o historico.
       0200-ALTERAR-SITUACAO.
           DISPLAY 'CODIGO DO PROFESSOR: '.
           ACCEPT WRK-ENT-CODIGO FROM CONSOLE.
           MOVE WRK-ENT-CODIGO TO WRK-PRF-CODIGO-PROC.
           PERFORM 9712-LOCALIZAR-PROFESSOR.
           IF WRK-PRF-IDX-ACHADO = ZEROS
               DISPLAY 'PROFESSOR NAO CADASTRADO.'
               ADD 1 TO WRK-QTD-RECUSADAS
           ELSE
               SET WRK-IDX-PRF TO WRK-PRF-IDX-ACHADO
               DISPLAY WRK-PRF-NOME(WRK-IDX-PRF) ' - SITUACAO ' ,
                   WRK-PRF-SITUACAO(WRK-IDX-PRF)
               DISPLAY 'NOVA SITUACAO (A-ATIVO  I-INATIVO): '
               ACCEPT WRK-NOVA-SITUACAO FROM CONSOLE
               IF WRK-NOVA-SITUACAO NOT = 'A'
                  AND WRK-NOVA-SITUACAO NOT = 'I'
                   DISPLAY 'SITUACAO INVALIDA.'
                   ADD 1 TO WRK-QTD-RECUSADAS
               ELSE
                   MOVE 'SITUACAO PROF' TO WRK-AUDIT-ACAO
                   MOVE WRK-PRF-SITUACAO(WRK-IDX-PRF)
                       TO WRK-AUDIT-VALOR-ANTIGO
                   MOVE WRK-NOVA-SITUACAO TO WRK-AUDIT-VALOR-NOVO
                   MOVE WRK-NOVA-SITUACAO
                       TO WRK-PRF-SITUACAO(WRK-IDX-PRF)
                   PERFORM 9716-GRAVAR-PROFESSORES
                   DISPLAY 'SITUACAO GRAVADA.'
                   PERFORM 0600-AUDITAR
               END-IF
           END-IF.

      * A: atribui a disciplina da grade da turma no ano ao
      * professor; turma sem grade de disciplinas recebe a
      * atribuicao com a disciplina em branco (professor regente,
      * notas gerais do STUDENT.DAT). Atribuicao existente troca de
      * professor no mesmo registro.
       0300-ATRIBUIR-AULA.
           MOVE SPACES TO WRK-MENSAGEM WRK-ENT-DISCIPLINA.
           MOVE ZEROS  TO WRK-ENT-ANO WRK-ENT-TURMA WRK-ENT-CODIGO
                          WRK-ENT-AULAS.
           DISPLAY 'ANO LETIVO (0 = ANO CORRENTE): '.
           ACCEPT WRK-ENT-ANO FROM CONSOLE.
           IF WRK-ENT-ANO = ZEROS
               MOVE WRK-ANO-HOJE TO WRK-ENT-ANO
           END-IF.
           DISPLAY 'TURMA (COD): '.
           ACCEPT WRK-ENT-TURMA FROM CONSOLE.
           DISPLAY 'DISCIPLINA (EM BRANCO SE A TURMA NAO TEM GRADE): '.
           ACCEPT WRK-ENT-DISCIPLINA FROM CONSOLE.
           DISPLAY 'CODIGO DO PROFESSOR: '.
           ACCEPT WRK-ENT-CODIGO FROM CONSOLE.
           DISPLAY 'AULAS POR SEMANA: '.
           ACCEPT WRK-ENT-AULAS FROM CONSOLE.
           PERFORM 0350-CRITICAR-ATRIBUICAO.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-ENT-ANO        TO WRK-ATB-ANO-PROC
               MOVE WRK-ENT-TURMA      TO WRK-ATB-TURMA-PROC
               MOVE WRK-ENT-DISCIPLINA TO WRK-ATB-DISC-PROC
               PERFORM 9722-LOCALIZAR-ATRIBUICAO
               IF WRK-ATB-IDX-ACHADO = ZEROS
                  AND WRK-QTD-ATRIBUICOES NOT < 500
                   MOVE 'CADASTRO DE ATRIBUICOES CHEIO'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE ZEROS TO WRK-PROF-ANTERIOR
               IF WRK-ATB-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-ATRIBUICOES
                   MOVE WRK-QTD-ATRIBUICOES TO WRK-ATB-IDX-ACHADO
                   MOVE 'ATRIBUI AULA' TO WRK-AUDIT-ACAO
               ELSE
                   SET WRK-IDX-ATB TO WRK-ATB-IDX-ACHADO
                   MOVE WRK-ATB-PROFESSOR(WRK-IDX-ATB)
                       TO WRK-PROF-ANTERIOR
                   MOVE 'TROCA PROFESS' TO WRK-AUDIT-ACAO
               END-IF
               SET WRK-IDX-ATB TO WRK-ATB-IDX-ACHADO
               MOVE WRK-ENT-ANO   TO WRK-ATB-ANO(WRK-IDX-ATB)
               MOVE WRK-ENT-TURMA TO WRK-ATB-TURMA(WRK-IDX-ATB)
               MOVE WRK-ENT-DISCIPLINA
                   TO WRK-ATB-DISCIPLINA(WRK-IDX-ATB)
               MOVE WRK-ENT-CODIGO TO WRK-ATB-PROFESSOR(WRK-IDX-ATB)
               MOVE WRK-ENT-AULAS  TO WRK-ATB-AULAS(WRK-IDX-ATB)
               PERFORM 9724-GRAVAR-ATRIBUICOES
               DISPLAY 'TURMA ' WRK-ENT-TURMA ' ' WRK-ENT-DISCIPLINA ,
                   ' ATRIBUIDA AO PROFESSOR ' WRK-ENT-CODIGO ,
                   ' EM ' WRK-ENT-ANO '.'
               MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
               STRING WRK-ENT-TURMA ' ' WRK-ENT-DISCIPLINA ' '
                   WRK-PROF-ANTERIOR
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-CODIGO TO WRK-AUDIT-VALOR-NOVO
               PERFORM 0600-AUDITAR
           ELSE
               DISPLAY 'ATRIBUICAO RECUSADA: ' WRK-MENSAGEM
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

       0350-CRITICAR-ATRIBUICAO.
           MOVE ZEROS TO WRK-GRADE-TURMA.
           PERFORM VARYING WRK-IDX-DSC FROM 1 BY 1
                   UNTIL WRK-IDX-DSC > WRK-QTD-DISCIPLINAS
               IF WRK-DSC-TURMA(WRK-IDX-DSC) = WRK-ENT-TURMA
                   ADD 1 TO WRK-GRADE-TURMA
               END-IF
           END-PERFORM.
           MOVE WRK-ENT-CODIGO TO WRK-PRF-CODIGO-PROC.
           PERFORM 9712-LOCALIZAR-PROFESSOR.
           IF WRK-PRF-IDX-ACHADO > ZEROS
               SET WRK-IDX-PRF TO WRK-PRF-IDX-ACHADO
           END-IF.
           PERFORM 0045-BUSCAR-TURMA.
           EVALUATE TRUE
               WHEN WRK-ENT-ANO < 2000
                   MOVE 'ANO LETIVO INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-ENT-TURMA NOT NUMERIC
                 OR WRK-ENT-TURMA = ZEROS
                   MOVE 'TURMA INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-QTD-TURMAS > ZEROS AND NOT TURMA-ACHOU
                   MOVE 'TURMA NAO CADASTRADA EM TURMAS.DAT'
                       TO WRK-MENSAGEM
               WHEN WRK-GRADE-TURMA = ZEROS
                AND WRK-ENT-DISCIPLINA NOT = SPACES
                   MOVE 'TURMA SEM GRADE - DEIXE A DISCIPLINA EM BRANCO'
                       TO WRK-MENSAGEM
               WHEN WRK-GRADE-TURMA > ZEROS
                AND WRK-ENT-DISCIPLINA = SPACES
                   MOVE 'INFORME A DISCIPLINA DA GRADE DA TURMA'
                       TO WRK-MENSAGEM
               WHEN WRK-PRF-IDX-ACHADO = ZEROS
                   MOVE 'PROFESSOR NAO CADASTRADO' TO WRK-MENSAGEM
               WHEN WRK-PRF-SITUACAO(WRK-IDX-PRF) NOT = 'A'
                   MOVE 'PROFESSOR INATIVO' TO WRK-MENSAGEM
               WHEN WRK-ENT-AULAS NOT NUMERIC
                 OR WRK-ENT-AULAS = ZEROS
                   MOVE 'AULAS POR SEMANA INVALIDAS' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES AND WRK-GRADE-TURMA > ZEROS
               MOVE WRK-ENT-TURMA      TO WRK-DSC-TURMA-PROC
               MOVE WRK-ENT-DISCIPLINA TO WRK-DSC-CODIGO-PROC
               PERFORM 9582-LOCALIZAR-DISCIPLINA
               IF WRK-DSC-IDX-ACHADO = ZEROS
                   MOVE 'DISCIPLINA FORA DA GRADE DA TURMA'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.

      * R: remove a atribuicao do ano (turma/disciplina volta para a
      * lista de pendentes do relatorio de carga).
       0400-REMOVER-ATRIBUICAO.
           MOVE SPACES TO WRK-ENT-DISCIPLINA.
           MOVE ZEROS  TO WRK-ENT-ANO.
           DISPLAY 'ANO LETIVO (0 = ANO CORRENTE): '.
           ACCEPT WRK-ENT-ANO FROM CONSOLE.
           IF WRK-ENT-ANO = ZEROS
               MOVE WRK-ANO-HOJE TO WRK-ENT-ANO
           END-IF.
           DISPLAY 'TURMA (COD): '.
           ACCEPT WRK-ENT-TURMA FROM CONSOLE.
           DISPLAY 'DISCIPLINA (EM BRANCO SE A TURMA NAO TEM GRADE): '.
           ACCEPT WRK-ENT-DISCIPLINA FROM CONSOLE.
           MOVE WRK-ENT-ANO        TO WRK-ATB-ANO-PROC.
           MOVE WRK-ENT-TURMA      TO WRK-ATB-TURMA-PROC.
           MOVE WRK-ENT-DISCIPLINA TO WRK-ATB-DISC-PROC.
           PERFORM 9722-LOCALIZAR-ATRIBUICAO.
           IF WRK-ATB-IDX-ACHADO = ZEROS
               DISPLAY 'ATRIBUICAO NAO ENCONTRADA.'
               ADD 1 TO WRK-QTD-RECUSADAS
           ELSE
               SET WRK-IDX-ATB TO WRK-ATB-IDX-ACHADO
               MOVE WRK-ATB-PROFESSOR(WRK-IDX-ATB)
                   TO WRK-PROF-ANTERIOR
               PERFORM VARYING WRK-IDX-ATB FROM WRK-IDX-ATB BY 1
                       UNTIL WRK-IDX-ATB NOT < WRK-QTD-ATRIBUICOES
                   MOVE WRK-ATRIBUICAO-ITEM(WRK-IDX-ATB + 1)
                       TO WRK-ATRIBUICAO-ITEM(WRK-IDX-ATB)
               END-PERFORM
               SUBTRACT 1 FROM WRK-QTD-ATRIBUICOES
               PERFORM 9724-GRAVAR-ATRIBUICOES
               DISPLAY 'ATRIBUICAO REMOVIDA.'
               MOVE 'REMOVE ATRIB' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
               STRING WRK-ENT-TURMA ' ' WRK-ENT-DISCIPLINA ' '
                   WRK-PROF-ANTERIOR
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-ANO TO WRK-AUDIT-VALOR-NOVO
               PERFORM 0600-AUDITAR
           END-IF.

      * C: carga docente do ano - para cada professor com
      * atribuicao, as turmas e disciplinas com alunos e aulas
      * semanais e os totais; depois, as turma/disciplina da grade
      * (e as turmas sem grade) ainda sem professor.
       0500-RELATORIO-CARGA.
           MOVE ZEROS TO WRK-ENT-ANO WRK-QTD-PENDENTES.
           DISPLAY 'ANO LETIVO (0 = ANO CORRENTE): '.
           ACCEPT WRK-ENT-ANO FROM CONSOLE.
           IF WRK-ENT-ANO = ZEROS
               MOVE WRK-ANO-HOJE TO WRK-ENT-ANO
           END-IF.
           PERFORM 0510-CONTAR-ALUNOS.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           PERFORM 9300-ABRIR-SPOOL.
           STRING '            CARGA DOCENTE - ANO LETIVO ' WRK-ENT-ANO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM VARYING WRK-IDX-PRF FROM 1 BY 1
                   UNTIL WRK-IDX-PRF > WRK-QTD-PROFESSORES
               PERFORM 0520-CARGA-PROFESSOR
           END-PERFORM.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           MOVE 'TURMA/DISCIPLINA SEM PROFESSOR ATRIBUIDO:'
               TO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           MOVE WRK-ENT-ANO TO WRK-ATB-ANO-PROC.
           PERFORM VARYING WRK-IDX-DSC FROM 1 BY 1
                   UNTIL WRK-IDX-DSC > WRK-QTD-DISCIPLINAS
               MOVE WRK-DSC-TURMA(WRK-IDX-DSC)  TO WRK-ATB-TURMA-PROC
               MOVE WRK-DSC-CODIGO(WRK-IDX-DSC) TO WRK-ATB-DISC-PROC
               PERFORM 9722-LOCALIZAR-ATRIBUICAO
               IF WRK-ATB-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-PENDENTES
                   STRING '   TURMA ' WRK-DSC-TURMA(WRK-IDX-DSC) ' '
                       WRK-DSC-CODIGO(WRK-IDX-DSC) ' '
                       WRK-DSC-NOME(WRK-IDX-DSC)
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   PERFORM 0690-EMITIR-LINHA
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-TURMA FROM 1 BY 1
                   UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS
               PERFORM 0540-PENDENCIA-REGENTE
           END-PERFORM.
           IF WRK-QTD-PENDENTES = ZEROS
               MOVE '   NENHUMA - TODA A GRADE TEM PROFESSOR.'
                   TO WRK-SPOOL-LINHA
               PERFORM 0690-EMITIR-LINHA
           ELSE
               STRING '   PENDENTES: ' WRK-QTD-PENDENTES
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0690-EMITIR-LINHA
           END-IF.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY 'RELATORIO GRAVADO EM CARGA-DOCENTE.SPL.'.

      * Alunos de cada turma no STUDENT.DAT, pelo codigo da turma.
       0510-CONTAR-ALUNOS.
           MOVE ZEROS TO WRK-TAB-ALUNOS-TURMA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT STUDENT-FILE.
           IF WRK-STATUS-ALUNO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF ALU-TURMA > ZEROS
                               ADD 1 TO WRK-ALUNOS-TURMA(ALU-TURMA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * Atribuicoes do ano do professor em WRK-IDX-PRF; a turma com
      * mais de uma disciplina do mesmo professor conta uma vez nas
      * turmas e nos alunos.
       0520-CARGA-PROFESSOR.
           MOVE ZEROS TO WRK-CARGA-TURMAS WRK-CARGA-DISC
               WRK-CARGA-ALUNOS WRK-CARGA-AULAS.
           PERFORM VARYING WRK-IDX-ATB FROM 1 BY 1
                   UNTIL WRK-IDX-ATB > WRK-QTD-ATRIBUICOES
               IF WRK-ATB-ANO(WRK-IDX-ATB) = WRK-ENT-ANO
                  AND WRK-ATB-PROFESSOR(WRK-IDX-ATB) =
                      WRK-PRF-CODIGO(WRK-IDX-PRF)
                   IF WRK-CARGA-DISC = ZEROS
                       MOVE SPACES TO WRK-SPOOL-LINHA
                       PERFORM 0690-EMITIR-LINHA
                       STRING 'PROFESSOR ' WRK-PRF-CODIGO(WRK-IDX-PRF)
                           ' ' WRK-PRF-NOME(WRK-IDX-PRF) ' ('
                           WRK-PRF-USUARIO(WRK-IDX-PRF) ')'
                           DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                       PERFORM 0690-EMITIR-LINHA
                   END-IF
                   ADD 1 TO WRK-CARGA-DISC
                   ADD WRK-ATB-AULAS(WRK-IDX-ATB) TO WRK-CARGA-AULAS
                   PERFORM 0530-CONFERIR-TURMA-REPETIDA
                   IF WRK-TURMA-REPETIDA = 'N'
                       ADD 1 TO WRK-CARGA-TURMAS
                       ADD WRK-ALUNOS-TURMA(WRK-ATB-TURMA(WRK-IDX-ATB))
                           TO WRK-CARGA-ALUNOS
                   END-IF
                   MOVE WRK-ATB-TURMA(WRK-IDX-ATB) TO WRK-ENT-TURMA
                   PERFORM 0045-BUSCAR-TURMA
                   MOVE 'REGENTE DA TURMA' TO WRK-NOME-DISC-REL
                   IF WRK-ATB-DISCIPLINA(WRK-IDX-ATB) NOT = SPACES
                       MOVE WRK-ATB-TURMA(WRK-IDX-ATB)
                           TO WRK-DSC-TURMA-PROC
                       MOVE WRK-ATB-DISCIPLINA(WRK-IDX-ATB)
                           TO WRK-DSC-CODIGO-PROC
                       PERFORM 9582-LOCALIZAR-DISCIPLINA
                       MOVE SPACES TO WRK-NOME-DISC-REL
                       IF WRK-DSC-IDX-ACHADO > ZEROS
                           SET WRK-IDX-DSC TO WRK-DSC-IDX-ACHADO
                           MOVE WRK-DSC-NOME(WRK-IDX-DSC)
                               TO WRK-NOME-DISC-REL
                       END-IF
                   END-IF
                   STRING '   TURMA ' WRK-ATB-TURMA(WRK-IDX-ATB) ' '
                       WRK-NOME-TURMA-REL ' '
                       WRK-ATB-DISCIPLINA(WRK-IDX-ATB) ' '
                       WRK-NOME-DISC-REL ' ALUNOS: '
                       WRK-ALUNOS-TURMA(WRK-ATB-TURMA(WRK-IDX-ATB))
                       ' AULAS/SEM: ' WRK-ATB-AULAS(WRK-IDX-ATB)
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   PERFORM 0690-EMITIR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-CARGA-DISC > ZEROS
               STRING '   TOTAL: TURMAS ' WRK-CARGA-TURMAS
                   ' DISCIPLINAS ' WRK-CARGA-DISC
                   ' ALUNOS ' WRK-CARGA-ALUNOS
                   ' AULAS/SEMANA ' WRK-CARGA-AULAS
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0690-EMITIR-LINHA
           END-IF.

       0530-CONFERIR-TURMA-REPETIDA.
           MOVE 'N' TO WRK-TURMA-REPETIDA.
           PERFORM VARYING WRK-IDX-AUX FROM 1 BY 1
                   UNTIL WRK-IDX-AUX NOT < WRK-IDX-ATB
               IF WRK-ATB-ANO(WRK-IDX-AUX) = WRK-ENT-ANO
                  AND WRK-ATB-PROFESSOR(WRK-IDX-AUX) =
                      WRK-PRF-CODIGO(WRK-IDX-PRF)
                  AND WRK-ATB-TURMA(WRK-IDX-AUX) =
                      WRK-ATB-TURMA(WRK-IDX-ATB)
                   MOVE 'S' TO WRK-TURMA-REPETIDA
               END-IF
           END-PERFORM.

      * Turma sem grade de disciplinas precisa de um professor
      * regente (atribuicao com a disciplina em branco).
       0540-PENDENCIA-REGENTE.
           MOVE ZEROS TO WRK-GRADE-TURMA.
           PERFORM VARYING WRK-IDX-DSC FROM 1 BY 1
                   UNTIL WRK-IDX-DSC > WRK-QTD-DISCIPLINAS
               IF WRK-DSC-TURMA(WRK-IDX-DSC) =
                       WRK-TURMA-CODIGO(WRK-IDX-TURMA)
                   ADD 1 TO WRK-GRADE-TURMA
               END-IF
           END-PERFORM.
           IF WRK-GRADE-TURMA = ZEROS
               MOVE WRK-TURMA-CODIGO(WRK-IDX-TURMA)
                   TO WRK-ATB-TURMA-PROC
               MOVE SPACES TO WRK-ATB-DISC-PROC
               PERFORM 9722-LOCALIZAR-ATRIBUICAO
               IF WRK-ATB-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-PENDENTES
                   STRING '   TURMA ' WRK-TURMA-CODIGO(WRK-IDX-TURMA)
                       ' ' WRK-TURMA-NOME(WRK-IDX-TURMA)
                       ' SEM GRADE - FALTA PROFESSOR REGENTE'
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   PERFORM 0690-EMITIR-LINHA
               END-IF
           END-IF.

      * Mudanca de cadastro no AUDIT-LOG.LOG compartilhado.
       0600-AUDITAR.
           MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO.
           MOVE 'EFETIVADO'        TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           ADD 1 TO WRK-QTD-OPERACOES.

      * Linha do relatorio no console e no spool.
       0690-EMITIR-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

           COPY 'PROFPR.COB'.
           COPY 'DISCPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG92.
