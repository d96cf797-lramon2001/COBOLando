      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro de escalas de trabalho usado
      * pelo PROG43 na apuracao do ponto e das faltas. O modo 1 inclui
      * ou altera uma escala (semanal com folga e repouso semanal,
      * ciclo 12x36 ou tempo parcial - ver ESCLFD.COB); o modo 2
      * atribui uma escala a uma matricula a partir de uma data,
      * encerrando a atribuicao anterior no dia anterior; o modo 3
      * registra a justificativa de uma ausencia, que deixa de ser
      * descontada como falta; o modo 4 lista escalas e atribuicoes.
      * Os modos 1 a 3 exigem usuario autorizado pelo PROG29 na funcao
      * ESCALAS e ficam registrados em AUDIT-LOG.LOG.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Books do calendario de feriados (CALN*) copiados
      *              junto com o ESCLPR.COB, que passou a usa-los.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG71.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'ESCLSL.COB'.
           COPY 'CALNSL.COB'.
           COPY 'EMPMSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'ESCLFD.COB'.
           COPY 'CALNFD.COB'.
           COPY 'EMPMFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'ESCLWS.COB'.
           COPY 'CALNWS.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-ESCALA       VALUE '1'.
           88 MODO-ATRIBUICAO   VALUE '2'.
           88 MODO-JUSTIFICATIVA VALUE '3'.
           88 MODO-LISTAGEM     VALUE '4'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(04) VALUES ZEROS.
       77  WRK-POS-PADRAO       PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-DIAS-TRAB    PIC 9(02) VALUES ZEROS.
       77  WRK-DIAS-AUX         PIC 9(08) VALUES ZEROS.
       77  WRK-QTD-ENCERRADAS   PIC 9(03) VALUES ZEROS.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       77  WRK-VALIDO           PIC X(01) VALUES 'N'.
           88 DADOS-VALIDOS VALUE 'S'.
       77  WRK-AUTORIZADO       PIC X(01) VALUES 'S'.
           88 USUARIO-AUTORIZADO VALUE 'S'.
       77  WRK-JUS-DUPLICADA    PIC X(01) VALUES 'N'.
           88 JUSTIFICATIVA-DUPLICADA VALUE 'S'.
      * Dados informados pelo operador.
       01  WRK-ENT-ESCALA.
           05 WRK-ENT-CODIGO         PIC X(04).
           05 WRK-ENT-DESCRICAO      PIC X(20).
           05 WRK-ENT-TIPO           PIC X(01).
           05 WRK-ENT-MINUTOS-DIA    PIC 9(04).
           05 WRK-ENT-TAMANHO-CICLO  PIC 9(02).
           05 WRK-ENT-PADRAO         PIC X(14).
           05 WRK-ENT-DATA-BASE      PIC 9(08).
       77  WRK-ENT-MATRICULA    PIC 9(05) VALUES ZEROS.
       77  WRK-ENT-DATA         PIC 9(08) VALUES ZEROS.
       77  WRK-ENT-MOTIVO       PIC X(20) VALUES SPACES.
       77  WRK-NOME-FUNC        PIC X(15) VALUES SPACES.
       77  WRK-TIPO-DESC        PIC X(07) VALUES SPACES.
       77  WRK-MASC-MINUTOS     PIC ZZZ9 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG71' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9000-CARREGAR-ESCALAS.
           PERFORM 9010-CARREGAR-ATRIBUICOES.
           DISPLAY '1-ESCALA  2-ATRIBUIR ESCALA  3-JUSTIFICAR ' ,
               'AUSENCIA  4-LISTAR: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF MODO-ESCALA OR MODO-ATRIBUICAO OR MODO-JUSTIFICATIVA
               PERFORM 0050-AUTORIZAR
           END-IF.
           IF USUARIO-AUTORIZADO
               EVALUATE TRUE
                   WHEN MODO-ESCALA
                       PERFORM 0100-MANTER-ESCALA
                   WHEN MODO-ATRIBUICAO
                       PERFORM 0200-ATRIBUIR-ESCALA
                   WHEN MODO-JUSTIFICATIVA
                       PERFORM 0300-JUSTIFICAR-AUSENCIA
                   WHEN MODO-LISTAGEM
                       PERFORM 0400-LISTAR-ESCALAS
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
                       MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           MOVE WRK-QTD-ESCALAS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao ESCALAS. Tabela
      * estourada na carga suspende a manutencao para nao regravar o
      * cadastro sem os registros que nao couberam.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'ESCALAS'          TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR ESCALAS-ESTOURARAM
               IF ESCALAS-ESTOURARAM
                   DISPLAY 'MANUTENCAO SUSPENSA ATE O CADASTRO CABER ' ,
                       'NA TABELA.'
               ELSE
                   DISPLAY 'USUARIO SEM PERMISSAO PARA MANUTENCAO ' ,
                       'DE ESCALAS.'
               END-IF
               MOVE 'N' TO WRK-AUTORIZADO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Modo 1: inclusao ou alteracao de escala. Na semanal o padrao
      * tem 7 posicoes (segunda a domingo) e o ciclo e sempre 7; no
      * ciclo o padrao tem o tamanho do ciclo e comeca na data-base.
       0100-MANTER-ESCALA.
           MOVE SPACES TO WRK-ENT-ESCALA.
           MOVE ZEROS  TO WRK-ENT-MINUTOS-DIA WRK-ENT-TAMANHO-CICLO
                          WRK-ENT-DATA-BASE WRK-IDX-ACHADO.
           DISPLAY 'CODIGO DA ESCALA: '.
           ACCEPT WRK-ENT-CODIGO FROM CONSOLE.
           PERFORM VARYING WRK-IDX-ESCALA FROM 1 BY 1
                   UNTIL WRK-IDX-ESCALA > WRK-QTD-ESCALAS
               IF WRK-ESCL-CODIGO(WRK-IDX-ESCALA) = WRK-ENT-CODIGO
                   SET WRK-IDX-ACHADO TO WRK-IDX-ESCALA
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO > ZEROS
               SET WRK-IDX-ESCALA TO WRK-IDX-ACHADO
               DISPLAY 'ALTERANDO: ' WRK-ESCL-DESCRICAO(WRK-IDX-ESCALA)
                   ' ' WRK-ESCL-TIPO(WRK-IDX-ESCALA) ' '
                   WRK-ESCL-MINUTOS-DIA(WRK-IDX-ESCALA) ' '
                   WRK-ESCL-PADRAO(WRK-IDX-ESCALA)
           END-IF.
           DISPLAY 'DESCRICAO: '.
           ACCEPT WRK-ENT-DESCRICAO FROM CONSOLE.
           DISPLAY 'TIPO (S-SEMANAL  C-CICLO): '.
           ACCEPT WRK-ENT-TIPO FROM CONSOLE.
           DISPLAY 'JORNADA DO DIA DE TRABALHO EM MINUTOS: '.
           ACCEPT WRK-ENT-MINUTOS-DIA FROM CONSOLE.
           IF WRK-ENT-TIPO = 'C'
               DISPLAY 'TAMANHO DO CICLO EM DIAS (1 A 14): '
               ACCEPT WRK-ENT-TAMANHO-CICLO FROM CONSOLE
               DISPLAY 'DATA-BASE DO CICLO (AAAAMMDD): '
               ACCEPT WRK-ENT-DATA-BASE FROM CONSOLE
           ELSE
               MOVE 7 TO WRK-ENT-TAMANHO-CICLO
           END-IF.
           DISPLAY 'PADRAO (T-TRABALHO F-FOLGA R-REPOUSO, UMA ' ,
               'POSICAO POR DIA): '.
           ACCEPT WRK-ENT-PADRAO FROM CONSOLE.
           PERFORM 0150-CRITICAR-ESCALA.
           IF DADOS-VALIDOS AND WRK-IDX-ACHADO = ZEROS
              AND WRK-QTD-ESCALAS NOT < 100
               MOVE 'N' TO WRK-VALIDO
               MOVE 'CADASTRO DE ESCALAS CHEIO' TO WRK-MENSAGEM
           END-IF.
           IF DADOS-VALIDOS
               IF WRK-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-ESCALAS
                   MOVE WRK-QTD-ESCALAS TO WRK-IDX-ACHADO
                   MOVE 'INCLUI ESCALA'  TO WRK-AUDIT-ACAO
               ELSE
                   MOVE 'ALTERA ESCALA'  TO WRK-AUDIT-ACAO
               END-IF
               SET WRK-IDX-ESCALA TO WRK-IDX-ACHADO
               MOVE WRK-ENT-CODIGO    TO WRK-ESCL-CODIGO(WRK-IDX-ESCALA)
               MOVE WRK-ENT-DESCRICAO
                   TO WRK-ESCL-DESCRICAO(WRK-IDX-ESCALA)
               MOVE WRK-ENT-TIPO      TO WRK-ESCL-TIPO(WRK-IDX-ESCALA)
               MOVE WRK-ENT-MINUTOS-DIA
                   TO WRK-ESCL-MINUTOS-DIA(WRK-IDX-ESCALA)
               MOVE WRK-ENT-TAMANHO-CICLO
                   TO WRK-ESCL-TAMANHO-CICLO(WRK-IDX-ESCALA)
               MOVE WRK-ENT-PADRAO    TO WRK-ESCL-PADRAO(WRK-IDX-ESCALA)
               MOVE WRK-ENT-DATA-BASE
                   TO WRK-ESCL-DATA-BASE(WRK-IDX-ESCALA)
               PERFORM 9030-GRAVAR-ESCALAS
               DISPLAY 'ESCALA ' WRK-ENT-CODIGO ' GRAVADA.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE WRK-ENT-CODIGO     TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-PADRAO     TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'ESCALA RECUSADA: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0150-CRITICAR-ESCALA.
           MOVE 'S'    TO WRK-VALIDO.
           MOVE SPACES TO WRK-MENSAGEM.
           MOVE ZEROS  TO WRK-QTD-DIAS-TRAB.
           EVALUATE TRUE
               WHEN WRK-ENT-CODIGO = SPACES
                   MOVE 'CODIGO EM BRANCO' TO WRK-MENSAGEM
               WHEN WRK-ENT-TIPO NOT = 'S' AND NOT = 'C'
                   MOVE 'TIPO DEVE SER S OU C' TO WRK-MENSAGEM
               WHEN WRK-ENT-MINUTOS-DIA NOT NUMERIC
                 OR WRK-ENT-MINUTOS-DIA = ZEROS
                 OR WRK-ENT-MINUTOS-DIA > 1440
                   MOVE 'JORNADA DEVE SER DE 1 A 1440 MINUTOS'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-TAMANHO-CICLO NOT NUMERIC
                 OR WRK-ENT-TAMANHO-CICLO = ZEROS
                 OR WRK-ENT-TAMANHO-CICLO > 14
                   MOVE 'TAMANHO DO CICLO DEVE SER DE 1 A 14'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-TIPO = 'C'
                AND (WRK-ENT-DATA-BASE NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-DATA-BASE)
                     NOT = ZEROS)
                   MOVE 'DATA-BASE DO CICLO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               PERFORM VARYING WRK-POS-PADRAO FROM 1 BY 1
                       UNTIL WRK-POS-PADRAO > WRK-ENT-TAMANHO-CICLO
                   EVALUATE WRK-ENT-PADRAO(WRK-POS-PADRAO:1)
                       WHEN 'T'
                           ADD 1 TO WRK-QTD-DIAS-TRAB
                       WHEN 'F'
                       WHEN 'R'
                           CONTINUE
                       WHEN OTHER
                           MOVE 'PADRAO ACEITA SO T, F OU R EM CADA DIA'
                               TO WRK-MENSAGEM
                   END-EVALUATE
               END-PERFORM
               IF WRK-ENT-TAMANHO-CICLO < 14
                   MOVE SPACES TO WRK-ENT-PADRAO
                       (WRK-ENT-TAMANHO-CICLO + 1:)
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES AND WRK-QTD-DIAS-TRAB = ZEROS
               MOVE 'PADRAO SEM NENHUM DIA DE TRABALHO' TO WRK-MENSAGEM
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               MOVE 'N' TO WRK-VALIDO
           END-IF.

      * Modo 2: atribuicao de escala. A nova atribuicao precisa ser
      * posterior a todas as da matricula; a vigente e encerrada no
      * dia anterior ao inicio da nova.
       0200-ATRIBUIR-ESCALA.
           MOVE 'S'    TO WRK-VALIDO.
           MOVE SPACES TO WRK-MENSAGEM WRK-ESC-CODIGO.
           MOVE ZEROS  TO WRK-QTD-ENCERRADAS.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-ENT-MATRICULA FROM CONSOLE.
           DISPLAY 'CODIGO DA ESCALA: '.
           ACCEPT WRK-ENT-CODIGO FROM CONSOLE.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '.
           ACCEPT WRK-ENT-DATA FROM CONSOLE.
           PERFORM 0250-LOCALIZAR-FUNCIONARIO.
           IF DADOS-VALIDOS
               PERFORM VARYING WRK-IDX-ESCALA FROM 1 BY 1
                       UNTIL WRK-IDX-ESCALA > WRK-QTD-ESCALAS
                   IF WRK-ESCL-CODIGO(WRK-IDX-ESCALA) = WRK-ENT-CODIGO
                       MOVE WRK-ENT-CODIGO TO WRK-ESC-CODIGO
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WRK-ESC-CODIGO = SPACES
                       MOVE 'ESCALA NAO CADASTRADA' TO WRK-MENSAGEM
                   WHEN WRK-ENT-DATA NOT NUMERIC
                     OR FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-DATA)
                         NOT = ZEROS
                       MOVE 'INICIO DA VIGENCIA INVALIDO'
                           TO WRK-MENSAGEM
                   WHEN WRK-QTD-ATRIBUICOES NOT < 1000
                       MOVE 'CADASTRO DE ATRIBUICOES CHEIO'
                           TO WRK-MENSAGEM
               END-EVALUATE
           END-IF.
           IF WRK-MENSAGEM = SPACES
               PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                       UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIBUICOES
                   IF WRK-ATRIB-MATRICULA(WRK-IDX-ATRIB) =
                           WRK-ENT-MATRICULA
                      AND WRK-ATRIB-INICIO(WRK-IDX-ATRIB) >=
                           WRK-ENT-DATA
                       MOVE 'INICIO ANTERIOR A ATRIBUICAO EXISTENTE'
                           TO WRK-MENSAGEM
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF DADOS-VALIDOS
               COMPUTE WRK-DIAS-AUX = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-ENT-DATA) - 1)
               PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                       UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIBUICOES
                   IF WRK-ATRIB-MATRICULA(WRK-IDX-ATRIB) =
                           WRK-ENT-MATRICULA
                      AND (WRK-ATRIB-FIM(WRK-IDX-ATRIB) = ZEROS
                       OR WRK-ATRIB-FIM(WRK-IDX-ATRIB) >= WRK-ENT-DATA)
                       MOVE WRK-DIAS-AUX
                           TO WRK-ATRIB-FIM(WRK-IDX-ATRIB)
                       ADD 1 TO WRK-QTD-ENCERRADAS
                   END-IF
               END-PERFORM
               ADD 1 TO WRK-QTD-ATRIBUICOES
               SET WRK-IDX-ATRIB TO WRK-QTD-ATRIBUICOES
               MOVE WRK-ENT-MATRICULA
                   TO WRK-ATRIB-MATRICULA(WRK-IDX-ATRIB)
               MOVE WRK-ENT-CODIGO TO WRK-ATRIB-CODIGO(WRK-IDX-ATRIB)
               MOVE WRK-ENT-DATA   TO WRK-ATRIB-INICIO(WRK-IDX-ATRIB)
               MOVE ZEROS          TO WRK-ATRIB-FIM(WRK-IDX-ATRIB)
               PERFORM 9040-GRAVAR-ATRIBUICOES
               DISPLAY 'ESCALA ' WRK-ENT-CODIGO ' ATRIBUIDA A ' ,
                   WRK-NOME-FUNC ' A PARTIR DE ' WRK-ENT-DATA
               IF WRK-QTD-ENCERRADAS > ZEROS
                   DISPLAY 'ATRIBUICAO ANTERIOR ENCERRADA EM ' ,
                       WRK-DIAS-AUX
               END-IF
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'ATRIBUI ESCALA'   TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
                              WRK-AUDIT-VALOR-NOVO
               STRING WRK-ENT-MATRICULA ' ' WRK-ENT-CODIGO
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-DATA TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'ATRIBUICAO RECUSADA: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A matricula precisa existir no cadastro e estar ativa.
       0250-LOCALIZAR-FUNCIONARIO.
           MOVE 'S'    TO WRK-VALIDO.
           MOVE SPACES TO WRK-NOME-FUNC WRK-MENSAGEM.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC NOT = '00'
               MOVE 'CADASTRO DE FUNCIONARIOS INDISPONIVEL'
                   TO WRK-MENSAGEM
           ELSE
               MOVE WRK-ENT-MATRICULA TO EMP-MATRICULA
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE 'MATRICULA NAO CADASTRADA' TO WRK-MENSAGEM
                   NOT INVALID KEY
                       IF EMP-DESLIGADO
                           MOVE 'FUNCIONARIO DESLIGADO' TO WRK-MENSAGEM
                       ELSE
                           MOVE EMP-NOME TO WRK-NOME-FUNC
                       END-IF
               END-READ
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               MOVE 'N' TO WRK-VALIDO
           END-IF.

      * Modo 3: justificativa de ausencia. Vale para dia ja ocorrido e
      * uma unica vez por matricula e dia.
       0300-JUSTIFICAR-AUSENCIA.
           DISPLAY 'MATRICULA: '.
           ACCEPT WRK-ENT-MATRICULA FROM CONSOLE.
           DISPLAY 'DATA DA AUSENCIA (AAAAMMDD): '.
           ACCEPT WRK-ENT-DATA FROM CONSOLE.
           DISPLAY 'MOTIVO: '.
           ACCEPT WRK-ENT-MOTIVO FROM CONSOLE.
           PERFORM 0250-LOCALIZAR-FUNCIONARIO.
           IF DADOS-VALIDOS
               EVALUATE TRUE
                   WHEN WRK-ENT-DATA NOT NUMERIC
                     OR FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-DATA)
                         NOT = ZEROS
                     OR WRK-ENT-DATA > WRK-DATA-HOJE
                       MOVE 'DATA DA AUSENCIA INVALIDA' TO WRK-MENSAGEM
                   WHEN WRK-ENT-MOTIVO = SPACES
                       MOVE 'MOTIVO EM BRANCO' TO WRK-MENSAGEM
               END-EVALUATE
           END-IF.
           IF WRK-MENSAGEM = SPACES
               PERFORM 0350-VERIFICAR-JUSTIFICATIVA
               IF JUSTIFICATIVA-DUPLICADA
                   MOVE 'AUSENCIA JA JUSTIFICADA' TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               OPEN EXTEND JUSTIFICATIVA-FILE
               IF WRK-STATUS-JUSTIF = '35'
                   OPEN OUTPUT JUSTIFICATIVA-FILE
               END-IF
               MOVE SPACES             TO JUSTIFICATIVA-RECORD
               MOVE WRK-ENT-MATRICULA  TO JUS-MATRICULA
               MOVE WRK-ENT-DATA       TO JUS-DATA
               MOVE WRK-ENT-MOTIVO     TO JUS-MOTIVO
               MOVE WRK-USUARIO-SESSAO TO JUS-USUARIO
               WRITE JUSTIFICATIVA-RECORD
               CLOSE JUSTIFICATIVA-FILE
               DISPLAY 'AUSENCIA DE ' WRK-NOME-FUNC ' EM ' ,
                   WRK-ENT-DATA ' JUSTIFICADA.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'JUSTIFICATIVA' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-MATRICULA TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-DATA      TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'JUSTIFICATIVA RECUSADA: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0350-VERIFICAR-JUSTIFICATIVA.
           MOVE 'N' TO WRK-JUS-DUPLICADA WRK-FIM-JUSTIF.
           OPEN INPUT JUSTIFICATIVA-FILE.
           IF WRK-STATUS-JUSTIF = '00'
               PERFORM UNTIL FIM-JUSTIF
                   READ JUSTIFICATIVA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-JUSTIF
                       NOT AT END
                           IF JUS-MATRICULA = WRK-ENT-MATRICULA
                              AND JUS-DATA = WRK-ENT-DATA
                               SET JUSTIFICATIVA-DUPLICADA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JUSTIFICATIVA-FILE
           END-IF.

      * Modo 4: listagem das escalas e das atribuicoes por matricula.
       0400-LISTAR-ESCALAS.
           PERFORM 0090-MONTAR-CABECALHO.
           DISPLAY 'COD  DESCRICAO            TIPO    JORNADA ' ,
               'CICLO PADRAO         DATA-BASE'.
           DISPLAY '-----------------------------------------------' ,
               '--------------------------'.
           PERFORM VARYING WRK-IDX-ESCALA FROM 1 BY 1
                   UNTIL WRK-IDX-ESCALA > WRK-QTD-ESCALAS
               IF WRK-ESCL-TIPO(WRK-IDX-ESCALA) = 'C'
                   MOVE 'CICLO'   TO WRK-TIPO-DESC
               ELSE
                   MOVE 'SEMANAL' TO WRK-TIPO-DESC
               END-IF
               MOVE WRK-ESCL-MINUTOS-DIA(WRK-IDX-ESCALA)
                   TO WRK-MASC-MINUTOS
               DISPLAY WRK-ESCL-CODIGO(WRK-IDX-ESCALA) ' '
                   WRK-ESCL-DESCRICAO(WRK-IDX-ESCALA) ' '
                   WRK-TIPO-DESC ' ' WRK-MASC-MINUTOS '    '
                   WRK-ESCL-TAMANHO-CICLO(WRK-IDX-ESCALA) ' '
                   WRK-ESCL-PADRAO(WRK-IDX-ESCALA) ' '
                   WRK-ESCL-DATA-BASE(WRK-IDX-ESCALA)
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'MATRIC COD  INICIO   FIM'.
           DISPLAY '------------------------------'.
           PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                   UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIBUICOES
               DISPLAY WRK-ATRIB-MATRICULA(WRK-IDX-ATRIB) '  '
                   WRK-ATRIB-CODIGO(WRK-IDX-ATRIB) ' '
                   WRK-ATRIB-INICIO(WRK-IDX-ATRIB) ' '
                   WRK-ATRIB-FIM(WRK-IDX-ATRIB)
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'ESCALAS: ' WRK-QTD-ESCALAS '   ATRIBUICOES: ' ,
               WRK-QTD-ATRIBUICOES.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.

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
           DISPLAY '     CADASTRO DE ESCALAS DE TRABALHO'.
           DISPLAY ' '.

           COPY 'ESCLPR.COB'.
           COPY 'CALNPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG71.
