      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro de responsaveis financeiros
      * (RESPONSAVEIS.DAT, um por codigo de familia) e do vinculo de
      * cada aluno a sua familia em FAMILIAS.DAT - ate aqui montado
      * em editor so para o desconto de irmaos do PROG57, sem dizer
      * quem paga. Menu nos moldes do PROG27: I inclui ou altera o
      * responsavel (nome, CPF conferido pelo modulo 11 e unico no
      * cadastro, endereco e contato); S inativa ou reativa; V
      * vincula o aluno de STUDENT.DAT a familia de um responsavel
      * ativo (aluno de outra familia muda de familia no mesmo
      * lugar da fila de irmaos); D desvincula; L lista cada
      * responsavel com os alunos e os alunos de familia sem
      * responsavel. Usuario autorizado pelo PROG29 na funcao
      * RESPONSAVEL; cada alteracao fica em AUDIT-LOG.LOG. O extrato
      * mensal da familia e o informe anual saem no PROG90.
      * RETURN-CODE 8 usuario sem permissao, 4 operacao recusada.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG89.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-STATUS-ALUNO.
           COPY 'RSPSL.COB'.
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
           COPY 'RSPFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'RSPWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-ALUNO     PIC X(02) VALUES ZEROS.
       77  WRK-OPCAO PIC X(01) VALUES SPACE.
           88 OPCAO-CADASTRO   VALUE 'I'.
           88 OPCAO-SITUACAO   VALUE 'S'.
           88 OPCAO-VINCULAR   VALUE 'V'.
           88 OPCAO-DESVINCULAR VALUE 'D'.
           88 OPCAO-LISTAR     VALUE 'L'.
           88 OPCAO-SAIR       VALUE '9'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       77  WRK-VALIDO           PIC X(01) VALUES 'N'.
           88 DADOS-VALIDOS VALUE 'S'.
       77  WRK-QTD-OPERACOES    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-RECUSADAS    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-ATIVOS       PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-ALUNOS-FAM   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-SEM-RESP     PIC 9(03) VALUES ZEROS.
       77  WRK-NOVA-SITUACAO    PIC X(01) VALUES SPACE.
       77  WRK-FAMILIA-ANTERIOR PIC 9(04) VALUES ZEROS.
       77  WRK-NOME-ALUNO       PIC X(20) VALUES SPACES.
      * Dados informados pelo operador.
       01  WRK-ENT-RESPONSAVEL.
           05 WRK-ENT-FAMILIA       PIC 9(04).
           05 WRK-ENT-NOME          PIC X(30).
           05 WRK-ENT-CPF           PIC 9(11).
           05 WRK-ENT-ENDERECO      PIC X(40).
           05 WRK-ENT-CIDADE        PIC X(20).
           05 WRK-ENT-UF            PIC X(02).
           05 WRK-ENT-CEP           PIC 9(08).
           05 WRK-ENT-TELEFONE      PIC X(15).
           05 WRK-ENT-EMAIL         PIC X(40).
       77  WRK-ENT-MATRICULA    PIC 9(05) VALUES ZEROS.
       77  WRK-CPF-ANTERIOR     PIC 9(11) VALUES ZEROS.
      * Modulo 11 do CPF (dois digitos, pesos decrescentes a partir de
      * 10 e 11), a mesma conta do PROG72.
       01  WRK-CPF-CALC         PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-DIGITOS REDEFINES WRK-CPF-CALC.
           05 WRK-CPF-DIG PIC 9(01) OCCURS 11 TIMES.
       77  WRK-SOMA-DV          PIC 9(05) VALUE ZEROS.
       77  WRK-PESO-DV          PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-DV         PIC 9(02) VALUE ZEROS.
       77  WRK-DIGITO-CALC      PIC 9(02) VALUE ZEROS.
       77  WRK-CTR-DV           PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-IGUAIS       PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG89' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 9282-CARREGAR-RESPONSAVEIS.
           PERFORM 9290-CARREGAR-FAMILIAS.
           PERFORM 0050-AUTORIZAR.
           IF RETURN-CODE NOT = ZEROS
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM UNTIL OPCAO-SAIR
               DISPLAY ' '
               DISPLAY 'I-INCLUIR/ALTERAR  S-SITUACAO  V-VINCULAR ' ,
                   'ALUNO  D-DESVINCULAR ALUNO  L-LISTAR  9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE TRUE
                   WHEN OPCAO-CADASTRO
                       PERFORM 0100-MANTER-RESPONSAVEL
                   WHEN OPCAO-SITUACAO
                       PERFORM 0200-ALTERAR-SITUACAO
                   WHEN OPCAO-VINCULAR
                       PERFORM 0300-VINCULAR-ALUNO
                   WHEN OPCAO-DESVINCULAR
                       PERFORM 0400-DESVINCULAR-ALUNO
                   WHEN OPCAO-LISTAR
                       PERFORM 0500-LISTAR-RESPONSAVEIS
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

      * Usuario autorizado pelo PROG29 na funcao RESPONSAVEL. Tabela
      * estourada na carga suspende a manutencao para nao regravar o
      * arquivo sem os registros que nao couberam.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'RESPONSAVEL'      TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR RESPONSAVEIS-ESTOURARAM
              OR FAMILIAS-ESTOURARAM
               IF AUT-CONCEDIDO NOT = 'S'
                   DISPLAY 'USUARIO SEM PERMISSAO PARA MANUTENCAO ' ,
                       'DE RESPONSAVEIS.'
               ELSE
                   DISPLAY 'MANUTENCAO SUSPENSA ATE O CADASTRO CABER ' ,
                       'NA TABELA.'
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

      * I: inclusao ou alteracao do responsavel da familia. Na
      * alteracao todos os dados sao redigitados, inclusive o CPF
      * (troca de responsavel da familia), com o CPF anterior na
      * trilha de auditoria.
       0100-MANTER-RESPONSAVEL.
           MOVE SPACES TO WRK-ENT-NOME WRK-ENT-ENDERECO WRK-ENT-CIDADE
                          WRK-ENT-UF WRK-ENT-TELEFONE WRK-ENT-EMAIL.
           MOVE ZEROS  TO WRK-ENT-FAMILIA WRK-ENT-CPF WRK-ENT-CEP
                          WRK-CPF-ANTERIOR.
           DISPLAY 'CODIGO DA FAMILIA: '.
           ACCEPT WRK-ENT-FAMILIA FROM CONSOLE.
           MOVE WRK-ENT-FAMILIA TO WRK-RSP-FAMILIA-PROC.
           PERFORM 9284-LOCALIZAR-RESPONSAVEL.
           IF WRK-RSP-IDX-ACHADO > ZEROS
               SET WRK-IDX-RSP TO WRK-RSP-IDX-ACHADO
               DISPLAY 'ALTERANDO: ' WRK-RSP-NOME(WRK-IDX-RSP)
                   ' CPF ' WRK-RSP-CPF(WRK-IDX-RSP)
               MOVE WRK-RSP-CPF(WRK-IDX-RSP) TO WRK-CPF-ANTERIOR
           END-IF.
           DISPLAY 'NOME DO RESPONSAVEL FINANCEIRO: '.
           ACCEPT WRK-ENT-NOME FROM CONSOLE.
           DISPLAY 'CPF: '.
           ACCEPT WRK-ENT-CPF FROM CONSOLE.
           DISPLAY 'ENDERECO: '.
           ACCEPT WRK-ENT-ENDERECO FROM CONSOLE.
           DISPLAY 'CIDADE: '.
           ACCEPT WRK-ENT-CIDADE FROM CONSOLE.
           DISPLAY 'UF: '.
           ACCEPT WRK-ENT-UF FROM CONSOLE.
           DISPLAY 'CEP: '.
           ACCEPT WRK-ENT-CEP FROM CONSOLE.
           DISPLAY 'TELEFONE: '.
           ACCEPT WRK-ENT-TELEFONE FROM CONSOLE.
           DISPLAY 'E-MAIL: '.
           ACCEPT WRK-ENT-EMAIL FROM CONSOLE.
           PERFORM 0150-CRITICAR-RESPONSAVEL.
           IF DADOS-VALIDOS AND WRK-RSP-IDX-ACHADO = ZEROS
              AND WRK-QTD-RESPONSAVEIS NOT < 300
               MOVE 'N' TO WRK-VALIDO
               MOVE 'CADASTRO DE RESPONSAVEIS CHEIO' TO WRK-MENSAGEM
           END-IF.
           IF DADOS-VALIDOS
               IF WRK-RSP-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-RESPONSAVEIS
                   MOVE WRK-QTD-RESPONSAVEIS TO WRK-RSP-IDX-ACHADO
                   SET WRK-IDX-RSP TO WRK-RSP-IDX-ACHADO
                   MOVE 'A' TO WRK-RSP-SITUACAO(WRK-IDX-RSP)
                   MOVE 'INCLUI RESPONS' TO WRK-AUDIT-ACAO
                   MOVE WRK-ENT-FAMILIA  TO WRK-AUDIT-VALOR-ANTIGO
               ELSE
                   MOVE 'ALTERA RESPONS' TO WRK-AUDIT-ACAO
                   MOVE WRK-CPF-ANTERIOR TO WRK-AUDIT-VALOR-ANTIGO
               END-IF
               SET WRK-IDX-RSP TO WRK-RSP-IDX-ACHADO
               MOVE WRK-ENT-FAMILIA   TO WRK-RSP-FAMILIA(WRK-IDX-RSP)
               MOVE WRK-ENT-NOME      TO WRK-RSP-NOME(WRK-IDX-RSP)
               MOVE WRK-ENT-CPF       TO WRK-RSP-CPF(WRK-IDX-RSP)
               MOVE WRK-ENT-ENDERECO  TO WRK-RSP-ENDERECO(WRK-IDX-RSP)
               MOVE WRK-ENT-CIDADE    TO WRK-RSP-CIDADE(WRK-IDX-RSP)
               MOVE WRK-ENT-UF        TO WRK-RSP-UF(WRK-IDX-RSP)
               MOVE WRK-ENT-CEP       TO WRK-RSP-CEP(WRK-IDX-RSP)
               MOVE WRK-ENT-TELEFONE  TO WRK-RSP-TELEFONE(WRK-IDX-RSP)
               MOVE WRK-ENT-EMAIL     TO WRK-RSP-EMAIL(WRK-IDX-RSP)
               PERFORM 9286-GRAVAR-RESPONSAVEIS
               DISPLAY 'RESPONSAVEL DA FAMILIA ' WRK-ENT-FAMILIA ,
                   ' GRAVADO.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE WRK-ENT-CPF        TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QTD-OPERACOES
           ELSE
               DISPLAY 'RESPONSAVEL RECUSADO: ' WRK-MENSAGEM
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

       0150-CRITICAR-RESPONSAVEL.
           MOVE 'S'    TO WRK-VALIDO.
           MOVE SPACES TO WRK-MENSAGEM.
           EVALUATE TRUE
               WHEN WRK-ENT-FAMILIA NOT NUMERIC
                 OR WRK-ENT-FAMILIA = ZEROS
                   MOVE 'CODIGO DE FAMILIA INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-ENT-NOME = SPACES
                   MOVE 'NOME EM BRANCO' TO WRK-MENSAGEM
               WHEN WRK-ENT-ENDERECO = SPACES
                 OR WRK-ENT-CIDADE = SPACES
                   MOVE 'ENDERECO INCOMPLETO' TO WRK-MENSAGEM
               WHEN WRK-ENT-UF NOT ALPHABETIC
                 OR WRK-ENT-UF(1:1) = SPACE
                 OR WRK-ENT-UF(2:1) = SPACE
                   MOVE 'UF INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-ENT-CEP NOT NUMERIC
                 OR WRK-ENT-CEP = ZEROS
                   MOVE 'CEP INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-ENT-TELEFONE = SPACES
                AND WRK-ENT-EMAIL = SPACES
                   MOVE 'INFORME TELEFONE OU E-MAIL' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               PERFORM 0160-CONFERIR-CPF
           END-IF.
      * Um CPF responde por uma so familia: o informe anual do
      * imposto de renda sai por familia e nao pode partir os
      * pagamentos da mesma pessoa.
           IF WRK-MENSAGEM = SPACES
               PERFORM VARYING WRK-IDX-RSP FROM 1 BY 1
                       UNTIL WRK-IDX-RSP > WRK-QTD-RESPONSAVEIS
                   IF WRK-RSP-CPF(WRK-IDX-RSP) = WRK-ENT-CPF
                      AND WRK-RSP-FAMILIA(WRK-IDX-RSP) NOT =
                          WRK-ENT-FAMILIA
                       MOVE 'CPF JA RESPONSAVEL POR OUTRA FAMILIA'
                           TO WRK-MENSAGEM
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               MOVE 'N' TO WRK-VALIDO
           END-IF.

      * CPF com os dois digitos verificadores do modulo 11 e sem a
      * sequencia de um so algarismo repetido.
       0160-CONFERIR-CPF.
           IF WRK-ENT-CPF NOT NUMERIC
               MOVE 'CPF INVALIDO' TO WRK-MENSAGEM
           ELSE
               MOVE WRK-ENT-CPF TO WRK-CPF-CALC
               MOVE ZEROS TO WRK-QTD-IGUAIS
               PERFORM VARYING WRK-CTR-DV FROM 2 BY 1
                       UNTIL WRK-CTR-DV > 11
                   IF WRK-CPF-DIG(WRK-CTR-DV) = WRK-CPF-DIG(1)
                       ADD 1 TO WRK-QTD-IGUAIS
                   END-IF
               END-PERFORM
               MOVE ZEROS TO WRK-SOMA-DV
               MOVE 10 TO WRK-PESO-DV
               PERFORM VARYING WRK-CTR-DV FROM 1 BY 1
                       UNTIL WRK-CTR-DV > 9
                   COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                       (WRK-CPF-DIG(WRK-CTR-DV) * WRK-PESO-DV)
                   SUBTRACT 1 FROM WRK-PESO-DV
               END-PERFORM
               COMPUTE WRK-RESTO-DV = FUNCTION MOD(WRK-SOMA-DV 11)
               IF WRK-RESTO-DV < 2
                   MOVE ZEROS TO WRK-DIGITO-CALC
               ELSE
                   COMPUTE WRK-DIGITO-CALC = 11 - WRK-RESTO-DV
               END-IF
               IF WRK-DIGITO-CALC NOT = WRK-CPF-DIG(10)
                  OR WRK-QTD-IGUAIS = 10
                   MOVE 'CPF INVALIDO' TO WRK-MENSAGEM
               ELSE
                   MOVE ZEROS TO WRK-SOMA-DV
                   MOVE 11 TO WRK-PESO-DV
                   PERFORM VARYING WRK-CTR-DV FROM 1 BY 1
                           UNTIL WRK-CTR-DV > 10
                       COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                           (WRK-CPF-DIG(WRK-CTR-DV) * WRK-PESO-DV)
                       SUBTRACT 1 FROM WRK-PESO-DV
                   END-PERFORM
                   COMPUTE WRK-RESTO-DV =
                       FUNCTION MOD(WRK-SOMA-DV 11)
                   IF WRK-RESTO-DV < 2
                       MOVE ZEROS TO WRK-DIGITO-CALC
                   ELSE
                       COMPUTE WRK-DIGITO-CALC = 11 - WRK-RESTO-DV
                   END-IF
                   IF WRK-DIGITO-CALC NOT = WRK-CPF-DIG(11)
                       MOVE 'CPF INVALIDO' TO WRK-MENSAGEM
                   END-IF
               END-IF
           END-IF.

      * S: inativa ou reativa. Familia inativa nao recebe aluno novo;
      * o historico continua valendo para o extrato e o informe.
       0200-ALTERAR-SITUACAO.
           MOVE SPACES TO WRK-MENSAGEM.
           DISPLAY 'CODIGO DA FAMILIA: '.
           ACCEPT WRK-ENT-FAMILIA FROM CONSOLE.
           DISPLAY 'NOVA SITUACAO (A-ATIVO  I-INATIVO): '.
           ACCEPT WRK-NOVA-SITUACAO FROM CONSOLE.
           MOVE WRK-ENT-FAMILIA TO WRK-RSP-FAMILIA-PROC.
           PERFORM 9284-LOCALIZAR-RESPONSAVEL.
           EVALUATE TRUE
               WHEN WRK-RSP-IDX-ACHADO = ZEROS
                   MOVE 'FAMILIA SEM RESPONSAVEL CADASTRADO'
                       TO WRK-MENSAGEM
               WHEN WRK-NOVA-SITUACAO NOT = 'A' AND NOT = 'I'
                   MOVE 'SITUACAO DEVE SER A OU I' TO WRK-MENSAGEM
               WHEN OTHER
                   SET WRK-IDX-RSP TO WRK-RSP-IDX-ACHADO
                   IF WRK-RSP-SITUACAO(WRK-IDX-RSP) =
                           WRK-NOVA-SITUACAO
                       MOVE 'RESPONSAVEL JA ESTA NESSA SITUACAO'
                           TO WRK-MENSAGEM
                   END-IF
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-RSP-SITUACAO(WRK-IDX-RSP)
                   TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-NOVA-SITUACAO TO WRK-RSP-SITUACAO(WRK-IDX-RSP)
               PERFORM 9286-GRAVAR-RESPONSAVEIS
               DISPLAY 'FAMILIA ' WRK-ENT-FAMILIA ' ' ,
                   WRK-RSP-NOME(WRK-IDX-RSP) ' AGORA NA SITUACAO ' ,
                   WRK-NOVA-SITUACAO '.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'SITUACAO RESP'    TO WRK-AUDIT-ACAO
               MOVE WRK-NOVA-SITUACAO  TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QTD-OPERACOES
           ELSE
               DISPLAY 'ALTERACAO RECUSADA: ' WRK-MENSAGEM
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

      * V: vincula o aluno a familia. Aluno ja vinculado a outra
      * familia troca o codigo no proprio registro, sem mudar a
      * ordem de FAMILIAS.DAT; aluno novo entra no fim da fila.
       0300-VINCULAR-ALUNO.
           MOVE SPACES TO WRK-MENSAGEM.
           MOVE ZEROS  TO WRK-FAMILIA-ANTERIOR.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-ENT-MATRICULA FROM CONSOLE.
           DISPLAY 'CODIGO DA FAMILIA: '.
           ACCEPT WRK-ENT-FAMILIA FROM CONSOLE.
           PERFORM 0350-LER-ALUNO.
           MOVE WRK-ENT-FAMILIA TO WRK-RSP-FAMILIA-PROC.
           PERFORM 9284-LOCALIZAR-RESPONSAVEL.
           MOVE WRK-ENT-MATRICULA TO WRK-FAM-MATRICULA-PROC.
           PERFORM 9292-LOCALIZAR-VINCULO.
           IF WRK-FAM-IDX-ACHADO > ZEROS
               SET WRK-IDX-FAM TO WRK-FAM-IDX-ACHADO
               MOVE WRK-FAM-CODIGO(WRK-IDX-FAM) TO WRK-FAMILIA-ANTERIOR
           END-IF.
           IF WRK-RSP-IDX-ACHADO > ZEROS
               SET WRK-IDX-RSP TO WRK-RSP-IDX-ACHADO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-NOME-ALUNO = SPACES
                   MOVE 'ALUNO NAO CADASTRADO EM STUDENT.DAT'
                       TO WRK-MENSAGEM
               WHEN WRK-RSP-IDX-ACHADO = ZEROS
                   MOVE 'FAMILIA SEM RESPONSAVEL CADASTRADO'
                       TO WRK-MENSAGEM
               WHEN WRK-RSP-SITUACAO(WRK-IDX-RSP) NOT = 'A'
                   MOVE 'RESPONSAVEL INATIVO' TO WRK-MENSAGEM
               WHEN WRK-FAMILIA-ANTERIOR = WRK-ENT-FAMILIA
                   MOVE 'ALUNO JA VINCULADO A ESSA FAMILIA'
                       TO WRK-MENSAGEM
               WHEN WRK-FAM-IDX-ACHADO = ZEROS
                AND WRK-QTD-FAMILIAS NOT < 200
                   MOVE 'FAMILIAS.DAT CHEIO' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               IF WRK-FAM-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-FAMILIAS
                   SET WRK-IDX-FAM TO WRK-QTD-FAMILIAS
                   MOVE WRK-ENT-MATRICULA
                       TO WRK-FAM-MATRICULA(WRK-IDX-FAM)
               END-IF
               MOVE WRK-ENT-FAMILIA TO WRK-FAM-CODIGO(WRK-IDX-FAM)
               PERFORM 9294-GRAVAR-FAMILIAS
               DISPLAY 'ALUNO ' WRK-ENT-MATRICULA ' ' WRK-NOME-ALUNO ,
                   ' VINCULADO A FAMILIA ' WRK-ENT-FAMILIA ' - ' ,
                   WRK-RSP-NOME(WRK-IDX-RSP)
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'VINCULA ALUNO'    TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
                              WRK-AUDIT-VALOR-NOVO
               STRING WRK-ENT-MATRICULA '/' WRK-FAMILIA-ANTERIOR
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO
               STRING WRK-ENT-MATRICULA '/' WRK-ENT-FAMILIA
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QTD-OPERACOES
           ELSE
               DISPLAY 'VINCULO RECUSADO: ' WRK-MENSAGEM
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

      * Nome do aluno de WRK-ENT-MATRICULA em WRK-NOME-ALUNO (brancos
      * quando a matricula nao existe).
       0350-LER-ALUNO.
           MOVE SPACES TO WRK-NOME-ALUNO.
           OPEN INPUT STUDENT-FILE.
           IF WRK-STATUS-ALUNO = '00'
               MOVE WRK-ENT-MATRICULA TO ALU-MATRICULA
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE ALU-NOME TO WRK-NOME-ALUNO
               END-READ
               CLOSE STUDENT-FILE
           END-IF.

      * D: retira o aluno da familia; os irmaos que vinham depois
      * sobem uma posicao na fila do desconto.
       0400-DESVINCULAR-ALUNO.
           MOVE SPACES TO WRK-MENSAGEM.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-ENT-MATRICULA FROM CONSOLE.
           MOVE WRK-ENT-MATRICULA TO WRK-FAM-MATRICULA-PROC.
           PERFORM 9292-LOCALIZAR-VINCULO.
           IF WRK-FAM-IDX-ACHADO = ZEROS
               DISPLAY 'DESVINCULO RECUSADO: ALUNO SEM FAMILIA EM ' ,
                   'FAMILIAS.DAT'
               ADD 1 TO WRK-QTD-RECUSADAS
           ELSE
               SET WRK-IDX-FAM TO WRK-FAM-IDX-ACHADO
               MOVE WRK-FAM-CODIGO(WRK-IDX-FAM) TO WRK-FAMILIA-ANTERIOR
               PERFORM VARYING WRK-IDX-FAM FROM WRK-FAM-IDX-ACHADO
                       BY 1 UNTIL WRK-IDX-FAM >= WRK-QTD-FAMILIAS
                   MOVE WRK-FAM-ITEM(WRK-IDX-FAM + 1)
                       TO WRK-FAM-ITEM(WRK-IDX-FAM)
               END-PERFORM
               SUBTRACT 1 FROM WRK-QTD-FAMILIAS
               PERFORM 9294-GRAVAR-FAMILIAS
               DISPLAY 'ALUNO ' WRK-ENT-MATRICULA ' RETIRADO DA ' ,
                   'FAMILIA ' WRK-FAMILIA-ANTERIOR '.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'DESVINC ALUNO'    TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
                              WRK-AUDIT-VALOR-NOVO
               STRING WRK-ENT-MATRICULA '/' WRK-FAMILIA-ANTERIOR
                   DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               ADD 1 TO WRK-QTD-OPERACOES
           END-IF.

      * L: cada responsavel com os alunos da familia e, no fim, os
      * alunos de FAMILIAS.DAT cuja familia nao tem responsavel.
       0500-LISTAR-RESPONSAVEIS.
           PERFORM 0090-MONTAR-CABECALHO.
           MOVE ZEROS TO WRK-QTD-ATIVOS WRK-QTD-SEM-RESP.
           PERFORM VARYING WRK-IDX-RSP FROM 1 BY 1
                   UNTIL WRK-IDX-RSP > WRK-QTD-RESPONSAVEIS
               IF WRK-RSP-SITUACAO(WRK-IDX-RSP) = 'A'
                   ADD 1 TO WRK-QTD-ATIVOS
               END-IF
               DISPLAY 'FAMILIA ' WRK-RSP-FAMILIA(WRK-IDX-RSP) ' '
                   WRK-RSP-NOME(WRK-IDX-RSP) ' CPF '
                   WRK-RSP-CPF(WRK-IDX-RSP) ' SITUACAO '
                   WRK-RSP-SITUACAO(WRK-IDX-RSP)
               DISPLAY '     ' WRK-RSP-ENDERECO(WRK-IDX-RSP) ' '
                   WRK-RSP-CIDADE(WRK-IDX-RSP) ' '
                   WRK-RSP-UF(WRK-IDX-RSP) ' CEP '
                   WRK-RSP-CEP(WRK-IDX-RSP)
               DISPLAY '     TEL ' WRK-RSP-TELEFONE(WRK-IDX-RSP) ' '
                   WRK-RSP-EMAIL(WRK-IDX-RSP)
               MOVE ZEROS TO WRK-QTD-ALUNOS-FAM
               PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                       UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
                   IF WRK-FAM-CODIGO(WRK-IDX-FAM) =
                           WRK-RSP-FAMILIA(WRK-IDX-RSP)
                       ADD 1 TO WRK-QTD-ALUNOS-FAM
                       MOVE WRK-FAM-MATRICULA(WRK-IDX-FAM)
                           TO WRK-ENT-MATRICULA
                       PERFORM 0350-LER-ALUNO
                       DISPLAY '     ALUNO ' WRK-ENT-MATRICULA ' '
                           WRK-NOME-ALUNO
                   END-IF
               END-PERFORM
               IF WRK-QTD-ALUNOS-FAM = ZEROS
                   DISPLAY '     NENHUM ALUNO VINCULADO'
               END-IF
           END-PERFORM.
           DISPLAY ' '.
           PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                   UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
               MOVE WRK-FAM-CODIGO(WRK-IDX-FAM) TO WRK-RSP-FAMILIA-PROC
               PERFORM 9284-LOCALIZAR-RESPONSAVEL
               IF WRK-RSP-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-SEM-RESP
                   DISPLAY 'SEM RESPONSAVEL: ALUNO '
                       WRK-FAM-MATRICULA(WRK-IDX-FAM) ' FAMILIA '
                       WRK-FAM-CODIGO(WRK-IDX-FAM)
               END-IF
           END-PERFORM.
           DISPLAY 'RESPONSAVEIS: ' WRK-QTD-RESPONSAVEIS '   ATIVOS: ' ,
               WRK-QTD-ATIVOS '   ALUNOS SEM RESPONSAVEL: ' ,
               WRK-QTD-SEM-RESP.
           DISPLAY WRK-RODAPE-MENSAGEM.

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
           DISPLAY '        CADASTRO DE RESPONSAVEIS FINANCEIROS'.
           DISPLAY ' '.

           COPY 'RSPPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG89.
