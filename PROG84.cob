      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro de contas correntes da empresa
      * (CONTAS-BANCO.DAT): cada banco, agencia e conta ligado a sua
      * conta contabil de caixa no CONTAS.DAT - e por ela que o
      * PROG55 encaminha o extrato e o PROG05 concilia cada conta em
      * separado. O modo 1 inclui ou altera uma conta corrente (conta
      * contabil analitica e ativa no plano, e nenhuma outra conta
      * corrente na mesma conta contabil); o modo 2 inativa ou
      * reativa - conta inativa nao recebe extrato novo no PROG55; o
      * modo 3 lista o cadastro. A primeira conta cadastrada e a
      * principal, dona dos lancamentos antigos sem conta. Os modos 1
      * e 2 exigem usuario autorizado pelo PROG29 na funcao
      * CONTASBANCO e ficam registrados em AUDIT-LOG.LOG. RETURN-CODE
      * 8 dados recusados ou usuario sem permissao.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG84.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CBCOSL.COB'.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAS.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'CBCOFD.COB'.
       FD  CONTAS-FILE.
       01  CONTAS-RECORD.
           05 CTA-CODIGO  PIC 9(04).
           05 FILLER      PIC X(01).
           05 CTA-NOME    PIC X(20).
           05 CTA-TIPO    PIC X(01).
           05 CTA-PAI     PIC X(04).
           05 CTA-ATIVA   PIC X(01).
           05 CTA-GRUPO   PIC X(01).
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'CBCOWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-CONTAS    PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CONTAS       PIC X(01) VALUES 'N'.
           88 FIM-CONTAS VALUE 'S'.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-CADASTRO  VALUE '1'.
           88 MODO-SITUACAO  VALUE '2'.
           88 MODO-LISTAGEM  VALUE '3'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       77  WRK-VALIDO           PIC X(01) VALUES 'N'.
           88 DADOS-VALIDOS VALUE 'S'.
       77  WRK-AUTORIZADO       PIC X(01) VALUES 'S'.
           88 USUARIO-AUTORIZADO VALUE 'S'.
       77  WRK-QTD-ATIVAS       PIC 9(02) VALUES ZEROS.
      * Dados informados pelo operador.
       01  WRK-ENT-CONTA-BANCO.
           05 WRK-ENT-BANCO         PIC 9(03).
           05 WRK-ENT-AGENCIA       PIC 9(04).
           05 WRK-ENT-CONTA         PIC 9(08).
           05 WRK-ENT-CONTABIL      PIC 9(04).
           05 WRK-ENT-DESCRICAO     PIC X(20).
       77  WRK-NOVA-SITUACAO    PIC X(01) VALUES SPACE.
      * Conta contabil procurada no plano de contas: 'A' analitica
      * ativa, 'S' sintetica, 'I' inativa, 'N' fora do plano.
       77  WRK-SITUACAO-CONTA   PIC X(01) VALUES 'N'.
       77  WRK-IDX-ALTERADA     PIC 9(02) VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG84' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 9270-CARREGAR-CONTAS-BANCO.
           DISPLAY '1-INCLUIR/ALTERAR  2-INATIVAR/REATIVAR  ' ,
               '3-LISTAR: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF MODO-CADASTRO OR MODO-SITUACAO
               PERFORM 0050-AUTORIZAR
           END-IF.
           IF USUARIO-AUTORIZADO
               EVALUATE TRUE
                   WHEN MODO-CADASTRO
                       PERFORM 0100-MANTER-CONTA-BANCO
                   WHEN MODO-SITUACAO
                       PERFORM 0200-ALTERAR-SITUACAO
                   WHEN MODO-LISTAGEM
                       PERFORM 0300-LISTAR-CONTAS-BANCO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
                       MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           MOVE WRK-QTD-CONTAS-BANCO TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao CONTASBANCO. Tabela
      * estourada na carga suspende a manutencao para nao regravar o
      * cadastro sem os registros que nao couberam.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'CONTASBANCO'      TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR CONTAS-BANCO-ESTOURARAM
               IF CONTAS-BANCO-ESTOURARAM
                   DISPLAY 'MANUTENCAO SUSPENSA ATE O CADASTRO CABER ' ,
                       'NA TABELA.'
               ELSE
                   DISPLAY 'USUARIO SEM PERMISSAO PARA MANUTENCAO ' ,
                       'DE CONTAS CORRENTES.'
               END-IF
               MOVE 'N' TO WRK-AUTORIZADO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Modo 1: inclusao ou alteracao. Banco, agencia e conta sao a
      * chave (a identificacao do header do extrato); na alteracao
      * mudam a conta contabil e a descricao.
       0100-MANTER-CONTA-BANCO.
           MOVE SPACES TO WRK-ENT-DESCRICAO.
           MOVE ZEROS  TO WRK-ENT-BANCO WRK-ENT-AGENCIA WRK-ENT-CONTA
                          WRK-ENT-CONTABIL.
           DISPLAY 'BANCO: '.
           ACCEPT WRK-ENT-BANCO FROM CONSOLE.
           DISPLAY 'AGENCIA: '.
           ACCEPT WRK-ENT-AGENCIA FROM CONSOLE.
           DISPLAY 'CONTA: '.
           ACCEPT WRK-ENT-CONTA FROM CONSOLE.
           MOVE WRK-ENT-BANCO   TO WRK-CBC-BANCO-PROC.
           MOVE WRK-ENT-AGENCIA TO WRK-CBC-AGENCIA-PROC.
           MOVE WRK-ENT-CONTA   TO WRK-CBC-CONTA-PROC.
           PERFORM 9275-LOCALIZAR-CONTA-BANCO.
           MOVE WRK-CBC-IDX-ACHADO TO WRK-IDX-ALTERADA.
           IF WRK-IDX-ALTERADA > ZEROS
               SET WRK-IDX-CBC TO WRK-IDX-ALTERADA
               DISPLAY 'ALTERANDO: ' WRK-CBC-DESCRICAO(WRK-IDX-CBC)
                   ' CONTABIL ' WRK-CBC-CONTA-CONTABIL(WRK-IDX-CBC)
           END-IF.
           DISPLAY 'CONTA CONTABIL DE CAIXA: '.
           ACCEPT WRK-ENT-CONTABIL FROM CONSOLE.
           DISPLAY 'DESCRICAO: '.
           ACCEPT WRK-ENT-DESCRICAO FROM CONSOLE.
           PERFORM 0150-CRITICAR-CONTA-BANCO.
           IF DADOS-VALIDOS AND WRK-IDX-ALTERADA = ZEROS
              AND WRK-QTD-CONTAS-BANCO NOT < 20
               MOVE 'N' TO WRK-VALIDO
               MOVE 'CADASTRO DE CONTAS CORRENTES CHEIO'
                   TO WRK-MENSAGEM
           END-IF.
           IF DADOS-VALIDOS
               IF WRK-IDX-ALTERADA = ZEROS
                   ADD 1 TO WRK-QTD-CONTAS-BANCO
                   MOVE WRK-QTD-CONTAS-BANCO TO WRK-IDX-ALTERADA
                   SET WRK-IDX-CBC TO WRK-IDX-ALTERADA
                   MOVE 'A' TO WRK-CBC-SITUACAO(WRK-IDX-CBC)
                   MOVE 'INCLUI CTABCO' TO WRK-AUDIT-ACAO
               ELSE
                   MOVE 'ALTERA CTABCO' TO WRK-AUDIT-ACAO
               END-IF
               SET WRK-IDX-CBC TO WRK-IDX-ALTERADA
               MOVE WRK-ENT-BANCO   TO WRK-CBC-BANCO(WRK-IDX-CBC)
               MOVE WRK-ENT-AGENCIA TO WRK-CBC-AGENCIA(WRK-IDX-CBC)
               MOVE WRK-ENT-CONTA   TO WRK-CBC-CONTA(WRK-IDX-CBC)
               MOVE WRK-ENT-CONTABIL
                   TO WRK-CBC-CONTA-CONTABIL(WRK-IDX-CBC)
               MOVE WRK-ENT-DESCRICAO
                   TO WRK-CBC-DESCRICAO(WRK-IDX-CBC)
               PERFORM 9280-GRAVAR-CONTAS-BANCO
               DISPLAY 'CONTA CORRENTE ' WRK-ENT-BANCO '/' ,
                   WRK-ENT-AGENCIA '/' WRK-ENT-CONTA ' GRAVADA.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE WRK-ENT-CONTA      TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-CONTABIL   TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'CONTA CORRENTE RECUSADA: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0150-CRITICAR-CONTA-BANCO.
           MOVE 'S'    TO WRK-VALIDO.
           MOVE SPACES TO WRK-MENSAGEM.
           EVALUATE TRUE
               WHEN WRK-ENT-BANCO NOT NUMERIC
                 OR WRK-ENT-AGENCIA NOT NUMERIC
                 OR WRK-ENT-CONTA NOT NUMERIC
                 OR WRK-ENT-BANCO = ZEROS
                 OR WRK-ENT-CONTA = ZEROS
                   MOVE 'DADOS BANCARIOS INVALIDOS' TO WRK-MENSAGEM
               WHEN WRK-ENT-CONTABIL NOT NUMERIC
                 OR WRK-ENT-CONTABIL = ZEROS
                   MOVE 'CONTA CONTABIL INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-ENT-DESCRICAO = SPACES
                   MOVE 'DESCRICAO EM BRANCO' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               PERFORM 0180-CONFERIR-CONTA-CONTABIL
           END-IF.
      * Uma conta contabil por conta corrente: a conciliacao separa
      * os lancamentos pela conta contabil.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-ENT-CONTABIL TO WRK-CBC-CONTABIL-PROC
               PERFORM 9277-LOCALIZAR-CONTA-CONTABIL
               IF WRK-CBC-IDX-ACHADO > ZEROS
                  AND WRK-CBC-IDX-ACHADO NOT = WRK-IDX-ALTERADA
                   MOVE
                       'CONTA CONTABIL JA USADA EM OUTRA CONTA CORRENTE'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               MOVE 'N' TO WRK-VALIDO
           END-IF.

      * A conta de caixa recebe os lancamentos de banco: tem de
      * existir no plano, ser analitica e estar ativa, como o PROG25
      * exige de todo lancamento.
       0180-CONFERIR-CONTA-CONTABIL.
           MOVE 'N' TO WRK-SITUACAO-CONTA WRK-FIM-CONTAS.
           OPEN INPUT CONTAS-FILE.
           IF WRK-STATUS-CONTAS = '00'
               PERFORM UNTIL FIM-CONTAS
                   READ CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTAS
                       NOT AT END
                           IF CTA-CODIGO = WRK-ENT-CONTABIL
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
                   MOVE 'CONTA CONTABIL FORA DO PLANO DE CONTAS'
                       TO WRK-MENSAGEM
               WHEN 'S'
                   MOVE 'CONTA CONTABIL SINTETICA' TO WRK-MENSAGEM
               WHEN 'I'
                   MOVE 'CONTA CONTABIL INATIVA' TO WRK-MENSAGEM
           END-EVALUATE.

      * Modo 2: inativa ou reativa. As pendencias da conta continuam
      * na conciliacao do PROG05; so o extrato novo e recusado.
       0200-ALTERAR-SITUACAO.
           MOVE SPACES TO WRK-MENSAGEM.
           DISPLAY 'BANCO: '.
           ACCEPT WRK-ENT-BANCO FROM CONSOLE.
           DISPLAY 'AGENCIA: '.
           ACCEPT WRK-ENT-AGENCIA FROM CONSOLE.
           DISPLAY 'CONTA: '.
           ACCEPT WRK-ENT-CONTA FROM CONSOLE.
           DISPLAY 'NOVA SITUACAO (A-ATIVA  I-INATIVA): '.
           ACCEPT WRK-NOVA-SITUACAO FROM CONSOLE.
           MOVE WRK-ENT-BANCO   TO WRK-CBC-BANCO-PROC.
           MOVE WRK-ENT-AGENCIA TO WRK-CBC-AGENCIA-PROC.
           MOVE WRK-ENT-CONTA   TO WRK-CBC-CONTA-PROC.
           PERFORM 9275-LOCALIZAR-CONTA-BANCO.
           EVALUATE TRUE
               WHEN WRK-CBC-IDX-ACHADO = ZEROS
                   MOVE 'CONTA CORRENTE NAO CADASTRADA' TO WRK-MENSAGEM
               WHEN WRK-NOVA-SITUACAO NOT = 'A' AND NOT = 'I'
                   MOVE 'SITUACAO DEVE SER A OU I' TO WRK-MENSAGEM
               WHEN OTHER
                   SET WRK-IDX-CBC TO WRK-CBC-IDX-ACHADO
                   IF WRK-CBC-SITUACAO(WRK-IDX-CBC) = WRK-NOVA-SITUACAO
                       MOVE 'CONTA CORRENTE JA ESTA NESSA SITUACAO'
                           TO WRK-MENSAGEM
                   END-IF
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-CBC-SITUACAO(WRK-IDX-CBC)
                   TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-NOVA-SITUACAO TO WRK-CBC-SITUACAO(WRK-IDX-CBC)
               PERFORM 9280-GRAVAR-CONTAS-BANCO
               DISPLAY 'CONTA CORRENTE ' WRK-ENT-BANCO '/' ,
                   WRK-ENT-AGENCIA '/' WRK-ENT-CONTA ' AGORA NA ' ,
                   'SITUACAO ' WRK-NOVA-SITUACAO '.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'SITUACAO CTABC'   TO WRK-AUDIT-ACAO
               MOVE WRK-NOVA-SITUACAO  TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'ALTERACAO RECUSADA: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Modo 3: listagem do cadastro; a primeira linha e a conta
      * principal.
       0300-LISTAR-CONTAS-BANCO.
           PERFORM 0090-MONTAR-CABECALHO.
           DISPLAY 'BCO AGEN CONTA    CONTABIL DESCRICAO            S'.
           DISPLAY '-----------------------------------------------' ,
               '---'.
           MOVE ZEROS TO WRK-QTD-ATIVAS.
           PERFORM VARYING WRK-IDX-CBC FROM 1 BY 1
                   UNTIL WRK-IDX-CBC > WRK-QTD-CONTAS-BANCO
               IF WRK-CBC-SITUACAO(WRK-IDX-CBC) = 'A'
                   ADD 1 TO WRK-QTD-ATIVAS
               END-IF
               DISPLAY WRK-CBC-BANCO(WRK-IDX-CBC) ' '
                   WRK-CBC-AGENCIA(WRK-IDX-CBC) ' '
                   WRK-CBC-CONTA(WRK-IDX-CBC) ' '
                   WRK-CBC-CONTA-CONTABIL(WRK-IDX-CBC) '     '
                   WRK-CBC-DESCRICAO(WRK-IDX-CBC) ' '
                   WRK-CBC-SITUACAO(WRK-IDX-CBC)
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'CONTAS CORRENTES: ' WRK-QTD-CONTAS-BANCO ,
               '   ATIVAS: ' WRK-QTD-ATIVAS.
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
           DISPLAY '      CADASTRO DE CONTAS CORRENTES'.
           DISPLAY ' '.

           COPY 'CBCOPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG84.
