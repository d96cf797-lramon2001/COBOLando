      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro de fornecedores
      * (FORNECEDORES.DAT) do contas a pagar. O modo 1 inclui ou
      * altera um fornecedor (CNPJ conferido pelo modulo 11 e unico
      * no cadastro, conta de despesa sugerida analitica e ativa em
      * CONTAS.DAT, digito da conta bancaria conferido como no
      * PROG72); o modo 2 inativa ou reativa - fornecedor inativo nao
      * recebe nota nova no PROG79 nem pagamento no PROG80; o modo 3
      * lista o cadastro. Os modos 1 e 2 exigem usuario autorizado
      * pelo PROG29 na funcao FORNECEDORES e ficam registrados em
      * AUDIT-LOG.LOG. RETURN-CODE 8 dados recusados ou usuario sem
      * permissao.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG78.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FORNSL.COB'.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAS.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FORNFD.COB'.
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
           COPY 'FORNWS.COB'.
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
       77  WRK-QTD-ATIVOS       PIC 9(03) VALUES ZEROS.
      * Dados informados pelo operador.
       01  WRK-ENT-FORNECEDOR.
           05 WRK-ENT-CODIGO        PIC 9(05).
           05 WRK-ENT-NOME          PIC X(30).
           05 WRK-ENT-CNPJ          PIC 9(14).
           05 WRK-ENT-CONTA-DESPESA PIC 9(04).
           05 WRK-ENT-BANCO         PIC 9(03).
           05 WRK-ENT-AGENCIA       PIC 9(04).
           05 WRK-ENT-CONTA         PIC 9(08).
           05 WRK-ENT-DIGITO        PIC 9(01).
       77  WRK-NOVA-SITUACAO    PIC X(01) VALUES SPACE.
      * Conta de despesa procurada no plano de contas: 'A' analitica
      * ativa, 'S' sintetica, 'I' inativa, 'N' fora do plano.
       77  WRK-SITUACAO-CONTA   PIC X(01) VALUES 'N'.
      * Modulo 11 do CNPJ (pesos 2 a 9 da direita para a esquerda,
      * primeiro digito sobre as doze primeiras posicoes e segundo
      * sobre as treze) e da conta (pesos 2 a 9 da direita para a
      * esquerda, a mesma conta do PROG17).
       01  WRK-CNPJ-CALC        PIC 9(14) VALUE ZEROS.
       01  WRK-CNPJ-DIGITOS REDEFINES WRK-CNPJ-CALC.
           05 WRK-CNPJ-DIG PIC 9(01) OCCURS 14 TIMES.
       77  WRK-ULTIMA-POSICAO   PIC 9(02) VALUE ZEROS.
       01  WRK-CONTA-CALC       PIC 9(08) VALUE ZEROS.
       01  WRK-CONTA-DIGITOS REDEFINES WRK-CONTA-CALC.
           05 WRK-CONTA-DIG PIC 9(01) OCCURS 8 TIMES.
       77  WRK-SOMA-DV          PIC 9(05) VALUE ZEROS.
       77  WRK-PESO-DV          PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-DV         PIC 9(02) VALUE ZEROS.
       77  WRK-DIGITO-CALC      PIC 9(02) VALUE ZEROS.
       77  WRK-CTR-DV           PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-IGUAIS       PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG78' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 9160-CARREGAR-FORNECEDORES.
           DISPLAY '1-INCLUIR/ALTERAR  2-INATIVAR/REATIVAR  ' ,
               '3-LISTAR: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF MODO-CADASTRO OR MODO-SITUACAO
               PERFORM 0050-AUTORIZAR
           END-IF.
           IF USUARIO-AUTORIZADO
               EVALUATE TRUE
                   WHEN MODO-CADASTRO
                       PERFORM 0100-MANTER-FORNECEDOR
                   WHEN MODO-SITUACAO
                       PERFORM 0200-ALTERAR-SITUACAO
                   WHEN MODO-LISTAGEM
                       PERFORM 0300-LISTAR-FORNECEDORES
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
                       MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           MOVE WRK-QTD-FORNECEDORES TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao FORNECEDORES. Tabela
      * estourada na carga suspende a manutencao para nao regravar o
      * cadastro sem os registros que nao couberam.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'FORNECEDORES'     TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR FORNECEDORES-ESTOURARAM
               IF FORNECEDORES-ESTOURARAM
                   DISPLAY 'MANUTENCAO SUSPENSA ATE O CADASTRO CABER ' ,
                       'NA TABELA.'
               ELSE
                   DISPLAY 'USUARIO SEM PERMISSAO PARA MANUTENCAO ' ,
                       'DE FORNECEDORES.'
               END-IF
               MOVE 'N' TO WRK-AUTORIZADO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Modo 1: inclusao ou alteracao. Na alteracao o codigo e o CNPJ
      * continuam os mesmos - as notas lancadas apontam para o codigo
      * e o CNPJ identifica o credor na remessa.
       0100-MANTER-FORNECEDOR.
           MOVE SPACES TO WRK-ENT-NOME.
           MOVE ZEROS  TO WRK-ENT-CODIGO WRK-ENT-CNPJ
                          WRK-ENT-CONTA-DESPESA WRK-ENT-BANCO
                          WRK-ENT-AGENCIA WRK-ENT-CONTA
                          WRK-ENT-DIGITO.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-ENT-CODIGO FROM CONSOLE.
           MOVE WRK-ENT-CODIGO TO WRK-FRN-CODIGO-PROC.
           PERFORM 9165-LOCALIZAR-FORNECEDOR.
           IF WRK-FRN-IDX-ACHADO > ZEROS
               SET WRK-IDX-FORNECEDOR TO WRK-FRN-IDX-ACHADO
               DISPLAY 'ALTERANDO: ' WRK-FRN-NOME(WRK-IDX-FORNECEDOR)
                   ' CNPJ ' WRK-FRN-CNPJ(WRK-IDX-FORNECEDOR)
               MOVE WRK-FRN-CNPJ(WRK-IDX-FORNECEDOR) TO WRK-ENT-CNPJ
           ELSE
               DISPLAY 'CNPJ: '
               ACCEPT WRK-ENT-CNPJ FROM CONSOLE
           END-IF.
           DISPLAY 'RAZAO SOCIAL: '.
           ACCEPT WRK-ENT-NOME FROM CONSOLE.
           DISPLAY 'CONTA DE DESPESA SUGERIDA: '.
           ACCEPT WRK-ENT-CONTA-DESPESA FROM CONSOLE.
           DISPLAY 'BANCO: '.
           ACCEPT WRK-ENT-BANCO FROM CONSOLE.
           DISPLAY 'AGENCIA: '.
           ACCEPT WRK-ENT-AGENCIA FROM CONSOLE.
           DISPLAY 'CONTA: '.
           ACCEPT WRK-ENT-CONTA FROM CONSOLE.
           DISPLAY 'DIGITO: '.
           ACCEPT WRK-ENT-DIGITO FROM CONSOLE.
           PERFORM 0150-CRITICAR-FORNECEDOR.
           IF DADOS-VALIDOS AND WRK-FRN-IDX-ACHADO = ZEROS
              AND WRK-QTD-FORNECEDORES NOT < 500
               MOVE 'N' TO WRK-VALIDO
               MOVE 'CADASTRO DE FORNECEDORES CHEIO' TO WRK-MENSAGEM
           END-IF.
           IF DADOS-VALIDOS
               IF WRK-FRN-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-FORNECEDORES
                   MOVE WRK-QTD-FORNECEDORES TO WRK-FRN-IDX-ACHADO
                   SET WRK-IDX-FORNECEDOR TO WRK-FRN-IDX-ACHADO
                   MOVE 'A' TO WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR)
                   MOVE 'INCLUI FORNEC' TO WRK-AUDIT-ACAO
               ELSE
                   MOVE 'ALTERA FORNEC' TO WRK-AUDIT-ACAO
               END-IF
               SET WRK-IDX-FORNECEDOR TO WRK-FRN-IDX-ACHADO
               MOVE WRK-ENT-CODIGO
                   TO WRK-FRN-CODIGO(WRK-IDX-FORNECEDOR)
               MOVE WRK-ENT-NOME   TO WRK-FRN-NOME(WRK-IDX-FORNECEDOR)
               MOVE WRK-ENT-CNPJ   TO WRK-FRN-CNPJ(WRK-IDX-FORNECEDOR)
               MOVE WRK-ENT-CONTA-DESPESA
                   TO WRK-FRN-CONTA-DESPESA(WRK-IDX-FORNECEDOR)
               MOVE WRK-ENT-BANCO
                   TO WRK-FRN-BANCO(WRK-IDX-FORNECEDOR)
               MOVE WRK-ENT-AGENCIA
                   TO WRK-FRN-AGENCIA(WRK-IDX-FORNECEDOR)
               MOVE WRK-ENT-CONTA
                   TO WRK-FRN-CONTA(WRK-IDX-FORNECEDOR)
               MOVE WRK-ENT-DIGITO
                   TO WRK-FRN-DIGITO(WRK-IDX-FORNECEDOR)
               PERFORM 9170-GRAVAR-FORNECEDORES
               DISPLAY 'FORNECEDOR ' WRK-ENT-CODIGO ' GRAVADO.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE WRK-ENT-CODIGO     TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-CNPJ       TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'FORNECEDOR RECUSADO: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0150-CRITICAR-FORNECEDOR.
           MOVE 'S'    TO WRK-VALIDO.
           MOVE SPACES TO WRK-MENSAGEM.
           EVALUATE TRUE
               WHEN WRK-ENT-CODIGO NOT NUMERIC
                 OR WRK-ENT-CODIGO = ZEROS
                   MOVE 'CODIGO INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-ENT-NOME = SPACES
                   MOVE 'RAZAO SOCIAL EM BRANCO' TO WRK-MENSAGEM
               WHEN WRK-ENT-CONTA-DESPESA NOT NUMERIC
                 OR WRK-ENT-CONTA-DESPESA = ZEROS
                   MOVE 'CONTA DE DESPESA INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-ENT-BANCO NOT NUMERIC
                 OR WRK-ENT-AGENCIA NOT NUMERIC
                 OR WRK-ENT-CONTA NOT NUMERIC
                 OR WRK-ENT-DIGITO NOT NUMERIC
                 OR WRK-ENT-BANCO = ZEROS
                 OR WRK-ENT-CONTA = ZEROS
                   MOVE 'DADOS BANCARIOS INVALIDOS' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               PERFORM 0160-CONFERIR-CNPJ
           END-IF.
           IF WRK-MENSAGEM = SPACES
               PERFORM 0180-CONFERIR-CONTA-DESPESA
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-ENT-CONTA TO WRK-CONTA-CALC
               PERFORM 0170-CALCULAR-DIGITO-CONTA
               IF WRK-DIGITO-CALC NOT = WRK-ENT-DIGITO
                   MOVE 'DIGITO DA CONTA NAO CONFERE' TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               PERFORM VARYING WRK-IDX-FORNECEDOR FROM 1 BY 1
                       UNTIL WRK-IDX-FORNECEDOR > WRK-QTD-FORNECEDORES
                   IF WRK-FRN-CNPJ(WRK-IDX-FORNECEDOR) = WRK-ENT-CNPJ
                      AND WRK-FRN-CODIGO(WRK-IDX-FORNECEDOR) NOT =
                          WRK-ENT-CODIGO
                       MOVE 'CNPJ JA CADASTRADO EM OUTRO CODIGO'
                           TO WRK-MENSAGEM
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               MOVE 'N' TO WRK-VALIDO
           END-IF.

      * CNPJ com os dois digitos verificadores do modulo 11 e sem a
      * sequencia de um so algarismo repetido.
       0160-CONFERIR-CNPJ.
           IF WRK-ENT-CNPJ NOT NUMERIC
               MOVE 'CNPJ INVALIDO' TO WRK-MENSAGEM
           ELSE
               MOVE WRK-ENT-CNPJ TO WRK-CNPJ-CALC
               MOVE ZEROS TO WRK-QTD-IGUAIS
               PERFORM VARYING WRK-CTR-DV FROM 2 BY 1
                       UNTIL WRK-CTR-DV > 14
                   IF WRK-CNPJ-DIG(WRK-CTR-DV) = WRK-CNPJ-DIG(1)
                       ADD 1 TO WRK-QTD-IGUAIS
                   END-IF
               END-PERFORM
               MOVE 12 TO WRK-ULTIMA-POSICAO
               PERFORM 0165-CALCULAR-DIGITO-CNPJ
               IF WRK-DIGITO-CALC NOT = WRK-CNPJ-DIG(13)
                  OR WRK-QTD-IGUAIS = 13
                   MOVE 'CNPJ INVALIDO' TO WRK-MENSAGEM
               ELSE
                   MOVE 13 TO WRK-ULTIMA-POSICAO
                   PERFORM 0165-CALCULAR-DIGITO-CNPJ
                   IF WRK-DIGITO-CALC NOT = WRK-CNPJ-DIG(14)
                       MOVE 'CNPJ INVALIDO' TO WRK-MENSAGEM
                   END-IF
               END-IF
           END-IF.

      * Digito do CNPJ sobre as posicoes 1 a WRK-ULTIMA-POSICAO, pesos
      * 2 a 9 a partir da ultima posicao; resto 0 ou 1 da zero.
       0165-CALCULAR-DIGITO-CNPJ.
           MOVE ZEROS TO WRK-SOMA-DV.
           MOVE 2 TO WRK-PESO-DV.
           PERFORM VARYING WRK-CTR-DV FROM WRK-ULTIMA-POSICAO BY -1
                   UNTIL WRK-CTR-DV < 1
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                   (WRK-CNPJ-DIG(WRK-CTR-DV) * WRK-PESO-DV)
               ADD 1 TO WRK-PESO-DV
               IF WRK-PESO-DV > 9
                   MOVE 2 TO WRK-PESO-DV
               END-IF
           END-PERFORM.
           COMPUTE WRK-RESTO-DV = FUNCTION MOD(WRK-SOMA-DV 11).
           IF WRK-RESTO-DV < 2
               MOVE ZEROS TO WRK-DIGITO-CALC
           ELSE
               COMPUTE WRK-DIGITO-CALC = 11 - WRK-RESTO-DV
           END-IF.

      * Modulo 11 da conta em WRK-CONTA-CALC, pesos 2 a 9 da direita
      * para a esquerda; resto 0 ou 1 da digito zero.
       0170-CALCULAR-DIGITO-CONTA.
           MOVE ZEROS TO WRK-SOMA-DV.
           MOVE 2 TO WRK-PESO-DV.
           PERFORM VARYING WRK-CTR-DV FROM 8 BY -1
                   UNTIL WRK-CTR-DV < 1
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                   (WRK-CONTA-DIG(WRK-CTR-DV) * WRK-PESO-DV)
               ADD 1 TO WRK-PESO-DV
               IF WRK-PESO-DV > 9
                   MOVE 2 TO WRK-PESO-DV
               END-IF
           END-PERFORM.
           COMPUTE WRK-RESTO-DV = FUNCTION MOD(WRK-SOMA-DV 11).
           IF WRK-RESTO-DV < 2
               MOVE ZEROS TO WRK-DIGITO-CALC
           ELSE
               COMPUTE WRK-DIGITO-CALC = 11 - WRK-RESTO-DV
           END-IF.

      * A conta sugerida recebe o debito da apropriacao da nota: tem
      * de existir no plano, ser analitica e estar ativa, como o
      * PROG25 exige de todo lancamento.
       0180-CONFERIR-CONTA-DESPESA.
           MOVE 'N' TO WRK-SITUACAO-CONTA WRK-FIM-CONTAS.
           OPEN INPUT CONTAS-FILE.
           IF WRK-STATUS-CONTAS = '00'
               PERFORM UNTIL FIM-CONTAS
                   READ CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTAS
                       NOT AT END
                           IF CTA-CODIGO = WRK-ENT-CONTA-DESPESA
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
                   MOVE 'CONTA DE DESPESA FORA DO PLANO DE CONTAS'
                       TO WRK-MENSAGEM
               WHEN 'S'
                   MOVE 'CONTA DE DESPESA SINTETICA' TO WRK-MENSAGEM
               WHEN 'I'
                   MOVE 'CONTA DE DESPESA INATIVA' TO WRK-MENSAGEM
           END-EVALUATE.

      * Modo 2: inativa ou reativa. As notas ja lancadas continuam no
      * contas a pagar; o PROG80 so deixa de pagar enquanto inativo.
       0200-ALTERAR-SITUACAO.
           MOVE SPACES TO WRK-MENSAGEM.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-ENT-CODIGO FROM CONSOLE.
           DISPLAY 'NOVA SITUACAO (A-ATIVO  I-INATIVO): '.
           ACCEPT WRK-NOVA-SITUACAO FROM CONSOLE.
           MOVE WRK-ENT-CODIGO TO WRK-FRN-CODIGO-PROC.
           PERFORM 9165-LOCALIZAR-FORNECEDOR.
           EVALUATE TRUE
               WHEN WRK-FRN-IDX-ACHADO = ZEROS
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MENSAGEM
               WHEN WRK-NOVA-SITUACAO NOT = 'A' AND NOT = 'I'
                   MOVE 'SITUACAO DEVE SER A OU I' TO WRK-MENSAGEM
               WHEN OTHER
                   SET WRK-IDX-FORNECEDOR TO WRK-FRN-IDX-ACHADO
                   IF WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR) =
                           WRK-NOVA-SITUACAO
                       MOVE 'FORNECEDOR JA ESTA NESSA SITUACAO'
                           TO WRK-MENSAGEM
                   END-IF
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR)
                   TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-NOVA-SITUACAO
                   TO WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR)
               PERFORM 9170-GRAVAR-FORNECEDORES
               DISPLAY 'FORNECEDOR ' WRK-ENT-CODIGO ' ' ,
                   WRK-FRN-NOME(WRK-IDX-FORNECEDOR) ' AGORA NA ' ,
                   'SITUACAO ' WRK-NOVA-SITUACAO '.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'SITUACAO FORN'    TO WRK-AUDIT-ACAO
               MOVE WRK-NOVA-SITUACAO  TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'ALTERACAO RECUSADA: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Modo 3: listagem do cadastro.
       0300-LISTAR-FORNECEDORES.
           PERFORM 0090-MONTAR-CABECALHO.
           DISPLAY 'COD   RAZAO SOCIAL                   CNPJ' ,
               '           DESP BANCO AGEN CONTA    S'.
           DISPLAY '-----------------------------------------------' ,
               '------------------------------'.
           MOVE ZEROS TO WRK-QTD-ATIVOS.
           PERFORM VARYING WRK-IDX-FORNECEDOR FROM 1 BY 1
                   UNTIL WRK-IDX-FORNECEDOR > WRK-QTD-FORNECEDORES
               IF WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR) = 'A'
                   ADD 1 TO WRK-QTD-ATIVOS
               END-IF
               DISPLAY WRK-FRN-CODIGO(WRK-IDX-FORNECEDOR) ' '
                   WRK-FRN-NOME(WRK-IDX-FORNECEDOR) ' '
                   WRK-FRN-CNPJ(WRK-IDX-FORNECEDOR) ' '
                   WRK-FRN-CONTA-DESPESA(WRK-IDX-FORNECEDOR) ' '
                   WRK-FRN-BANCO(WRK-IDX-FORNECEDOR) '   '
                   WRK-FRN-AGENCIA(WRK-IDX-FORNECEDOR) ' '
                   WRK-FRN-CONTA(WRK-IDX-FORNECEDOR) ' '
                   WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR)
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'FORNECEDORES: ' WRK-QTD-FORNECEDORES ,
               '   ATIVOS: ' WRK-QTD-ATIVOS.
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
           DISPLAY '        CADASTRO DE FORNECEDORES'.
           DISPLAY ' '.

           COPY 'FORNPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG78.
