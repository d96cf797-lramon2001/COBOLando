      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro de autonomos (AUTONOMOS.DAT)
      * - instrutores, arbitros da liga e consultores pagos por RPA
      * pelo PROG73, fora do EMPLOYEE-MASTER.DAT. O modo 1 inclui ou
      * altera um autonomo (CPF e digito da conta conferidos pelo
      * modulo 11, CPF unico no cadastro); o modo 2 inativa ou
      * reativa - autonomo inativo nao recebe RPA; o modo 3 lista o
      * cadastro. Os modos 1 e 2 exigem usuario autorizado pelo
      * PROG29 na funcao AUTONOMOS e ficam registrados em
      * AUDIT-LOG.LOG.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG72.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'AUTNSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'AUTNFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'AUTNWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
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
       01  WRK-ENT-AUTONOMO.
           05 WRK-ENT-CODIGO        PIC 9(05).
           05 WRK-ENT-NOME          PIC X(30).
           05 WRK-ENT-CPF           PIC 9(11).
           05 WRK-ENT-NIT           PIC 9(11).
           05 WRK-ENT-ATIVIDADE     PIC X(01).
           05 WRK-ENT-DEPARTAMENTO  PIC 9(03).
           05 WRK-ENT-RETEM-ISS     PIC X(01).
           05 WRK-ENT-ALIQ-ISS      PIC 9(02)V99.
           05 WRK-ENT-DEPENDENTES   PIC 9(02).
           05 WRK-ENT-BANCO         PIC 9(03).
           05 WRK-ENT-AGENCIA       PIC 9(04).
           05 WRK-ENT-CONTA         PIC 9(08).
           05 WRK-ENT-DIGITO        PIC 9(01).
       77  WRK-NOVA-SITUACAO    PIC X(01) VALUES SPACE.
      * Modulo 11 do CPF (dois digitos, pesos decrescentes a partir de
      * 10 e 11) e da conta (pesos 2 a 9 da direita para a esquerda,
      * a mesma conta do PROG17).
       01  WRK-CPF-CALC         PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-DIGITOS REDEFINES WRK-CPF-CALC.
           05 WRK-CPF-DIG PIC 9(01) OCCURS 11 TIMES.
       01  WRK-CONTA-CALC       PIC 9(08) VALUE ZEROS.
       01  WRK-CONTA-DIGITOS REDEFINES WRK-CONTA-CALC.
           05 WRK-CONTA-DIG PIC 9(01) OCCURS 8 TIMES.
       77  WRK-SOMA-DV          PIC 9(05) VALUE ZEROS.
       77  WRK-PESO-DV          PIC 9(02) VALUE ZEROS.
       77  WRK-RESTO-DV         PIC 9(02) VALUE ZEROS.
       77  WRK-DIGITO-CALC      PIC 9(02) VALUE ZEROS.
       77  WRK-CTR-DV           PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-IGUAIS       PIC 9(02) VALUE ZEROS.
       77  WRK-ATIVIDADE-DESC   PIC X(10) VALUES SPACES.
       77  WRK-MASC-ALIQ        PIC Z9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG72' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 9050-CARREGAR-AUTONOMOS.
           DISPLAY '1-INCLUIR/ALTERAR  2-INATIVAR/REATIVAR  ' ,
               '3-LISTAR: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF MODO-CADASTRO OR MODO-SITUACAO
               PERFORM 0050-AUTORIZAR
           END-IF.
           IF USUARIO-AUTORIZADO
               EVALUATE TRUE
                   WHEN MODO-CADASTRO
                       PERFORM 0100-MANTER-AUTONOMO
                   WHEN MODO-SITUACAO
                       PERFORM 0200-ALTERAR-SITUACAO
                   WHEN MODO-LISTAGEM
                       PERFORM 0300-LISTAR-AUTONOMOS
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
                       MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           MOVE WRK-QTD-AUTONOMOS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao AUTONOMOS. Tabela
      * estourada na carga suspende a manutencao para nao regravar o
      * cadastro sem os registros que nao couberam.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'AUTONOMOS'        TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR AUTONOMOS-ESTOURARAM
               IF AUTONOMOS-ESTOURARAM
                   DISPLAY 'MANUTENCAO SUSPENSA ATE O CADASTRO CABER ' ,
                       'NA TABELA.'
               ELSE
                   DISPLAY 'USUARIO SEM PERMISSAO PARA MANUTENCAO ' ,
                       'DE AUTONOMOS.'
               END-IF
               MOVE 'N' TO WRK-AUTORIZADO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Modo 1: inclusao ou alteracao. Na alteracao o codigo e o CPF
      * continuam os mesmos - o CPF e a chave da pessoa no teto do
      * INSS e no historico de RPA pagos.
       0100-MANTER-AUTONOMO.
           MOVE SPACES TO WRK-ENT-NOME WRK-ENT-ATIVIDADE
                          WRK-ENT-RETEM-ISS.
           MOVE ZEROS  TO WRK-ENT-CODIGO WRK-ENT-CPF WRK-ENT-NIT
                          WRK-ENT-DEPARTAMENTO WRK-ENT-ALIQ-ISS
                          WRK-ENT-DEPENDENTES WRK-ENT-BANCO
                          WRK-ENT-AGENCIA WRK-ENT-CONTA
                          WRK-ENT-DIGITO.
           DISPLAY 'CODIGO DO AUTONOMO: '.
           ACCEPT WRK-ENT-CODIGO FROM CONSOLE.
           MOVE WRK-ENT-CODIGO TO WRK-ATN-CODIGO-PROC.
           PERFORM 9060-LOCALIZAR-AUTONOMO.
           IF WRK-ATN-IDX-ACHADO > ZEROS
               SET WRK-IDX-AUTONOMO TO WRK-ATN-IDX-ACHADO
               DISPLAY 'ALTERANDO: ' WRK-ATN-NOME(WRK-IDX-AUTONOMO)
                   ' CPF ' WRK-ATN-CPF(WRK-IDX-AUTONOMO)
               MOVE WRK-ATN-CPF(WRK-IDX-AUTONOMO) TO WRK-ENT-CPF
           ELSE
               DISPLAY 'CPF: '
               ACCEPT WRK-ENT-CPF FROM CONSOLE
           END-IF.
           DISPLAY 'NOME: '.
           ACCEPT WRK-ENT-NOME FROM CONSOLE.
           DISPLAY 'NIT/PIS: '.
           ACCEPT WRK-ENT-NIT FROM CONSOLE.
           DISPLAY 'ATIVIDADE (I-INSTRUTOR A-ARBITRO C-CONSULTOR ' ,
               'O-OUTROS): '.
           ACCEPT WRK-ENT-ATIVIDADE FROM CONSOLE.
           DISPLAY 'DEPARTAMENTO (CENTRO DE CUSTO): '.
           ACCEPT WRK-ENT-DEPARTAMENTO FROM CONSOLE.
           DISPLAY 'RETEM ISS NA FONTE (S/N): '.
           ACCEPT WRK-ENT-RETEM-ISS FROM CONSOLE.
           IF WRK-ENT-RETEM-ISS = 'S'
               DISPLAY 'ALIQUOTA DO ISS (EX.: 0500 = 5,00%): '
               ACCEPT WRK-ENT-ALIQ-ISS FROM CONSOLE
           ELSE
               MOVE 'N'   TO WRK-ENT-RETEM-ISS
               MOVE ZEROS TO WRK-ENT-ALIQ-ISS
           END-IF.
           DISPLAY 'DEPENDENTES PARA O IRRF: '.
           ACCEPT WRK-ENT-DEPENDENTES FROM CONSOLE.
           DISPLAY 'BANCO: '.
           ACCEPT WRK-ENT-BANCO FROM CONSOLE.
           DISPLAY 'AGENCIA: '.
           ACCEPT WRK-ENT-AGENCIA FROM CONSOLE.
           DISPLAY 'CONTA: '.
           ACCEPT WRK-ENT-CONTA FROM CONSOLE.
           DISPLAY 'DIGITO: '.
           ACCEPT WRK-ENT-DIGITO FROM CONSOLE.
           PERFORM 0150-CRITICAR-AUTONOMO.
           IF DADOS-VALIDOS AND WRK-ATN-IDX-ACHADO = ZEROS
              AND WRK-QTD-AUTONOMOS NOT < 500
               MOVE 'N' TO WRK-VALIDO
               MOVE 'CADASTRO DE AUTONOMOS CHEIO' TO WRK-MENSAGEM
           END-IF.
           IF DADOS-VALIDOS
               IF WRK-ATN-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-AUTONOMOS
                   MOVE WRK-QTD-AUTONOMOS TO WRK-ATN-IDX-ACHADO
                   SET WRK-IDX-AUTONOMO TO WRK-ATN-IDX-ACHADO
                   MOVE 'A' TO WRK-ATN-SITUACAO(WRK-IDX-AUTONOMO)
                   MOVE 'INCLUI AUTONOMO' TO WRK-AUDIT-ACAO
               ELSE
                   MOVE 'ALTERA AUTONOMO' TO WRK-AUDIT-ACAO
               END-IF
               SET WRK-IDX-AUTONOMO TO WRK-ATN-IDX-ACHADO
               MOVE WRK-ENT-CODIGO TO WRK-ATN-CODIGO(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-NOME   TO WRK-ATN-NOME(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-CPF    TO WRK-ATN-CPF(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-NIT    TO WRK-ATN-NIT(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-ATIVIDADE
                   TO WRK-ATN-ATIVIDADE(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-DEPARTAMENTO
                   TO WRK-ATN-DEPARTAMENTO(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-RETEM-ISS
                   TO WRK-ATN-RETEM-ISS(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-ALIQ-ISS
                   TO WRK-ATN-ALIQ-ISS(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-DEPENDENTES
                   TO WRK-ATN-DEPENDENTES(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-BANCO  TO WRK-ATN-BANCO(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-AGENCIA
                   TO WRK-ATN-AGENCIA(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-CONTA  TO WRK-ATN-CONTA(WRK-IDX-AUTONOMO)
               MOVE WRK-ENT-DIGITO TO WRK-ATN-DIGITO(WRK-IDX-AUTONOMO)
               PERFORM 9070-GRAVAR-AUTONOMOS
               DISPLAY 'AUTONOMO ' WRK-ENT-CODIGO ' GRAVADO.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE WRK-ENT-CODIGO     TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-CPF        TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'AUTONOMO RECUSADO: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0150-CRITICAR-AUTONOMO.
           MOVE 'S'    TO WRK-VALIDO.
           MOVE SPACES TO WRK-MENSAGEM.
           EVALUATE TRUE
               WHEN WRK-ENT-CODIGO NOT NUMERIC
                 OR WRK-ENT-CODIGO = ZEROS
                   MOVE 'CODIGO INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-ENT-NOME = SPACES
                   MOVE 'NOME EM BRANCO' TO WRK-MENSAGEM
               WHEN WRK-ENT-ATIVIDADE NOT = 'I' AND NOT = 'A'
                                  AND NOT = 'C' AND NOT = 'O'
                   MOVE 'ATIVIDADE DEVE SER I, A, C OU O'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-DEPARTAMENTO NOT NUMERIC
                   MOVE 'DEPARTAMENTO INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-ENT-RETEM-ISS = 'S'
                AND (WRK-ENT-ALIQ-ISS NOT NUMERIC
                 OR WRK-ENT-ALIQ-ISS < 2,00
                 OR WRK-ENT-ALIQ-ISS > 5,00)
                   MOVE 'ALIQUOTA DO ISS DEVE SER DE 2% A 5%'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-DEPENDENTES NOT NUMERIC
                   MOVE 'DEPENDENTES INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-ENT-BANCO NOT NUMERIC
                 OR WRK-ENT-AGENCIA NOT NUMERIC
                 OR WRK-ENT-CONTA NOT NUMERIC
                 OR WRK-ENT-DIGITO NOT NUMERIC
                 OR WRK-ENT-BANCO = ZEROS
                 OR WRK-ENT-CONTA = ZEROS
                   MOVE 'DADOS BANCARIOS INVALIDOS' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               PERFORM 0160-CONFERIR-CPF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-ENT-CONTA TO WRK-CONTA-CALC
               PERFORM 0170-CALCULAR-DIGITO-CONTA
               IF WRK-DIGITO-CALC NOT = WRK-ENT-DIGITO
                   MOVE 'DIGITO DA CONTA NAO CONFERE' TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               PERFORM VARYING WRK-IDX-AUTONOMO FROM 1 BY 1
                       UNTIL WRK-IDX-AUTONOMO > WRK-QTD-AUTONOMOS
                   IF WRK-ATN-CPF(WRK-IDX-AUTONOMO) = WRK-ENT-CPF
                      AND WRK-ATN-CODIGO(WRK-IDX-AUTONOMO) NOT =
                          WRK-ENT-CODIGO
                       MOVE 'CPF JA CADASTRADO EM OUTRO CODIGO'
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

      * Modo 2: inativa ou reativa. O historico de RPA pagos continua
      * valendo para o extrato anual.
       0200-ALTERAR-SITUACAO.
           MOVE SPACES TO WRK-MENSAGEM.
           DISPLAY 'CODIGO DO AUTONOMO: '.
           ACCEPT WRK-ENT-CODIGO FROM CONSOLE.
           DISPLAY 'NOVA SITUACAO (A-ATIVO  I-INATIVO): '.
           ACCEPT WRK-NOVA-SITUACAO FROM CONSOLE.
           MOVE WRK-ENT-CODIGO TO WRK-ATN-CODIGO-PROC.
           PERFORM 9060-LOCALIZAR-AUTONOMO.
           EVALUATE TRUE
               WHEN WRK-ATN-IDX-ACHADO = ZEROS
                   MOVE 'AUTONOMO NAO CADASTRADO' TO WRK-MENSAGEM
               WHEN WRK-NOVA-SITUACAO NOT = 'A' AND NOT = 'I'
                   MOVE 'SITUACAO DEVE SER A OU I' TO WRK-MENSAGEM
               WHEN OTHER
                   SET WRK-IDX-AUTONOMO TO WRK-ATN-IDX-ACHADO
                   IF WRK-ATN-SITUACAO(WRK-IDX-AUTONOMO) =
                           WRK-NOVA-SITUACAO
                       MOVE 'AUTONOMO JA ESTA NESSA SITUACAO'
                           TO WRK-MENSAGEM
                   END-IF
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-ATN-SITUACAO(WRK-IDX-AUTONOMO)
                   TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-NOVA-SITUACAO
                   TO WRK-ATN-SITUACAO(WRK-IDX-AUTONOMO)
               PERFORM 9070-GRAVAR-AUTONOMOS
               DISPLAY 'AUTONOMO ' WRK-ENT-CODIGO ' ' ,
                   WRK-ATN-NOME(WRK-IDX-AUTONOMO) ' AGORA NA ' ,
                   'SITUACAO ' WRK-NOVA-SITUACAO '.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'SITUACAO AUTON'   TO WRK-AUDIT-ACAO
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
       0300-LISTAR-AUTONOMOS.
           PERFORM 0090-MONTAR-CABECALHO.
           DISPLAY 'COD   NOME                           CPF         ' ,
               'ATIVIDADE  DEP ISS   BANCO AGEN CONTA    S'.
           DISPLAY '-----------------------------------------------' ,
               '------------------------------------------'.
           MOVE ZEROS TO WRK-QTD-ATIVOS.
           PERFORM VARYING WRK-IDX-AUTONOMO FROM 1 BY 1
                   UNTIL WRK-IDX-AUTONOMO > WRK-QTD-AUTONOMOS
               EVALUATE WRK-ATN-ATIVIDADE(WRK-IDX-AUTONOMO)
                   WHEN 'I'
                       MOVE 'INSTRUTOR'  TO WRK-ATIVIDADE-DESC
                   WHEN 'A'
                       MOVE 'ARBITRO'    TO WRK-ATIVIDADE-DESC
                   WHEN 'C'
                       MOVE 'CONSULTOR'  TO WRK-ATIVIDADE-DESC
                   WHEN OTHER
                       MOVE 'OUTROS'     TO WRK-ATIVIDADE-DESC
               END-EVALUATE
               MOVE WRK-ATN-ALIQ-ISS(WRK-IDX-AUTONOMO)
                   TO WRK-MASC-ALIQ
               IF WRK-ATN-SITUACAO(WRK-IDX-AUTONOMO) = 'A'
                   ADD 1 TO WRK-QTD-ATIVOS
               END-IF
               DISPLAY WRK-ATN-CODIGO(WRK-IDX-AUTONOMO) ' '
                   WRK-ATN-NOME(WRK-IDX-AUTONOMO) ' '
                   WRK-ATN-CPF(WRK-IDX-AUTONOMO) ' '
                   WRK-ATIVIDADE-DESC ' '
                   WRK-ATN-DEPARTAMENTO(WRK-IDX-AUTONOMO) ' '
                   WRK-MASC-ALIQ ' '
                   WRK-ATN-BANCO(WRK-IDX-AUTONOMO) '   '
                   WRK-ATN-AGENCIA(WRK-IDX-AUTONOMO) ' '
                   WRK-ATN-CONTA(WRK-IDX-AUTONOMO) ' '
                   WRK-ATN-SITUACAO(WRK-IDX-AUTONOMO)
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'AUTONOMOS: ' WRK-QTD-AUTONOMOS '   ATIVOS: ' ,
               WRK-QTD-ATIVOS.
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
           DISPLAY '        CADASTRO DE AUTONOMOS (RPA)'.
           DISPLAY ' '.

           COPY 'AUTNPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG72.
