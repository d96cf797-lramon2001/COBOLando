      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Manutencao do calendario de feriados (FERIADOS.DAT)
      * que alimenta o servico de dia util dos books CALN*. O modo 1
      * inclui ou altera o feriado de uma data (nacional, estadual ou
      * municipal); o modo 2 exclui; o modo 3 gera os feriados
      * nacionais de um ano - os de data fixa e os moveis, calculados
      * a partir da Pascoa: Carnaval (segunda e terca, 48 e 47 dias
      * antes), Sexta-feira Santa (2 dias antes) e Corpus Christi (60
      * dias depois) -, sem duplicar data ja cadastrada; o modo 4
      * lista os feriados de um ano com os dias uteis do ano; o modo 5
      * consulta uma data (dia util, proximo dia util e dias uteis ate
      * uma data final). Os modos 1 a 3 exigem usuario autorizado pelo
      * PROG29 na funcao CALENDARIO e ficam registrados em
      * AUDIT-LOG.LOG. RETURN-CODE 8 dados recusados ou usuario sem
      * permissao.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG99.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CALNSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'CALNFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'CALNWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-CADASTRO  VALUE '1'.
           88 MODO-EXCLUSAO  VALUE '2'.
           88 MODO-GERACAO   VALUE '3'.
           88 MODO-LISTAGEM  VALUE '4'.
           88 MODO-CONSULTA  VALUE '5'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       77  WRK-VALIDO           PIC X(01) VALUES 'N'.
           88 DADOS-VALIDOS VALUE 'S'.
       77  WRK-AUTORIZADO       PIC X(01) VALUES 'S'.
           88 USUARIO-AUTORIZADO VALUE 'S'.
       77  WRK-IDX-ACHADO       PIC 9(03) VALUES ZEROS.
       77  WRK-POS-INSERCAO     PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-AUX          PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-INCLUIDOS    PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-EXISTENTES   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-NO-ANO       PIC 9(03) VALUES ZEROS.
       77  WRK-CTR              PIC 9(02) VALUES ZEROS.
      * Dados informados pelo operador.
       01  WRK-ENT-FERIADO.
           05 WRK-ENT-DATA          PIC 9(08).
           05 WRK-ENT-ABRANGENCIA   PIC X(01).
           05 WRK-ENT-DESCRICAO     PIC X(30).
       77  WRK-ENT-ANO          PIC 9(04) VALUES ZEROS.
       77  WRK-ENT-DATA-FIM     PIC 9(08) VALUES ZEROS.
      * Calculo da Pascoa (algoritmo de Meeus/Jones/Butcher para o
      * calendario gregoriano).
       77  WRK-PSC-A            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-B            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-C            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-D            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-E            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-F            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-G            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-H            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-I            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-K            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-L            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-M            PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-AUX          PIC 9(04) VALUES ZEROS.
       77  WRK-PSC-MES          PIC 9(02) VALUES ZEROS.
       77  WRK-PSC-DIA          PIC 9(02) VALUES ZEROS.
       77  WRK-DATA-PASCOA      PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-PASCOA      PIC 9(08) VALUES ZEROS.
      * Feriados moveis: distancia em dias da Pascoa.
       01  WRK-TAB-MOVEIS-INIC.
           05 FILLER PIC X(34) VALUE
              '-048CARNAVAL (SEGUNDA-FEIRA)      '.
           05 FILLER PIC X(34) VALUE
              '-047CARNAVAL (TERCA-FEIRA)        '.
           05 FILLER PIC X(34) VALUE
              '-002SEXTA-FEIRA SANTA             '.
           05 FILLER PIC X(34) VALUE
              '+060CORPUS CHRISTI                '.
       01  WRK-TAB-MOVEIS REDEFINES WRK-TAB-MOVEIS-INIC.
           05 WRK-MOVEL-ITEM OCCURS 4 TIMES.
              10 WRK-MOVEL-DISTANCIA PIC S9(03)
                                     SIGN IS LEADING SEPARATE.
              10 WRK-MOVEL-DESCRICAO PIC X(30).
       77  WRK-QTD-MOVEIS       PIC 9(02) VALUE 4.
       01  WRK-TAB-DIAS-SEMANA-INIC.
           05 FILLER PIC X(21) VALUE 'SEGTERQUAQUISEXSABDOM'.
       01  WRK-TAB-DIAS-SEMANA REDEFINES WRK-TAB-DIAS-SEMANA-INIC.
           05 WRK-NOME-DIA-SEMANA PIC X(03) OCCURS 7.
       77  WRK-NOME-SITUACAO    PIC X(14) VALUES SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG99' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 9810-CARREGAR-CALENDARIO.
           DISPLAY '1-INCLUIR/ALTERAR  2-EXCLUIR  3-GERAR ANO  ' ,
               '4-LISTAR ANO  5-CONSULTAR DIA UTIL: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF MODO-CADASTRO OR MODO-EXCLUSAO OR MODO-GERACAO
               PERFORM 0050-AUTORIZAR
           END-IF.
           IF USUARIO-AUTORIZADO
               EVALUATE TRUE
                   WHEN MODO-CADASTRO
                       PERFORM 0100-MANTER-FERIADO
                   WHEN MODO-EXCLUSAO
                       PERFORM 0200-EXCLUIR-FERIADO
                   WHEN MODO-GERACAO
                       PERFORM 0300-GERAR-ANO
                   WHEN MODO-LISTAGEM
                       PERFORM 0400-LISTAR-ANO
                   WHEN MODO-CONSULTA
                       PERFORM 0500-CONSULTAR-DIA
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
                       MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           MOVE WRK-QTD-FERIADOS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao CALENDARIO. Tabela
      * estourada na carga suspende a manutencao para nao regravar o
      * calendario sem os feriados que nao couberam.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'CALENDARIO'       TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR CALENDARIO-ESTOUROU
               IF CALENDARIO-ESTOUROU
                   DISPLAY 'MANUTENCAO SUSPENSA ATE O CALENDARIO ' ,
                       'CABER NA TABELA.'
               ELSE
                   DISPLAY 'USUARIO SEM PERMISSAO PARA MANUTENCAO ' ,
                       'DO CALENDARIO.'
               END-IF
               MOVE 'N' TO WRK-AUTORIZADO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Modo 1: inclusao ou alteracao. A data e a chave; na alteracao
      * mudam a abrangencia e a descricao.
       0100-MANTER-FERIADO.
           MOVE SPACES TO WRK-ENT-FERIADO.
           MOVE ZEROS  TO WRK-ENT-DATA.
           DISPLAY 'DATA DO FERIADO (AAAAMMDD): '.
           ACCEPT WRK-ENT-DATA FROM CONSOLE.
           PERFORM 0800-LOCALIZAR-FERIADO.
           IF WRK-IDX-ACHADO > ZEROS
               SET WRK-IDX-CAL TO WRK-IDX-ACHADO
               DISPLAY 'ALTERANDO: ' WRK-CAL-FER-ABRANG(WRK-IDX-CAL)
                   ' ' WRK-CAL-FER-DESCRICAO(WRK-IDX-CAL)
           END-IF.
           DISPLAY 'ABRANGENCIA (N-NACIONAL  E-ESTADUAL  ' ,
               'M-MUNICIPAL): '.
           ACCEPT WRK-ENT-ABRANGENCIA FROM CONSOLE.
           DISPLAY 'DESCRICAO: '.
           ACCEPT WRK-ENT-DESCRICAO FROM CONSOLE.
           PERFORM 0150-CRITICAR-FERIADO.
           IF DADOS-VALIDOS AND WRK-IDX-ACHADO = ZEROS
              AND WRK-QTD-FERIADOS NOT < 300
               MOVE 'N' TO WRK-VALIDO
               MOVE 'CALENDARIO DE FERIADOS CHEIO' TO WRK-MENSAGEM
           END-IF.
           IF DADOS-VALIDOS
               IF WRK-IDX-ACHADO = ZEROS
                   PERFORM 0900-INSERIR-FERIADO
                   MOVE SPACES           TO WRK-AUDIT-VALOR-ANTIGO
                   MOVE 'INCLUI FERIADO' TO WRK-AUDIT-ACAO
               ELSE
                   SET WRK-IDX-CAL TO WRK-IDX-ACHADO
                   MOVE WRK-CAL-FER-DESCRICAO(WRK-IDX-CAL)
                       TO WRK-AUDIT-VALOR-ANTIGO
                   MOVE WRK-ENT-ABRANGENCIA
                       TO WRK-CAL-FER-ABRANG(WRK-IDX-CAL)
                   MOVE WRK-ENT-DESCRICAO
                       TO WRK-CAL-FER-DESCRICAO(WRK-IDX-CAL)
                   MOVE 'ALTERA FERIADO' TO WRK-AUDIT-ACAO
               END-IF
               PERFORM 9830-GRAVAR-CALENDARIO
               DISPLAY 'FERIADO DE ' WRK-ENT-DATA ' GRAVADO.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE WRK-ENT-DESCRICAO  TO WRK-AUDIT-VALOR-NOVO
               MOVE WRK-ENT-DATA       TO WRK-AUDIT-CHAVE
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'FERIADO RECUSADO: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       0150-CRITICAR-FERIADO.
           MOVE 'S'    TO WRK-VALIDO.
           MOVE SPACES TO WRK-MENSAGEM.
           EVALUATE TRUE
               WHEN WRK-ENT-DATA NOT NUMERIC
                 OR WRK-ENT-DATA < 19000101
                   MOVE 'DATA INVALIDA' TO WRK-MENSAGEM
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-DATA)
                       NOT = ZEROS
                   MOVE 'DATA INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-ENT-ABRANGENCIA NOT = 'N' AND NOT = 'E'
                                    AND NOT = 'M'
                   MOVE 'ABRANGENCIA DEVE SER N, E OU M'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-DESCRICAO = SPACES
                   MOVE 'DESCRICAO EM BRANCO' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM NOT = SPACES
               MOVE 'N' TO WRK-VALIDO
           END-IF.

      * Modo 2: exclusao. O feriado excluido volta a ser dia util
      * para todos os programas a partir da proxima execucao.
       0200-EXCLUIR-FERIADO.
           MOVE ZEROS TO WRK-ENT-DATA.
           DISPLAY 'DATA DO FERIADO A EXCLUIR (AAAAMMDD): '.
           ACCEPT WRK-ENT-DATA FROM CONSOLE.
           PERFORM 0800-LOCALIZAR-FERIADO.
           IF WRK-IDX-ACHADO = ZEROS
               DISPLAY 'EXCLUSAO RECUSADA: DATA SEM FERIADO ' ,
                   'CADASTRADO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WRK-IDX-CAL TO WRK-IDX-ACHADO
               MOVE WRK-CAL-FER-DESCRICAO(WRK-IDX-CAL)
                   TO WRK-AUDIT-VALOR-ANTIGO
               PERFORM VARYING WRK-IDX-AUX FROM WRK-IDX-ACHADO BY 1
                       UNTIL WRK-IDX-AUX NOT < WRK-QTD-FERIADOS
                   MOVE WRK-CAL-ITEM(WRK-IDX-AUX + 1)
                       TO WRK-CAL-ITEM(WRK-IDX-AUX)
               END-PERFORM
               SUBTRACT 1 FROM WRK-QTD-FERIADOS
               PERFORM 9830-GRAVAR-CALENDARIO
               DISPLAY 'FERIADO DE ' WRK-ENT-DATA ' EXCLUIDO.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'EXCLUI FERIADO'   TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-VALOR-NOVO
               MOVE WRK-ENT-DATA       TO WRK-AUDIT-CHAVE
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.

      * Modo 3: feriados nacionais do ano - os fixos da lista do
      * CALNWS.COB e os moveis pela Pascoa. Data ja cadastrada (por
      * exemplo um feriado estadual no mesmo dia) fica como esta.
       0300-GERAR-ANO.
           MOVE ZEROS TO WRK-ENT-ANO WRK-QTD-INCLUIDOS
                         WRK-QTD-EXISTENTES.
           DISPLAY 'ANO A GERAR (AAAA): '.
           ACCEPT WRK-ENT-ANO FROM CONSOLE.
           IF WRK-ENT-ANO NOT NUMERIC
              OR WRK-ENT-ANO < 1900 OR WRK-ENT-ANO > 2099
               DISPLAY 'GERACAO RECUSADA: ANO DEVE ESTAR ENTRE 1900 ' ,
                   'E 2099'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-ENT-ABRANGENCIA
               PERFORM VARYING WRK-CTR FROM 1 BY 1
                       UNTIL WRK-CTR > WRK-CAL-QTD-FIXOS
                   COMPUTE WRK-ENT-DATA = WRK-ENT-ANO * 10000 +
                       WRK-CAL-FIXO-MES-DIA(WRK-CTR)
                   MOVE WRK-CAL-FIXO-DESCRICAO(WRK-CTR)
                       TO WRK-ENT-DESCRICAO
                   PERFORM 0350-GERAR-FERIADO
               END-PERFORM
               PERFORM 0700-CALCULAR-PASCOA
               PERFORM VARYING WRK-CTR FROM 1 BY 1
                       UNTIL WRK-CTR > WRK-QTD-MOVEIS
                   COMPUTE WRK-ENT-DATA = FUNCTION DATE-OF-INTEGER
                       (WRK-DIAS-PASCOA + WRK-MOVEL-DISTANCIA(WRK-CTR))
                   MOVE WRK-MOVEL-DESCRICAO(WRK-CTR)
                       TO WRK-ENT-DESCRICAO
                   PERFORM 0350-GERAR-FERIADO
               END-PERFORM
               IF WRK-QTD-INCLUIDOS > ZEROS
                   PERFORM 9830-GRAVAR-CALENDARIO
               END-IF
               DISPLAY 'PASCOA DE ' WRK-ENT-ANO ': ' WRK-DATA-PASCOA
               DISPLAY 'FERIADOS INCLUIDOS: ' WRK-QTD-INCLUIDOS ,
                   '   JA CADASTRADOS: ' WRK-QTD-EXISTENTES
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'GERA FERIADOS'    TO WRK-AUDIT-ACAO
               MOVE WRK-QTD-EXISTENTES TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-QTD-INCLUIDOS  TO WRK-AUDIT-VALOR-NOVO
               MOVE WRK-ENT-ANO        TO WRK-AUDIT-CHAVE
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.

       0350-GERAR-FERIADO.
           PERFORM 0800-LOCALIZAR-FERIADO.
           EVALUATE TRUE
               WHEN WRK-IDX-ACHADO > ZEROS
                   ADD 1 TO WRK-QTD-EXISTENTES
               WHEN WRK-QTD-FERIADOS NOT < 300
                   DISPLAY 'CALENDARIO CHEIO - ' WRK-ENT-DATA ' ' ,
                       WRK-ENT-DESCRICAO ' NAO INCLUIDO'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0900-INSERIR-FERIADO
                   ADD 1 TO WRK-QTD-INCLUIDOS
                   DISPLAY 'INCLUIDO: ' WRK-ENT-DATA ' ' ,
                       WRK-ENT-DESCRICAO
           END-EVALUATE.

      * Modo 4: feriados do ano em ordem de data, com o dia da
      * semana, e os dias uteis do ano pelo servico do calendario.
       0400-LISTAR-ANO.
           MOVE ZEROS TO WRK-ENT-ANO WRK-QTD-NO-ANO.
           DISPLAY 'ANO (AAAA): '.
           ACCEPT WRK-ENT-ANO FROM CONSOLE.
           PERFORM 0090-MONTAR-CABECALHO.
           DISPLAY 'DATA     DIA A DESCRICAO'.
           DISPLAY '-----------------------------------------------'.
           PERFORM VARYING WRK-IDX-CAL FROM 1 BY 1
                   UNTIL WRK-IDX-CAL > WRK-QTD-FERIADOS
               IF WRK-CAL-FER-DATA(WRK-IDX-CAL)(1:4) = WRK-ENT-ANO
                   ADD 1 TO WRK-QTD-NO-ANO
                   COMPUTE WRK-CTR = FUNCTION MOD(FUNCTION
                       INTEGER-OF-DATE(WRK-CAL-FER-DATA(WRK-IDX-CAL))
                       - 1, 7) + 1
                   DISPLAY WRK-CAL-FER-DATA(WRK-IDX-CAL) ' '
                       WRK-NOME-DIA-SEMANA(WRK-CTR) ' '
                       WRK-CAL-FER-ABRANG(WRK-IDX-CAL) ' '
                       WRK-CAL-FER-DESCRICAO(WRK-IDX-CAL)
               END-IF
           END-PERFORM.
           IF WRK-QTD-NO-ANO = ZEROS
               DISPLAY 'NENHUM FERIADO CADASTRADO NO ANO - VALE A ' ,
                   'LISTA FIXA DE FERIADOS NACIONAIS'
           END-IF.
           DISPLAY ' '.
           COMPUTE WRK-CAL-DATA-INI = (WRK-ENT-ANO - 1) * 10000 + 1231.
           COMPUTE WRK-CAL-DATA-FIM = WRK-ENT-ANO * 10000 + 1231.
           PERFORM 9825-DIAS-UTEIS-ENTRE.
           DISPLAY 'FERIADOS CADASTRADOS NO ANO: ' WRK-QTD-NO-ANO ,
               '   DIAS UTEIS NO ANO: ' WRK-CAL-QTD-DIAS-UTEIS.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.

      * Modo 5: consulta do servico de dia util para uma data e,
      * opcionalmente, a contagem de dias uteis ate uma data final.
       0500-CONSULTAR-DIA.
           MOVE ZEROS TO WRK-ENT-DATA WRK-ENT-DATA-FIM.
           DISPLAY 'DATA (AAAAMMDD): '.
           ACCEPT WRK-ENT-DATA FROM CONSOLE.
           DISPLAY 'DATA FINAL PARA CONTAR DIAS UTEIS ' ,
               '(ZEROS = NAO CONTAR): '.
           ACCEPT WRK-ENT-DATA-FIM FROM CONSOLE.
           IF WRK-ENT-DATA NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-DATA) NOT = ZEROS
               DISPLAY 'CONSULTA RECUSADA: DATA INVALIDA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-ENT-DATA TO WRK-CAL-DATA
               PERFORM 9815-VERIFICAR-DIA-UTIL
               EVALUATE TRUE
                   WHEN CAL-FERIADO
                       MOVE 'FERIADO'        TO WRK-NOME-SITUACAO
                   WHEN CAL-FIM-DE-SEMANA
                       MOVE 'FIM DE SEMANA'  TO WRK-NOME-SITUACAO
                   WHEN OTHER
                       MOVE 'DIA UTIL'       TO WRK-NOME-SITUACAO
               END-EVALUATE
               COMPUTE WRK-CTR = WRK-CAL-DIA-SEMANA + 1
               DISPLAY WRK-ENT-DATA ' ' WRK-NOME-DIA-SEMANA(WRK-CTR) ,
                   ' ' WRK-NOME-SITUACAO ' ' WRK-CAL-DESCRICAO
               PERFORM 9820-PROXIMO-DIA-UTIL
               DISPLAY 'PRIMEIRO DIA UTIL A PARTIR DA DATA: ' ,
                   WRK-CAL-DATA-UTIL
               IF WRK-ENT-DATA-FIM NUMERIC
                  AND WRK-ENT-DATA-FIM > WRK-ENT-DATA
                  AND FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-DATA-FIM)
                      = ZEROS
                   MOVE WRK-ENT-DATA     TO WRK-CAL-DATA-INI
                   MOVE WRK-ENT-DATA-FIM TO WRK-CAL-DATA-FIM
                   PERFORM 9825-DIAS-UTEIS-ENTRE
                   DISPLAY 'DIAS UTEIS DEPOIS DE ' WRK-ENT-DATA ,
                       ' ATE ' WRK-ENT-DATA-FIM ': ' ,
                       WRK-CAL-QTD-DIAS-UTEIS
               END-IF
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.

      * Domingo de Pascoa do ano WRK-ENT-ANO em WRK-DATA-PASCOA e o
      * seu numero de dia (INTEGER-OF-DATE) em WRK-DIAS-PASCOA.
       0700-CALCULAR-PASCOA.
           COMPUTE WRK-PSC-A = FUNCTION MOD(WRK-ENT-ANO, 19).
           COMPUTE WRK-PSC-B = WRK-ENT-ANO / 100.
           COMPUTE WRK-PSC-C = FUNCTION MOD(WRK-ENT-ANO, 100).
           COMPUTE WRK-PSC-D = WRK-PSC-B / 4.
           COMPUTE WRK-PSC-E = FUNCTION MOD(WRK-PSC-B, 4).
           COMPUTE WRK-PSC-F = (WRK-PSC-B + 8) / 25.
           COMPUTE WRK-PSC-G = (WRK-PSC-B - WRK-PSC-F + 1) / 3.
           COMPUTE WRK-PSC-H = FUNCTION MOD((19 * WRK-PSC-A) +
               WRK-PSC-B - WRK-PSC-D - WRK-PSC-G + 15, 30).
           COMPUTE WRK-PSC-I = WRK-PSC-C / 4.
           COMPUTE WRK-PSC-K = FUNCTION MOD(WRK-PSC-C, 4).
           COMPUTE WRK-PSC-L = FUNCTION MOD(32 + (2 * WRK-PSC-E) +
               (2 * WRK-PSC-I) - WRK-PSC-H - WRK-PSC-K, 7).
           COMPUTE WRK-PSC-M = (WRK-PSC-A + (11 * WRK-PSC-H) +
               (22 * WRK-PSC-L)) / 451.
           COMPUTE WRK-PSC-AUX = WRK-PSC-H + WRK-PSC-L -
               (7 * WRK-PSC-M) + 114.
           COMPUTE WRK-PSC-MES = WRK-PSC-AUX / 31.
           COMPUTE WRK-PSC-DIA = FUNCTION MOD(WRK-PSC-AUX, 31) + 1.
           COMPUTE WRK-DATA-PASCOA = WRK-ENT-ANO * 10000 +
               WRK-PSC-MES * 100 + WRK-PSC-DIA.
           COMPUTE WRK-DIAS-PASCOA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PASCOA).

       0800-LOCALIZAR-FERIADO.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-CAL FROM 1 BY 1
                   UNTIL WRK-IDX-CAL > WRK-QTD-FERIADOS
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-CAL-FER-DATA(WRK-IDX-CAL) = WRK-ENT-DATA
                   SET WRK-IDX-ACHADO TO WRK-IDX-CAL
               END-IF
           END-PERFORM.

      * Inclui WRK-ENT-FERIADO na tabela mantendo a ordem de data,
      * para a listagem e o arquivo sairem em ordem.
       0900-INSERIR-FERIADO.
           MOVE ZEROS TO WRK-POS-INSERCAO.
           PERFORM VARYING WRK-IDX-CAL FROM 1 BY 1
                   UNTIL WRK-IDX-CAL > WRK-QTD-FERIADOS
                      OR WRK-POS-INSERCAO > ZEROS
               IF WRK-CAL-FER-DATA(WRK-IDX-CAL) > WRK-ENT-DATA
                   SET WRK-POS-INSERCAO TO WRK-IDX-CAL
               END-IF
           END-PERFORM.
           IF WRK-POS-INSERCAO = ZEROS
               COMPUTE WRK-POS-INSERCAO = WRK-QTD-FERIADOS + 1
           END-IF.
           ADD 1 TO WRK-QTD-FERIADOS.
           PERFORM VARYING WRK-IDX-AUX FROM WRK-QTD-FERIADOS BY -1
                   UNTIL WRK-IDX-AUX NOT > WRK-POS-INSERCAO
               MOVE WRK-CAL-ITEM(WRK-IDX-AUX - 1)
                   TO WRK-CAL-ITEM(WRK-IDX-AUX)
           END-PERFORM.
           SET WRK-IDX-CAL TO WRK-POS-INSERCAO.
           MOVE WRK-ENT-DATA        TO WRK-CAL-FER-DATA(WRK-IDX-CAL).
           MOVE WRK-ENT-ABRANGENCIA TO WRK-CAL-FER-ABRANG(WRK-IDX-CAL).
           MOVE WRK-ENT-DESCRICAO
               TO WRK-CAL-FER-DESCRICAO(WRK-IDX-CAL).

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
           DISPLAY '      CALENDARIO DE FERIADOS DE ' WRK-ENT-ANO.
           DISPLAY ' '.

           COPY 'CALNPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG99.
