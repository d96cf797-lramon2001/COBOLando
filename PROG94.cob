      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Manutencao da matriz de permissoes por funcao
      * (PERMISSOES.CTL) conferida pelo PROG29 - ate aqui a decisao
      * era fixa por nivel e qualquer SUPERVISOR podia tudo. Cada
      * funcao (o codigo de AUT-FUNCAO dos programas da suite) e
      * concedida a niveis ou a usuarios especificos; funcao sem
      * concessao e negada a todos. Menu nos moldes do PROG92: N
      * concede a funcao a um nivel; U concede a um usuario de
      * USER-MASTER.DAT; R revoga uma concessao; L lista a matriz;
      * C faz a carga inicial, com o catalogo de funcoes da suite e
      * os niveis que cada uma tinha antes da matriz (so com a
      * matriz vazia); M emite o relatorio de recertificacao de
      * acessos em MATRIZ-ACESSO.SPL - por funcao, as concessoes e
      * os usuarios ativos que efetivamente a recebem, com destaque
      * para funcao sem concessao, funcao fora do catalogo e
      * concessao a usuario inexistente ou inativo. So o
      * ADMINISTRADOR usa o programa (funcao PERMISSOES no PROG29,
      * que nao passa pela propria matriz); cada alteracao fica em
      * AUDIT-LOG.LOG.
      * RETURN-CODE 8 usuario sem permissao, 4 operacao recusada.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Catalogo ganhou a funcao DADOS PESSOAIS (exportacao
      *              em planilha do PROG98 sem mascarar os nomes).
      * 15/10/2026 - Catalogo ganhou a funcao CALENDARIO (manutencao
      *              dos feriados no PROG99).
      * 15/10/2026 - Catalogo ganhou a funcao DADOS SALARIO (salarios,
      *              liquidos e dados bancarios sem mascara no console
      *              da folha, nas reimpressoes do PROG40 e nas pecas
      *              do PROG97).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG94.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-USUARIOS.
           COPY 'PERMSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="MATRIZ-ACESSO.SPL"==.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       01  USER-MASTER-RECORD.
           05 USR-ID         PIC X(15).
           05 USR-NIVEL      PIC 9(02).
           05 USR-SENHA      PIC X(10).
           05 USR-ATIVO      PIC X(01).
           05 USR-VALIDADE   PIC 9(08).
           COPY 'PERMFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'PERMWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-OPCAO PIC X(01) VALUES SPACE.
           88 OPCAO-NIVEL      VALUE 'N'.
           88 OPCAO-USUARIO    VALUE 'U'.
           88 OPCAO-REVOGAR    VALUE 'R'.
           88 OPCAO-LISTAR     VALUE 'L'.
           88 OPCAO-CARGA      VALUE 'C'.
           88 OPCAO-MATRIZ     VALUE 'M'.
           88 OPCAO-SAIR       VALUE '9'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-QTD-OPERACOES    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-RECUSADAS    PIC 9(05) VALUES ZEROS.
       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE PIC 9(04).
           05 WRK-MES-HOJE PIC 9(02).
           05 WRK-DIA-HOJE PIC 9(02).
      * Dados informados pelo operador.
       77  WRK-ENT-FUNCAO       PIC X(14) VALUES SPACES.
       77  WRK-ENT-TIPO         PIC X(01) VALUES SPACE.
       77  WRK-ENT-NIVEL        PIC 9(02) VALUES ZEROS.
       77  WRK-ENT-USUARIO      PIC X(15) VALUES SPACES.
      * Cadastro de usuarios (USER-MASTER.DAT) em tabela, para
      * validar a concessao por usuario e apurar quem efetivamente
      * recebe cada funcao no relatorio.
       77  WRK-STATUS-USUARIOS  PIC X(02) VALUES ZEROS.
       77  WRK-FIM-USUARIOS     PIC X(01) VALUES 'N'.
           88 FIM-USUARIOS VALUE 'S'.
       77  WRK-QTD-USUARIOS     PIC 9(03) VALUES ZEROS.
       77  WRK-USR-IDX-ACHADO   PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-USUARIOS.
           05 WRK-USUARIO-ITEM OCCURS 300 TIMES
                                INDEXED BY WRK-IDX-USR.
              10 WRK-USR-ID          PIC X(15).
              10 WRK-USR-NIVEL       PIC 9(02).
              10 WRK-USR-ATIVO       PIC X(01).
      * Catalogo das funcoes da suite conferidas no PROG29, com os
      * niveis (ate quatro, dois digitos cada) que cada uma recebia
      * antes da matriz - base da carga inicial e do relatorio.
       01  WRK-TAB-CATALOGO-INIC.
           05 FILLER PIC X(22) VALUE 'APROVACAO HE  0103    '.
           05 FILLER PIC X(22) VALUE 'APROVAR ALTER 0103    '.
           05 FILLER PIC X(22) VALUE 'AUTONOMOS     0103    '.
           05 FILLER PIC X(22) VALUE 'BAIXA OBRIGACA0103    '.
           05 FILLER PIC X(22) VALUE 'BOLETO        0103    '.
           05 FILLER PIC X(22) VALUE 'CALENDARIO    0103    '.
           05 FILLER PIC X(22) VALUE 'COBRANCA      0103    '.
           05 FILLER PIC X(22) VALUE 'CONTAS PAGAR  0103    '.
           05 FILLER PIC X(22) VALUE 'CONTASBANCO   0103    '.
           05 FILLER PIC X(22) VALUE 'CORRIGIR NOTA 0103    '.
           05 FILLER PIC X(22) VALUE 'DADOS PESSOAIS0103    '.
           05 FILLER PIC X(22) VALUE 'DADOS SALARIO 0103    '.
           05 FILLER PIC X(22) VALUE 'DESBLOQUEIO   010304  '.
           05 FILLER PIC X(22) VALUE 'ENCERRA EXERC 0103    '.
           05 FILLER PIC X(22) VALUE 'ESCALAS       0103    '.
           05 FILLER PIC X(22) VALUE 'ESTORNO FOLHA 0103    '.
           05 FILLER PIC X(22) VALUE 'EXPIRA SENHA  01      '.
           05 FILLER PIC X(22) VALUE 'FECHA PERIODO 0103    '.
           05 FILLER PIC X(22) VALUE 'FECHAR ANO    0103    '.
           05 FILLER PIC X(22) VALUE 'FOLGA BH      0103    '.
           05 FILLER PIC X(22) VALUE 'FORNECEDORES  0103    '.
           05 FILLER PIC X(22) VALUE 'IMOBILIZADO   0103    '.
           05 FILLER PIC X(22) VALUE 'MANTER ELENCOS0103    '.
           05 FILLER PIC X(22) VALUE 'MANTER TIMES  0103    '.
           05 FILLER PIC X(22) VALUE 'MARGEM CONSIG 0103    '.
           05 FILLER PIC X(22) VALUE 'NOTA DISCIPL  0103    '.
           05 FILLER PIC X(22) VALUE 'PAGTO FORNEC  0103    '.
           05 FILLER PIC X(22) VALUE 'PDD           0103    '.
           05 FILLER PIC X(22) VALUE 'PROFESSORES   0103    '.
           05 FILLER PIC X(22) VALUE 'RESPONSAVEL   0103    '.
           05 FILLER PIC X(22) VALUE 'VOUCHER MANUAL0103    '.
       01  WRK-TAB-CATALOGO REDEFINES WRK-TAB-CATALOGO-INIC.
           05 WRK-CATALOGO-ITEM OCCURS 31 TIMES
                                 INDEXED BY WRK-IDX-CAT.
              10 WRK-CAT-FUNCAO      PIC X(14).
              10 WRK-CAT-NIVEL       PIC 9(02) OCCURS 4 TIMES.
       77  WRK-QTD-CATALOGO     PIC 9(02) VALUE 31.
       77  WRK-IND-NIVEL        PIC 9(01) VALUES ZEROS.
       77  WRK-NO-CATALOGO      PIC X(01) VALUES 'N'.
           88 FUNCAO-NO-CATALOGO VALUE 'S'.
      * Relatorio de recertificacao.
       77  WRK-IDX-AUX          PIC 9(03) VALUES ZEROS.
       77  WRK-FUNCAO-REPETIDA  PIC X(01) VALUES 'N'.
       77  WRK-NOME-NIVEL       PIC X(13) VALUES SPACES.
       77  WRK-SITUACAO-USR     PIC X(20) VALUES SPACES.
       77  WRK-QTD-CONCESSOES   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-COM-ACESSO   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-FUNCOES      PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-SEM-CONCESSAO PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-FORA-CATALOGO PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-USR-INVALIDO PIC 9(03) VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG94' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0040-CARREGAR-USUARIOS.
           PERFORM 9740-CARREGAR-PERMISSOES.
           PERFORM 0050-AUTORIZAR.
           IF RETURN-CODE NOT = ZEROS
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM UNTIL OPCAO-SAIR
               DISPLAY ' '
               DISPLAY 'N-CONCEDER A NIVEL  U-CONCEDER A USUARIO  ' ,
                   'R-REVOGAR  L-LISTAR  C-CARGA INICIAL  ' ,
                   'M-RELATORIO DE RECERTIFICACAO  9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE TRUE
                   WHEN OPCAO-NIVEL
                       PERFORM 0100-CONCEDER-NIVEL
                   WHEN OPCAO-USUARIO
                       PERFORM 0200-CONCEDER-USUARIO
                   WHEN OPCAO-REVOGAR
                       PERFORM 0300-REVOGAR
                   WHEN OPCAO-LISTAR
                       PERFORM 0400-LISTAR
                   WHEN OPCAO-CARGA
                       PERFORM 0450-CARGA-INICIAL
                   WHEN OPCAO-MATRIZ
                       PERFORM 0500-RELATORIO-MATRIZ
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

       0040-CARREGAR-USUARIOS.
           OPEN INPUT USER-MASTER-FILE.
           IF WRK-STATUS-USUARIOS = '00'
               PERFORM UNTIL FIM-USUARIOS
                   READ USER-MASTER-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-USUARIOS
                       NOT AT END
                           IF WRK-QTD-USUARIOS < 300
                               ADD 1 TO WRK-QTD-USUARIOS
                               SET WRK-IDX-USR TO WRK-QTD-USUARIOS
                               MOVE USR-ID TO
                                   WRK-USR-ID(WRK-IDX-USR)
                               MOVE USR-NIVEL TO
                                   WRK-USR-NIVEL(WRK-IDX-USR)
                               MOVE USR-ATIVO TO
                                   WRK-USR-ATIVO(WRK-IDX-USR)
                           ELSE
                               DISPLAY 'AVISO: TABELA DE USUARIOS ' ,
                                   'CHEIA - USUARIO IGNORADO: ' ,
                                   USR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-MASTER-FILE
           END-IF.

      * So o ADMINISTRADOR (01) mantem a matriz; sem o cadastro de
      * usuarios o PROG29 concede sem nivel, e aqui isso nao basta.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'PERMISSOES'       TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR AUT-NIVEL NOT = 01
              OR PERMISSOES-ESTOURARAM
               IF AUT-CONCEDIDO NOT = 'S' OR AUT-NIVEL NOT = 01
                   DISPLAY 'USUARIO SEM PERMISSAO PARA MANUTENCAO ' ,
                       'DA MATRIZ DE PERMISSOES (EXIGE ' ,
                       'ADMINISTRADOR).'
               ELSE
                   DISPLAY 'MANUTENCAO SUSPENSA ATE A MATRIZ CABER ' ,
                       'NA TABELA.'
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

      * N: concessao da funcao a todos os usuarios de um nivel.
       0100-CONCEDER-NIVEL.
           MOVE SPACES TO WRK-ENT-FUNCAO.
           MOVE ZEROS  TO WRK-ENT-NIVEL.
           DISPLAY 'FUNCAO: '.
           ACCEPT WRK-ENT-FUNCAO FROM CONSOLE.
           DISPLAY 'NIVEL (01 ADMINISTRADOR, 02 GUEST, ' ,
               '03 SUPERVISOR, 04 AUDITOR): '.
           ACCEPT WRK-ENT-NIVEL FROM CONSOLE.
           MOVE 'N' TO WRK-ENT-TIPO.
           EVALUATE TRUE
               WHEN WRK-ENT-NIVEL < 01 OR WRK-ENT-NIVEL > 04
                   DISPLAY 'NIVEL INVALIDO.'
                   ADD 1 TO WRK-QTD-RECUSADAS
               WHEN OTHER
                   PERFORM 0150-INCLUIR-CONCESSAO
           END-EVALUATE.

      * Inclusao comum a N e U: funcao informada, fora da propria
      * PERMISSOES (exclusiva do ADMINISTRADOR no PROG29) e sem
      * concessao igual ja registrada.
       0150-INCLUIR-CONCESSAO.
           MOVE WRK-ENT-FUNCAO  TO WRK-PMS-FUNCAO-PROC.
           MOVE WRK-ENT-TIPO    TO WRK-PMS-TIPO-PROC.
           MOVE WRK-ENT-NIVEL   TO WRK-PMS-NIVEL-PROC.
           MOVE WRK-ENT-USUARIO TO WRK-PMS-USUARIO-PROC.
           PERFORM 9742-LOCALIZAR-PERMISSAO.
           EVALUATE TRUE
               WHEN WRK-ENT-FUNCAO = SPACES
                   DISPLAY 'FUNCAO NAO INFORMADA.'
                   ADD 1 TO WRK-QTD-RECUSADAS
               WHEN WRK-ENT-FUNCAO = 'PERMISSOES'
                   DISPLAY 'A FUNCAO PERMISSOES E EXCLUSIVA DO ' ,
                       'ADMINISTRADOR E NAO SE CONCEDE PELA MATRIZ.'
                   ADD 1 TO WRK-QTD-RECUSADAS
               WHEN WRK-PMS-IDX-ACHADO > ZEROS
                   DISPLAY 'CONCESSAO JA REGISTRADA.'
                   ADD 1 TO WRK-QTD-RECUSADAS
               WHEN WRK-QTD-PERMISSOES NOT < 300
                   DISPLAY 'MATRIZ DE PERMISSOES CHEIA.'
                   ADD 1 TO WRK-QTD-RECUSADAS
               WHEN OTHER
                   MOVE WRK-ENT-FUNCAO TO WRK-PMS-FUNCAO-PROC
                   PERFORM 0160-CONFERIR-CATALOGO
                   IF NOT FUNCAO-NO-CATALOGO
                       DISPLAY 'AVISO: FUNCAO ' WRK-ENT-FUNCAO ,
                           ' FORA DO CATALOGO DA SUITE.'
                   END-IF
                   ADD 1 TO WRK-QTD-PERMISSOES
                   SET WRK-IDX-PMS TO WRK-QTD-PERMISSOES
                   MOVE WRK-ENT-FUNCAO TO WRK-PMS-FUNCAO(WRK-IDX-PMS)
                   MOVE WRK-ENT-TIPO   TO WRK-PMS-TIPO(WRK-IDX-PMS)
                   MOVE WRK-USUARIO-SESSAO
                       TO WRK-PMS-ADMIN(WRK-IDX-PMS)
                   MOVE WRK-DATA-HOJE  TO WRK-PMS-DATA(WRK-IDX-PMS)
                   MOVE SPACES TO WRK-AUDIT-VALOR-NOVO
                   IF WRK-ENT-TIPO = 'N'
                       MOVE WRK-ENT-NIVEL
                           TO WRK-PMS-NIVEL(WRK-IDX-PMS)
                       MOVE SPACES TO WRK-PMS-USUARIO(WRK-IDX-PMS)
                       STRING 'NIVEL ' WRK-ENT-NIVEL
                           DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO
                   ELSE
                       MOVE ZEROS TO WRK-PMS-NIVEL(WRK-IDX-PMS)
                       MOVE WRK-ENT-USUARIO
                           TO WRK-PMS-USUARIO(WRK-IDX-PMS)
                       MOVE WRK-ENT-USUARIO TO WRK-AUDIT-VALOR-NOVO
                   END-IF
                   PERFORM 9744-GRAVAR-PERMISSOES
                   DISPLAY 'CONCESSAO REGISTRADA.'
                   MOVE 'CONCEDE PERM'  TO WRK-AUDIT-ACAO
                   MOVE WRK-ENT-FUNCAO  TO WRK-AUDIT-VALOR-ANTIGO
                   PERFORM 0600-AUDITAR
           END-EVALUATE.

       0160-CONFERIR-CATALOGO.
           MOVE 'N' TO WRK-NO-CATALOGO.
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                   UNTIL WRK-IDX-CAT > WRK-QTD-CATALOGO
               IF WRK-CAT-FUNCAO(WRK-IDX-CAT) = WRK-PMS-FUNCAO-PROC
                   SET FUNCAO-NO-CATALOGO TO TRUE
               END-IF
           END-PERFORM.

      * U: concessao a um usuario especifico, que tem de constar do
      * USER-MASTER.DAT.
       0200-CONCEDER-USUARIO.
           MOVE SPACES TO WRK-ENT-FUNCAO WRK-ENT-USUARIO.
           MOVE ZEROS  TO WRK-ENT-NIVEL.
           DISPLAY 'FUNCAO: '.
           ACCEPT WRK-ENT-FUNCAO FROM CONSOLE.
           DISPLAY 'USUARIO: '.
           ACCEPT WRK-ENT-USUARIO FROM CONSOLE.
           MOVE 'U' TO WRK-ENT-TIPO.
           PERFORM 0250-LOCALIZAR-USUARIO.
           IF WRK-USR-IDX-ACHADO = ZEROS
               DISPLAY 'USUARIO NAO CADASTRADO NO USER-MASTER.DAT.'
               ADD 1 TO WRK-QTD-RECUSADAS
           ELSE
               SET WRK-IDX-USR TO WRK-USR-IDX-ACHADO
               IF WRK-USR-ATIVO(WRK-IDX-USR) NOT = 'S'
                   DISPLAY 'AVISO: USUARIO INATIVO - A CONCESSAO SO ' ,
                       'VALE QUANDO ELE FOR REATIVADO.'
               END-IF
               PERFORM 0150-INCLUIR-CONCESSAO
           END-IF.

       0250-LOCALIZAR-USUARIO.
           MOVE ZEROS TO WRK-USR-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-USR FROM 1 BY 1
                   UNTIL WRK-IDX-USR > WRK-QTD-USUARIOS
               IF WRK-USR-ID(WRK-IDX-USR) = WRK-ENT-USUARIO
                   SET WRK-USR-IDX-ACHADO TO WRK-IDX-USR
               END-IF
           END-PERFORM.

      * R: revogacao de uma concessao por nivel ou por usuario.
       0300-REVOGAR.
           MOVE SPACES TO WRK-ENT-FUNCAO WRK-ENT-USUARIO WRK-ENT-TIPO.
           MOVE ZEROS  TO WRK-ENT-NIVEL.
           DISPLAY 'FUNCAO: '.
           ACCEPT WRK-ENT-FUNCAO FROM CONSOLE.
           DISPLAY 'CONCESSAO POR N-NIVEL OU U-USUARIO: '.
           ACCEPT WRK-ENT-TIPO FROM CONSOLE.
           IF WRK-ENT-TIPO = 'U'
               DISPLAY 'USUARIO: '
               ACCEPT WRK-ENT-USUARIO FROM CONSOLE
           ELSE
               DISPLAY 'NIVEL: '
               ACCEPT WRK-ENT-NIVEL FROM CONSOLE
           END-IF.
           MOVE WRK-ENT-FUNCAO  TO WRK-PMS-FUNCAO-PROC.
           MOVE WRK-ENT-TIPO    TO WRK-PMS-TIPO-PROC.
           MOVE WRK-ENT-NIVEL   TO WRK-PMS-NIVEL-PROC.
           MOVE WRK-ENT-USUARIO TO WRK-PMS-USUARIO-PROC.
           PERFORM 9742-LOCALIZAR-PERMISSAO.
           IF WRK-PMS-IDX-ACHADO = ZEROS
               DISPLAY 'CONCESSAO NAO ENCONTRADA.'
               ADD 1 TO WRK-QTD-RECUSADAS
           ELSE
               SET WRK-IDX-PMS TO WRK-PMS-IDX-ACHADO
               PERFORM VARYING WRK-IDX-PMS FROM WRK-IDX-PMS BY 1
                       UNTIL WRK-IDX-PMS NOT < WRK-QTD-PERMISSOES
                   MOVE WRK-PERMISSAO-ITEM(WRK-IDX-PMS + 1)
                       TO WRK-PERMISSAO-ITEM(WRK-IDX-PMS)
               END-PERFORM
               SUBTRACT 1 FROM WRK-QTD-PERMISSOES
               PERFORM 9744-GRAVAR-PERMISSOES
               DISPLAY 'CONCESSAO REVOGADA.'
               MOVE 'REVOGA PERM'  TO WRK-AUDIT-ACAO
               MOVE WRK-ENT-FUNCAO TO WRK-AUDIT-VALOR-ANTIGO
               MOVE SPACES TO WRK-AUDIT-VALOR-NOVO
               IF WRK-ENT-TIPO = 'U'
                   MOVE WRK-ENT-USUARIO TO WRK-AUDIT-VALOR-NOVO
               ELSE
                   STRING 'NIVEL ' WRK-ENT-NIVEL
                       DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO
               END-IF
               PERFORM 0600-AUDITAR
           END-IF.

      * L: a matriz como esta gravada.
       0400-LISTAR.
           IF WRK-QTD-PERMISSOES = ZEROS
               DISPLAY 'MATRIZ DE PERMISSOES VAZIA - TODAS AS ' ,
                   'FUNCOES SAO NEGADAS (USE C PARA A CARGA INICIAL).'
           END-IF.
           PERFORM VARYING WRK-IDX-PMS FROM 1 BY 1
                   UNTIL WRK-IDX-PMS > WRK-QTD-PERMISSOES
               IF WRK-PMS-TIPO(WRK-IDX-PMS) = 'N'
                   DISPLAY WRK-PMS-FUNCAO(WRK-IDX-PMS) ' NIVEL   ' ,
                       WRK-PMS-NIVEL(WRK-IDX-PMS) '              ' ,
                       ' POR ' WRK-PMS-ADMIN(WRK-IDX-PMS) ' EM ' ,
                       WRK-PMS-DATA(WRK-IDX-PMS)
               ELSE
                   DISPLAY WRK-PMS-FUNCAO(WRK-IDX-PMS) ' USUARIO ' ,
                       WRK-PMS-USUARIO(WRK-IDX-PMS) ,
                       ' POR ' WRK-PMS-ADMIN(WRK-IDX-PMS) ' EM ' ,
                       WRK-PMS-DATA(WRK-IDX-PMS)
               END-IF
           END-PERFORM.

      * C: carga inicial da matriz a partir do catalogo, com os
      * niveis que cada funcao tinha antes - so com a matriz vazia,
      * para nao desfazer concessoes ja revisadas.
       0450-CARGA-INICIAL.
           IF WRK-QTD-PERMISSOES > ZEROS
               DISPLAY 'MATRIZ JA IMPLANTADA - CARGA INICIAL ' ,
                   'RECUSADA.'
               ADD 1 TO WRK-QTD-RECUSADAS
           ELSE
               PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                       UNTIL WRK-IDX-CAT > WRK-QTD-CATALOGO
                   PERFORM VARYING WRK-IND-NIVEL FROM 1 BY 1
                           UNTIL WRK-IND-NIVEL > 4
                       IF WRK-CAT-NIVEL(WRK-IDX-CAT, WRK-IND-NIVEL)
                               > ZEROS
                           ADD 1 TO WRK-QTD-PERMISSOES
                           SET WRK-IDX-PMS TO WRK-QTD-PERMISSOES
                           MOVE WRK-CAT-FUNCAO(WRK-IDX-CAT)
                               TO WRK-PMS-FUNCAO(WRK-IDX-PMS)
                           MOVE 'N' TO WRK-PMS-TIPO(WRK-IDX-PMS)
                           MOVE WRK-CAT-NIVEL(WRK-IDX-CAT,
                               WRK-IND-NIVEL)
                               TO WRK-PMS-NIVEL(WRK-IDX-PMS)
                           MOVE SPACES
                               TO WRK-PMS-USUARIO(WRK-IDX-PMS)
                           MOVE WRK-USUARIO-SESSAO
                               TO WRK-PMS-ADMIN(WRK-IDX-PMS)
                           MOVE WRK-DATA-HOJE
                               TO WRK-PMS-DATA(WRK-IDX-PMS)
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM 9744-GRAVAR-PERMISSOES
               DISPLAY 'CARGA INICIAL GRAVADA: ' WRK-QTD-PERMISSOES ,
                   ' CONCESSOES.'
               MOVE 'CARGA PERM'       TO WRK-AUDIT-ACAO
               MOVE SPACES             TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-QTD-PERMISSOES TO WRK-AUDIT-VALOR-NOVO
               PERFORM 0600-AUDITAR
           END-IF.

      * M: relatorio de recertificacao - as funcoes do catalogo e as
      * que so existem na matriz, cada uma com as concessoes e os
      * usuarios ativos que a recebem, para a revisao assinada.
       0500-RELATORIO-MATRIZ.
           MOVE ZEROS TO WRK-QTD-FUNCOES WRK-QTD-SEM-CONCESSAO
               WRK-QTD-FORA-CATALOGO WRK-QTD-USR-INVALIDO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           PERFORM 9300-ABRIR-SPOOL.
           STRING '        MATRIZ DE PERMISSOES - RECERTIFICACAO DE '
               'ACESSOS EM ' WRK-DIA-HOJE '/' WRK-MES-HOJE '/'
               WRK-ANO-HOJE
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           STRING 'FUNCAO PERMISSOES (MANUTENCAO DESTA MATRIZ - '
               'FIXA NO ADMINISTRADOR)'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM VARYING WRK-IDX-USR FROM 1 BY 1
                   UNTIL WRK-IDX-USR > WRK-QTD-USUARIOS
               IF WRK-USR-ATIVO(WRK-IDX-USR) = 'S'
                  AND WRK-USR-NIVEL(WRK-IDX-USR) = 01
                   STRING '   ACESSO: ' WRK-USR-ID(WRK-IDX-USR)
                       ' NIVEL 01'
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   PERFORM 0690-EMITIR-LINHA
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                   UNTIL WRK-IDX-CAT > WRK-QTD-CATALOGO
               MOVE WRK-CAT-FUNCAO(WRK-IDX-CAT) TO WRK-PMS-FUNCAO-PROC
               MOVE 'S' TO WRK-NO-CATALOGO
               PERFORM 0510-FUNCAO-RELATORIO
           END-PERFORM.
           PERFORM VARYING WRK-IDX-PMS FROM 1 BY 1
                   UNTIL WRK-IDX-PMS > WRK-QTD-PERMISSOES
               MOVE WRK-PMS-FUNCAO(WRK-IDX-PMS) TO WRK-PMS-FUNCAO-PROC
               PERFORM 0160-CONFERIR-CATALOGO
               PERFORM 0505-CONFERIR-FUNCAO-REPETIDA
               IF NOT FUNCAO-NO-CATALOGO
                  AND WRK-FUNCAO-REPETIDA = 'N'
                   ADD 1 TO WRK-QTD-FORA-CATALOGO
                   SET WRK-IDX-AUX TO WRK-IDX-PMS
                   PERFORM 0510-FUNCAO-RELATORIO
                   SET WRK-IDX-PMS TO WRK-IDX-AUX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           STRING 'FUNCOES: ' WRK-QTD-FUNCOES
               '  SEM CONCESSAO: ' WRK-QTD-SEM-CONCESSAO
               '  FORA DO CATALOGO: ' WRK-QTD-FORA-CATALOGO
               '  CONCESSOES A USUARIO INVALIDO: '
               WRK-QTD-USR-INVALIDO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           MOVE 'REVISADO POR: ______________________________   DATA: '
               TO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY 'RELATORIO GRAVADO EM MATRIZ-ACESSO.SPL.'.

      * Funcao da matriz ja saiu no relatorio por uma linha anterior?
       0505-CONFERIR-FUNCAO-REPETIDA.
           MOVE 'N' TO WRK-FUNCAO-REPETIDA.
           PERFORM VARYING WRK-IDX-AUX FROM 1 BY 1
                   UNTIL WRK-IDX-AUX NOT < WRK-IDX-PMS
               IF WRK-PMS-FUNCAO(WRK-IDX-AUX) = WRK-PMS-FUNCAO-PROC
                   MOVE 'S' TO WRK-FUNCAO-REPETIDA
               END-IF
           END-PERFORM.

      * Bloco de uma funcao (WRK-PMS-FUNCAO-PROC): as concessoes,
      * depois os usuarios ativos que efetivamente a recebem pelo
      * nivel ou pela concessao nominal.
       0510-FUNCAO-RELATORIO.
           ADD 1 TO WRK-QTD-FUNCOES.
           MOVE ZEROS TO WRK-QTD-CONCESSOES WRK-QTD-COM-ACESSO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           IF FUNCAO-NO-CATALOGO
               STRING 'FUNCAO ' WRK-PMS-FUNCAO-PROC
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           ELSE
               STRING 'FUNCAO ' WRK-PMS-FUNCAO-PROC
                   ' *** FORA DO CATALOGO DA SUITE ***'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           END-IF.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM VARYING WRK-IDX-PMS FROM 1 BY 1
                   UNTIL WRK-IDX-PMS > WRK-QTD-PERMISSOES
               IF WRK-PMS-FUNCAO(WRK-IDX-PMS) = WRK-PMS-FUNCAO-PROC
                   ADD 1 TO WRK-QTD-CONCESSOES
                   PERFORM 0520-LINHA-CONCESSAO
               END-IF
           END-PERFORM.
           IF WRK-QTD-CONCESSOES = ZEROS
               ADD 1 TO WRK-QTD-SEM-CONCESSAO
               MOVE '   *** SEM CONCESSAO - FUNCAO NEGADA A TODOS ***'
                   TO WRK-SPOOL-LINHA
               PERFORM 0690-EMITIR-LINHA
           ELSE
               PERFORM VARYING WRK-IDX-USR FROM 1 BY 1
                       UNTIL WRK-IDX-USR > WRK-QTD-USUARIOS
                   IF WRK-USR-ATIVO(WRK-IDX-USR) = 'S'
                       MOVE WRK-USR-NIVEL(WRK-IDX-USR)
                           TO WRK-PMS-NIVEL-PROC
                       MOVE WRK-USR-ID(WRK-IDX-USR)
                           TO WRK-PMS-USUARIO-PROC
                       PERFORM 9746-CONFERIR-PERMISSAO
                       IF PERMISSAO-CONCEDIDA
                           ADD 1 TO WRK-QTD-COM-ACESSO
                           STRING '   ACESSO: '
                               WRK-USR-ID(WRK-IDX-USR) ' NIVEL '
                               WRK-USR-NIVEL(WRK-IDX-USR)
                               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                           PERFORM 0690-EMITIR-LINHA
                       END-IF
                   END-IF
               END-PERFORM
               STRING '   USUARIOS ATIVOS COM ACESSO: '
                   WRK-QTD-COM-ACESSO
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0690-EMITIR-LINHA
           END-IF.

       0520-LINHA-CONCESSAO.
           IF WRK-PMS-TIPO(WRK-IDX-PMS) = 'N'
               PERFORM 0530-NOME-NIVEL
               STRING '   CONCEDIDA AO NIVEL '
                   WRK-PMS-NIVEL(WRK-IDX-PMS) ' ' WRK-NOME-NIVEL
                   ' POR ' WRK-PMS-ADMIN(WRK-IDX-PMS) ' EM '
                   WRK-PMS-DATA(WRK-IDX-PMS)
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           ELSE
               MOVE WRK-PMS-USUARIO(WRK-IDX-PMS) TO WRK-ENT-USUARIO
               PERFORM 0250-LOCALIZAR-USUARIO
               MOVE SPACES TO WRK-SITUACAO-USR
               IF WRK-USR-IDX-ACHADO = ZEROS
                   MOVE '*** INEXISTENTE ***' TO WRK-SITUACAO-USR
                   ADD 1 TO WRK-QTD-USR-INVALIDO
               ELSE
                   IF WRK-USR-ATIVO(WRK-USR-IDX-ACHADO) NOT = 'S'
                       MOVE '*** INATIVO ***' TO WRK-SITUACAO-USR
                       ADD 1 TO WRK-QTD-USR-INVALIDO
                   END-IF
               END-IF
               STRING '   CONCEDIDA AO USUARIO '
                   WRK-PMS-USUARIO(WRK-IDX-PMS)
                   ' POR ' WRK-PMS-ADMIN(WRK-IDX-PMS) ' EM '
                   WRK-PMS-DATA(WRK-IDX-PMS) ' ' WRK-SITUACAO-USR
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           END-IF.
           PERFORM 0690-EMITIR-LINHA.

       0530-NOME-NIVEL.
           EVALUATE WRK-PMS-NIVEL(WRK-IDX-PMS)
               WHEN 01
                   MOVE 'ADMINISTRADOR' TO WRK-NOME-NIVEL
               WHEN 02
                   MOVE 'GUEST'         TO WRK-NOME-NIVEL
               WHEN 03
                   MOVE 'SUPERVISOR'    TO WRK-NOME-NIVEL
               WHEN 04
                   MOVE 'AUDITOR'       TO WRK-NOME-NIVEL
               WHEN OTHER
                   MOVE 'DESCONHECIDO'  TO WRK-NOME-NIVEL
           END-EVALUATE.

      * Mudanca da matriz no AUDIT-LOG.LOG compartilhado.
       0600-AUDITAR.
           MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO.
           MOVE 'EFETIVADO'        TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           ADD 1 TO WRK-QTD-OPERACOES.

      * Linha do relatorio no console e no spool.
       0690-EMITIR-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

           COPY 'PERMPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG94.
