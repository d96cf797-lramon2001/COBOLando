      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Distribuicao do spool por destinatario: o FOLHA.SPL,
      * o BOLETIM.SPL e os demais relatorios saiam inteiros e eram
      * separados na mao. A lista de distribuicao (DISTRIBUICAO.DAT:
      * destinatario, relatorio e filtro - departamento, turma - ou
      * '*' para o relatorio inteiro) diz quem recebe o que; para
      * cada destinatario de cada relatorio o programa gera uma peca
      * propria (DEST-RELATORIO-AAAAMMDD.SPL) so com as linhas que a
      * marca de distribuicao do spool (SPOOLFD.COB) liga aos seus
      * filtros, com o cabecalho do relatorio, paginacao propria
      * (pagina 1 em diante, cabecalho do BOOK.COB com a data do
      * relatorio original) e subtotais da peca. As linhas sem marca
      * antes da primeira linha marcada (titulo e colunas do
      * relatorio) vao para todas as pecas; titulo de secao marcado
      * com '*' acompanha a primeira linha do destinatario dentro da
      * secao; as demais linhas sem marca (totais gerais) ficam so
      * com quem recebe o relatorio inteiro.
      * Cada peca gerada entra em DISTRIBUICAO.LOG (destinatario,
      * paginas e data), para o PROG40 reimprimir exatamente o que a
      * pessoa recebeu. O relatorio a partir vem do parametro do passo
      * do job stream do PROG95 (JOB-CHAMADA.CTL) ou do console;
      * branco parte todos os relatorios da lista.
      * RETURN-CODE 8 sem lista de distribuicao, 4 relatorio da lista
      * ainda nao gerado.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Pecas da folha e do reajuste saem com salario,
      *              liquido e dados bancarios mascarados para o
      *              destinatario sem a funcao DADOS SALARIO no
      *              PROG29; a peca entregue sem mascara fica
      *              registrada em ACCESS-LOG.LOG (books SIGL*).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG97.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUICAO-FILE ASSIGN TO "DISTRIBUICAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISTRIB.
           SELECT ENTRADA-FILE ASSIGN TO DYNAMIC WRK-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ENTRADA.
           SELECT JOB-CHAMADA-FILE ASSIGN TO "JOB-CHAMADA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               ==DYNAMIC WRK-NOME-PECA==.
           COPY 'DLOGSL.COB'.
           COPY 'SIGLSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUICAO-FILE.
       01  DISTRIBUICAO-RECORD.
           05 DST-DESTINATARIO PIC X(15).
           05 FILLER           PIC X(01).
           05 DST-RELATORIO    PIC X(20).
           05 FILLER           PIC X(01).
           05 DST-FILTRO       PIC X(05).
      * Linha do spool de origem com a marca de distribuicao.
       FD  ENTRADA-FILE.
       01  ENTRADA-RECORD.
           05 ENT-TEXTO        PIC X(100).
           05 ENT-FILTRO       PIC X(05).
           05 ENT-TIPO         PIC X(01).
           05 ENT-VALOR        PIC 9(09)V99.
       FD  JOB-CHAMADA-FILE.
       01  JOB-CHAMADA-RECORD.
           05 JCH-PROGRAMA     PIC X(08).
           05 FILLER           PIC X(01).
           05 JCH-PARAMETRO    PIC X(20).
           COPY 'SPOOLFD.COB'.
           COPY 'DLOGFD.COB'.
           COPY 'SIGLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'TRAILEWS.COB'.
           COPY 'BOOK.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'SIGLWS.COB'.
           COPY 'AUTPRM.COB'.
           COPY 'DLOGWS.COB'.
       77  WRK-STATUS-DISTRIB   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ENTRADA   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CHAMADA   PIC X(02) VALUES ZEROS.
       77  WRK-CHAMADA-LIDA     PIC X(01) VALUES 'N'.
           88 CHAMADA-LIDA VALUE 'S'.
       77  WRK-NOME-ENTRADA     PIC X(30) VALUES SPACES.
       77  WRK-NOME-PECA        PIC X(50) VALUES SPACES.
       77  WRK-RELATORIO-PEDIDO PIC X(20) VALUES SPACES.
       77  WRK-FIM-DISTRIB      PIC X(01) VALUES 'N'.
           88 FIM-DISTRIB VALUE 'S'.
       77  WRK-FIM-ENTRADA      PIC X(01) VALUES 'N'.
           88 FIM-ENTRADA VALUE 'S'.
      * Lista de distribuicao em memoria; FEITO marca as entradas ja
      * atendidas pela peca do mesmo destinatario e relatorio.
       77  WRK-QTD-DISTRIB      PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-DST          PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-AUX          PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-DISTRIB.
           05 WRK-DST OCCURS 200 TIMES.
              10 WRK-DST-DESTINATARIO PIC X(15).
              10 WRK-DST-RELATORIO    PIC X(20).
              10 WRK-DST-FILTRO       PIC X(05).
              10 WRK-DST-FEITO        PIC X(01).
      * Peca corrente: destinatario, filtros com o subtotal de cada
      * um e as linhas sem marca a espera da proxima linha marcada.
       77  WRK-DESTINATARIO     PIC X(15) VALUES SPACES.
       77  WRK-RELATORIO        PIC X(20) VALUES SPACES.
       77  WRK-PECA-COMPLETA    PIC X(01) VALUES 'N'.
           88 PECA-COMPLETA VALUE 'S'.
       77  WRK-PECA-ABERTA      PIC X(01) VALUES 'N'.
           88 PECA-ABERTA VALUE 'S'.
       77  WRK-QTD-FILTROS      PIC 9(02) VALUES ZEROS.
       77  WRK-IDX-FLT          PIC 9(02) VALUES ZEROS.
       77  WRK-FLT-ACHADO       PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-FILTROS.
           05 WRK-FLT OCCURS 20 TIMES.
              10 WRK-FLT-CODIGO  PIC X(05).
              10 WRK-FLT-QTD     PIC 9(05).
              10 WRK-FLT-VALOR   PIC 9(11)V99.
       77  WRK-QTD-PENDENTES    PIC 9(02) VALUES ZEROS.
       77  WRK-IDX-PEND         PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-PENDENTES.
           05 WRK-PEND-LINHA PIC X(100) OCCURS 20 TIMES.
       77  WRK-JA-MARCADA       PIC X(01) VALUES 'N'.
           88 JA-MARCADA VALUE 'S'.
       77  WRK-ULTIMA-SECAO     PIC X(01) VALUES 'N'.
           88 ULTIMA-SECAO VALUE 'S'.
       77  WRK-LINHA-SAIDA      PIC X(100) VALUES SPACES.
       77  WRK-PULAR-CABECALHO  PIC 9(01) VALUES ZEROS.
       77  WRK-LINHAS-PECA      PIC 9(05) VALUES ZEROS.
       77  WRK-TOTAL-QTD        PIC 9(05) VALUES ZEROS.
       77  WRK-TOTAL-VALOR      PIC 9(11)V99 VALUES ZEROS.
       77  WRK-QTD-PECAS        PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-AUSENTES     PIC 9(03) VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG97' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0020-VERIFICAR-CHAMADA.
           IF NOT CHAMADA-LIDA
               DISPLAY 'RELATORIO A DISTRIBUIR (EX.: FOLHA.SPL; ' ,
                   'BRANCO = TODOS DA LISTA): '
               ACCEPT WRK-RELATORIO-PEDIDO FROM CONSOLE
           END-IF.
           PERFORM 0100-CARREGAR-DISTRIBUICAO.
           IF WRK-QTD-DISTRIB = ZEROS
               DISPLAY 'DISTRIBUICAO.DAT AUSENTE OU VAZIO - NADA A ' ,
                   'DISTRIBUIR'
               MOVE 8 TO RETURN-CODE
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               PERFORM 9950-EXIBIR-TRAILER
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-DST FROM 1 BY 1
                   UNTIL WRK-IDX-DST > WRK-QTD-DISTRIB
               IF WRK-DST-FEITO(WRK-IDX-DST) = 'N'
                  AND (WRK-RELATORIO-PEDIDO = SPACES OR
                       WRK-DST-RELATORIO(WRK-IDX-DST) =
                       WRK-RELATORIO-PEDIDO)
                   PERFORM 0200-GERAR-PECA
               END-IF
           END-PERFORM.
           DISPLAY 'PECAS GERADAS: ' WRK-QTD-PECAS ,
               '   RELATORIOS NAO ENCONTRADOS: ' WRK-QTD-AUSENTES.
           MOVE WRK-QTD-PECAS TO WRK-TRAILER-QTD.
           IF WRK-QTD-AUSENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Chamada do job stream do PROG95: o relatorio a partir vem no
      * parametro do passo (branco = todos). A chamada e consumida na
      * hora, como no PROG50.
       0020-VERIFICAR-CHAMADA.
           OPEN INPUT JOB-CHAMADA-FILE.
           IF WRK-STATUS-CHAMADA = '00'
               READ JOB-CHAMADA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCH-PROGRAMA = 'PROG97'
                           SET CHAMADA-LIDA TO TRUE
                           MOVE JCH-PARAMETRO TO WRK-RELATORIO-PEDIDO
                       END-IF
               END-READ
               CLOSE JOB-CHAMADA-FILE
               IF CHAMADA-LIDA
                   OPEN OUTPUT JOB-CHAMADA-FILE
                   CLOSE JOB-CHAMADA-FILE
               END-IF
           END-IF.

      * Lista de distribuicao: filtro em branco vale como '*' (o
      * relatorio inteiro).
       0100-CARREGAR-DISTRIBUICAO.
           OPEN INPUT DISTRIBUICAO-FILE.
           IF WRK-STATUS-DISTRIB = '00'
               PERFORM UNTIL FIM-DISTRIB
                   READ DISTRIBUICAO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-DISTRIB
                       NOT AT END
                           IF DST-DESTINATARIO NOT = SPACES
                              AND DST-RELATORIO NOT = SPACES
                               PERFORM 0110-GUARDAR-DISTRIBUICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIBUICAO-FILE
           END-IF.

       0110-GUARDAR-DISTRIBUICAO.
           IF WRK-QTD-DISTRIB >= 200
               DISPLAY 'AVISO: DISTRIBUICAO.DAT MAIOR QUE A TABELA - ' ,
                   'ENTRADA IGNORADA: ' DST-DESTINATARIO ' ' ,
                   DST-RELATORIO
           ELSE
               ADD 1 TO WRK-QTD-DISTRIB
               MOVE DST-DESTINATARIO
                   TO WRK-DST-DESTINATARIO(WRK-QTD-DISTRIB)
               MOVE DST-RELATORIO TO WRK-DST-RELATORIO(WRK-QTD-DISTRIB)
               IF DST-FILTRO = SPACES
                   MOVE '*' TO WRK-DST-FILTRO(WRK-QTD-DISTRIB)
               ELSE
                   MOVE DST-FILTRO TO WRK-DST-FILTRO(WRK-QTD-DISTRIB)
               END-IF
               MOVE 'N' TO WRK-DST-FEITO(WRK-QTD-DISTRIB)
           END-IF.

      * Uma peca por destinatario e relatorio: junta os filtros de
      * todas as entradas do par, percorre o spool de origem e
      * registra a peca no log.
       0200-GERAR-PECA.
           MOVE WRK-DST-DESTINATARIO(WRK-IDX-DST) TO WRK-DESTINATARIO.
           MOVE WRK-DST-RELATORIO(WRK-IDX-DST)    TO WRK-RELATORIO.
           MOVE 'N' TO WRK-PECA-COMPLETA.
           MOVE ZEROS TO WRK-QTD-FILTROS.
           INITIALIZE WRK-TAB-FILTROS.
           PERFORM VARYING WRK-IDX-AUX FROM WRK-IDX-DST BY 1
                   UNTIL WRK-IDX-AUX > WRK-QTD-DISTRIB
               IF WRK-DST-DESTINATARIO(WRK-IDX-AUX) = WRK-DESTINATARIO
                  AND WRK-DST-RELATORIO(WRK-IDX-AUX) = WRK-RELATORIO
                   MOVE 'S' TO WRK-DST-FEITO(WRK-IDX-AUX)
                   PERFORM 0210-GUARDAR-FILTRO
               END-IF
           END-PERFORM.
           MOVE WRK-RELATORIO TO WRK-NOME-ENTRADA.
           PERFORM 0205-CONFERIR-SIGILO.
           OPEN INPUT ENTRADA-FILE.
           IF WRK-STATUS-ENTRADA NOT = '00'
               DISPLAY WRK-RELATORIO ' NAO ENCONTRADO - PECA DE ' ,
                   WRK-DESTINATARIO ' NAO GERADA'
               ADD 1 TO WRK-QTD-AUSENTES
           ELSE
               MOVE SPACES TO WRK-NOME-PECA
               STRING WRK-DESTINATARIO DELIMITED BY SPACE
                   '-' DELIMITED BY SIZE
                   WRK-RELATORIO DELIMITED BY '.'
                   '-' WRK-DATA-EXECUCAO '.SPL' DELIMITED BY SIZE
                   INTO WRK-NOME-PECA
               MOVE 'N' TO WRK-PECA-ABERTA
               MOVE 'N' TO WRK-FIM-ENTRADA
               MOVE 'N' TO WRK-JA-MARCADA
               MOVE 'N' TO WRK-ULTIMA-SECAO
               MOVE ZEROS TO WRK-QTD-PENDENTES WRK-PULAR-CABECALHO
                   WRK-LINHAS-PECA
               PERFORM UNTIL FIM-ENTRADA
                   READ ENTRADA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ENTRADA
                       NOT AT END
                           PERFORM 0220-TRATAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
               IF NOT PECA-ABERTA
                   MOVE SPACES TO WRK-LINHA-SAIDA
                   STRING 'NENHUMA LINHA DO RELATORIO PARA ESTE '
                       'DESTINATARIO' DELIMITED BY SIZE
                       INTO WRK-LINHA-SAIDA
                   PERFORM 0230-GRAVAR-LINHA
               END-IF
               IF NOT PECA-COMPLETA
                   PERFORM 0250-GRAVAR-SUBTOTAIS
               END-IF
               PERFORM 9390-FECHAR-SPOOL
               PERFORM 0260-REGISTRAR-PECA
           END-IF.

      * Folha e reajuste trazem dados salariais: a peca sai aberta so
      * para o destinatario com a funcao DADOS SALARIO.
       0205-CONFERIR-SIGILO.
           IF WRK-RELATORIO = 'FOLHA.SPL'
              OR WRK-RELATORIO = 'REAJUSTE.SPL'
               MOVE WRK-DESTINATARIO TO WRK-SIGILO-USUARIO
               MOVE WRK-RELATORIO    TO WRK-SIGILO-OBJETO
               PERFORM 9760-CONFERIR-SIGILO
           ELSE
               SET SIGILO-ABERTO TO TRUE
           END-IF.

       0210-GUARDAR-FILTRO.
           IF WRK-DST-FILTRO(WRK-IDX-AUX) = '*'
               SET PECA-COMPLETA TO TRUE
           ELSE
               IF WRK-QTD-FILTROS < 20
                   ADD 1 TO WRK-QTD-FILTROS
                   MOVE WRK-DST-FILTRO(WRK-IDX-AUX)
                       TO WRK-FLT-CODIGO(WRK-QTD-FILTROS)
               ELSE
                   DISPLAY 'AVISO: MAIS DE 20 FILTROS PARA ' ,
                       WRK-DESTINATARIO ' - FILTRO IGNORADO: ' ,
                       WRK-DST-FILTRO(WRK-IDX-AUX)
               END-IF
           END-IF.

      * Cabecalho de pagina do spool de origem (empresa/pagina, data
      * e linha em branco) e o rodape nao passam: a peca tem os seus,
      * com a empresa e a data do original. Titulos de secao ('*')
      * seguidos formam um bloco, que espera a primeira linha do
      * destinatario e e trocado pelo bloco da secao seguinte.
       0220-TRATAR-LINHA.
           EVALUATE TRUE
               WHEN WRK-PULAR-CABECALHO > ZEROS
                   IF ENT-TEXTO(1:6) = 'DATA: '
                       PERFORM 0225-CAPTURAR-DATA
                   END-IF
                   SUBTRACT 1 FROM WRK-PULAR-CABECALHO
               WHEN ENT-TEXTO(31:10) = '  PAGINA: '
                AND ENT-TEXTO(41:4) NUMERIC
                   MOVE ENT-TEXTO(1:30) TO WRK-EMPRESA-RELATORIO
                   MOVE 2 TO WRK-PULAR-CABECALHO
               WHEN ENT-TEXTO = WRK-RODAPE-MENSAGEM
                   CONTINUE
               WHEN PECA-COMPLETA
                   MOVE ENT-TEXTO TO WRK-LINHA-SAIDA
                   PERFORM 0230-GRAVAR-LINHA
               WHEN ENT-FILTRO = SPACES
                   IF NOT JA-MARCADA
                       MOVE ENT-TEXTO TO WRK-LINHA-SAIDA
                       PERFORM 0230-GRAVAR-LINHA
                   END-IF
                   MOVE 'N' TO WRK-ULTIMA-SECAO
               WHEN ENT-FILTRO = '*'
                   SET JA-MARCADA TO TRUE
                   IF NOT ULTIMA-SECAO
                       MOVE ZEROS TO WRK-QTD-PENDENTES
                   END-IF
                   IF WRK-QTD-PENDENTES < 20
                       ADD 1 TO WRK-QTD-PENDENTES
                       MOVE ENT-TEXTO
                           TO WRK-PEND-LINHA(WRK-QTD-PENDENTES)
                   END-IF
                   SET ULTIMA-SECAO TO TRUE
               WHEN OTHER
                   SET JA-MARCADA TO TRUE
                   MOVE 'N' TO WRK-ULTIMA-SECAO
                   MOVE ZEROS TO WRK-FLT-ACHADO
                   PERFORM VARYING WRK-IDX-FLT FROM 1 BY 1
                           UNTIL WRK-IDX-FLT > WRK-QTD-FILTROS
                       IF WRK-FLT-CODIGO(WRK-IDX-FLT) = ENT-FILTRO
                           MOVE WRK-IDX-FLT TO WRK-FLT-ACHADO
                       END-IF
                   END-PERFORM
                   IF WRK-FLT-ACHADO > ZEROS
                       PERFORM 0240-GRAVAR-MARCADA
                   END-IF
           END-EVALUATE.

      * Linha de data do cabecalho padrao: 'DATA: DD/MM/AAAA   HORA:
      * HH:MM:SS' - a peca sai com a data e a hora do relatorio.
       0225-CAPTURAR-DATA.
           IF ENT-TEXTO(7:2) NUMERIC AND ENT-TEXTO(10:2) NUMERIC
              AND ENT-TEXTO(13:4) NUMERIC
               MOVE ENT-TEXTO(7:2)  TO WRK-DIA-RELATORIO
               MOVE ENT-TEXTO(10:2) TO WRK-MES-RELATORIO
               MOVE ENT-TEXTO(13:4) TO WRK-ANO-RELATORIO
           END-IF.
           IF ENT-TEXTO(26:2) NUMERIC AND ENT-TEXTO(29:2) NUMERIC
              AND ENT-TEXTO(32:2) NUMERIC
               MOVE ENT-TEXTO(26:2) TO WRK-HR-RELATORIO
               MOVE ENT-TEXTO(29:2) TO WRK-MIN-RELATORIO
               MOVE ENT-TEXTO(32:2) TO WRK-SEG-RELATORIO
           END-IF.

      * A peca e aberta na primeira linha, quando a empresa e a data
      * do original ja foram lidas; a paginacao e a do SPOOLPR.COB.
       0230-GRAVAR-LINHA.
           IF NOT PECA-ABERTA
               PERFORM 9300-ABRIR-SPOOL
               SET PECA-ABERTA TO TRUE
           END-IF.
           MOVE WRK-LINHA-SAIDA TO WRK-SIGILO-LINHA.
           PERFORM 9765-MASCARAR-LINHA.
           MOVE WRK-SIGILO-LINHA TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           ADD 1 TO WRK-LINHAS-PECA.

      * Linha do destinatario: antes dela, os titulos de secao ainda
      * pendentes; a linha principal (tipo P) soma no subtotal do
      * filtro.
       0240-GRAVAR-MARCADA.
           PERFORM VARYING WRK-IDX-PEND FROM 1 BY 1
                   UNTIL WRK-IDX-PEND > WRK-QTD-PENDENTES
               MOVE WRK-PEND-LINHA(WRK-IDX-PEND) TO WRK-LINHA-SAIDA
               PERFORM 0230-GRAVAR-LINHA
           END-PERFORM.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE ENT-TEXTO TO WRK-LINHA-SAIDA.
           PERFORM 0230-GRAVAR-LINHA.
           IF ENT-TIPO = 'P'
               ADD 1 TO WRK-FLT-QTD(WRK-FLT-ACHADO)
               IF ENT-VALOR NUMERIC
                   ADD ENT-VALOR TO WRK-FLT-VALOR(WRK-FLT-ACHADO)
               END-IF
           END-IF.

      * Subtotais da peca por filtro (linhas principais e valor, quando
      * o relatorio traz valor) e o total do destinatario.
       0250-GRAVAR-SUBTOTAIS.
           MOVE SPACES TO WRK-LINHA-SAIDA.
           PERFORM 0230-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA-SAIDA.
           STRING '          SUBTOTAIS DA DISTRIBUICAO - '
               WRK-DESTINATARIO
               DELIMITED BY SIZE INTO WRK-LINHA-SAIDA.
           PERFORM 0230-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-TOTAL-QTD WRK-TOTAL-VALOR.
           PERFORM VARYING WRK-IDX-FLT FROM 1 BY 1
                   UNTIL WRK-IDX-FLT > WRK-QTD-FILTROS
               ADD WRK-FLT-QTD(WRK-IDX-FLT)   TO WRK-TOTAL-QTD
               ADD WRK-FLT-VALOR(WRK-IDX-FLT) TO WRK-TOTAL-VALOR
               MOVE WRK-FLT-VALOR(WRK-IDX-FLT) TO WRK-MASC-VALOR
               MOVE SPACES TO WRK-LINHA-SAIDA
               IF WRK-FLT-VALOR(WRK-IDX-FLT) > ZEROS
                   STRING 'FILTRO ' WRK-FLT-CODIGO(WRK-IDX-FLT)
                       '  QTD: ' WRK-FLT-QTD(WRK-IDX-FLT)
                       '  VALOR: ' WRK-MASC-VALOR
                       DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               ELSE
                   STRING 'FILTRO ' WRK-FLT-CODIGO(WRK-IDX-FLT)
                       '  QTD: ' WRK-FLT-QTD(WRK-IDX-FLT)
                       DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               END-IF
               PERFORM 0230-GRAVAR-LINHA
           END-PERFORM.
           MOVE WRK-TOTAL-VALOR TO WRK-MASC-VALOR.
           MOVE SPACES TO WRK-LINHA-SAIDA.
           IF WRK-TOTAL-VALOR > ZEROS
               STRING 'TOTAL        QTD: ' WRK-TOTAL-QTD
                   '  VALOR: ' WRK-MASC-VALOR
                   DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
           ELSE
               STRING 'TOTAL        QTD: ' WRK-TOTAL-QTD
                   DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
           END-IF.
           PERFORM 0230-GRAVAR-LINHA.

      * Uma linha por peca no DISTRIBUICAO.LOG, com as paginas que a
      * peca de fato teve.
       0260-REGISTRAR-PECA.
           ADD 1 TO WRK-QTD-PECAS.
           OPEN EXTEND DIST-LOG-FILE.
           IF WRK-STATUS-DIST-LOG = '35'
               OPEN OUTPUT DIST-LOG-FILE
           END-IF.
           MOVE SPACES               TO DIST-LOG-RECORD.
           MOVE WRK-DESTINATARIO     TO DLG-DESTINATARIO.
           MOVE WRK-RELATORIO        TO DLG-RELATORIO.
           MOVE WRK-NOME-PECA        TO DLG-PECA.
           MOVE WRK-PAGINA-RELATORIO TO DLG-PAGINAS.
           MOVE WRK-LINHAS-PECA      TO DLG-LINHAS.
           MOVE WRK-DATA-EXECUCAO    TO DLG-DATA.
           ACCEPT DLG-HORA FROM TIME.
           WRITE DIST-LOG-RECORD.
           CLOSE DIST-LOG-FILE.
           DISPLAY 'PECA ' WRK-NOME-PECA ' PARA ' WRK-DESTINATARIO ,
               ' - ' WRK-PAGINA-RELATORIO ' PAGINA(S)'.

           COPY 'SPOOLPR.COB'.
           COPY 'SIGLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG97.
