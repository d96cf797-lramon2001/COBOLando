      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Listagem do ativo imobilizado com conciliacao contabil.
      * Lista os bens ativos de IMOBILIZADO.DAT (PROG81) por conta de
      * ativo e numero, com custo, depreciacao acumulada e valor
      * liquido contabil, e totaliza o custo por conta de ativo e a
      * depreciacao por conta de depreciacao acumulada, conferindo
      * cada total com o saldo da conta em SALDOS.DAT (a depreciacao
      * acumulada e credora, saldo negativo no razao). Lancamento de
      * TRANS.DAT ainda nao postado pelo PROG25 aparece como
      * diferenca. RETURN-CODE 4 conta que nao confere com o razao,
      * 1 cadastro maior que a tabela.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG83.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'IMOBSL.COB'.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'IMOBFD.COB'.
       FD  SALDOS-FILE.
       01  SALDOS-RECORD.
           05 SAL-CONTA   PIC 9(04).
           05 FILLER      PIC X(01).
           05 SAL-SALDO   PIC S9(10)V99 SIGN IS LEADING SEPARATE.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'IMOBWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-SALDOS    PIC X(02) VALUES ZEROS.
       77  WRK-FIM-SALDOS       PIC X(01) VALUES 'N'.
           88 FIM-SALDOS VALUE 'S'.
      * Bens ativos (posicao na tabela do cadastro) em ordem de conta
      * de ativo e numero.
       77  WRK-QTD-LISTA        PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-LISTA.
           05 WRK-LISTA-IDX PIC 9(04) OCCURS 2000 TIMES.
       77  WRK-LISTA-TEMP       PIC 9(04) VALUES ZEROS.
       77  WRK-CTR              PIC 9(04) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(04) VALUES ZEROS.
       77  WRK-IDX-A            PIC 9(04) VALUES ZEROS.
       77  WRK-IDX-B            PIC 9(04) VALUES ZEROS.
      * Conciliacao: uma linha por conta, 'A' custo na conta de ativo
      * ou 'D' depreciacao na conta de depreciacao acumulada.
       77  WRK-QTD-CONCILIA     PIC 9(03) VALUES ZEROS.
       77  WRK-CONCILIA-ACHADO  PIC 9(03) VALUES ZEROS.
       77  WRK-CONCILIA-ESTOUROU PIC X(01) VALUES 'N'.
           88 CONCILIA-ESTOUROU VALUE 'S'.
       77  WRK-CONTA-CONCILIA   PIC 9(04) VALUES ZEROS.
       77  WRK-TIPO-CONCILIA    PIC X(01) VALUES SPACE.
       77  WRK-VALOR-CONCILIA   PIC 9(10)V99 VALUES ZEROS.
       01  WRK-TAB-CONCILIA.
           05 WRK-CONCILIA-ITEM OCCURS 100 TIMES
                                 INDEXED BY WRK-IDX-CONCILIA.
              10 WRK-CON-CONTA      PIC 9(04).
              10 WRK-CON-TIPO       PIC X(01).
              10 WRK-CON-CADASTRO   PIC 9(12)V99.
              10 WRK-CON-RAZAO      PIC S9(12)V99.
       77  WRK-DIFERENCA        PIC S9(12)V99 VALUES ZEROS.
       77  WRK-SITUACAO-CONCILIA PIC X(11) VALUES SPACES.
       77  WRK-QTD-DIVERGENTES  PIC 9(03) VALUES ZEROS.
       77  WRK-VALOR-LIQUIDO    PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-CUSTO      PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-ACUM       PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-LIQUIDO    PIC 9(12)V99 VALUES ZEROS.
       77  WRK-MASC-CUSTO       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-ACUM        PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-LIQUIDO     PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-RAZAO       PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-DIFERENCA   PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG83' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 9250-CARREGAR-IMOBILIZADO.
           IF IMOBILIZADO-ESTOUROU
               DISPLAY 'CADASTRO DO IMOBILIZADO MAIOR QUE A TABELA ' ,
                   '- LISTAGEM NAO CONCILIA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 0100-ORDENAR-BENS.
           PERFORM 0200-LISTAR-BENS.
           PERFORM 0300-CARREGAR-SALDOS.
           PERFORM 0400-EXIBIR-CONCILIACAO.
           DISPLAY WRK-RODAPE-MENSAGEM.
           EVALUATE TRUE
               WHEN CONCILIA-ESTOUROU
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 1 TO RETURN-CODE
               WHEN WRK-QTD-DIVERGENTES > ZEROS
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-EVALUATE.
           MOVE WRK-QTD-LISTA TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

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
           DISPLAY '      ATIVO IMOBILIZADO - POSICAO DOS BENS'.
           DISPLAY ' '.

       0100-ORDENAR-BENS.
           PERFORM VARYING WRK-IDX-BEM FROM 1 BY 1
                   UNTIL WRK-IDX-BEM > WRK-QTD-BENS
               IF WRK-IMB-SITUACAO(WRK-IDX-BEM) = 'A'
                   ADD 1 TO WRK-QTD-LISTA
                   SET WRK-LISTA-IDX(WRK-QTD-LISTA) TO WRK-IDX-BEM
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR >= WRK-QTD-LISTA
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-LISTA - WRK-CTR
                   MOVE WRK-LISTA-IDX(WRK-CTR2)     TO WRK-IDX-A
                   MOVE WRK-LISTA-IDX(WRK-CTR2 + 1) TO WRK-IDX-B
                   IF WRK-IMB-CONTA-ATIVO(WRK-IDX-A) >
                      WRK-IMB-CONTA-ATIVO(WRK-IDX-B)
                      OR (WRK-IMB-CONTA-ATIVO(WRK-IDX-A) =
                          WRK-IMB-CONTA-ATIVO(WRK-IDX-B)
                      AND WRK-IMB-NUMERO(WRK-IDX-A) >
                          WRK-IMB-NUMERO(WRK-IDX-B))
                       MOVE WRK-IDX-A TO WRK-LISTA-TEMP
                       MOVE WRK-IDX-B TO WRK-LISTA-IDX(WRK-CTR2)
                       MOVE WRK-LISTA-TEMP
                           TO WRK-LISTA-IDX(WRK-CTR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Um bem por linha; custo e depreciacao vao para os totais da
      * conciliacao por conta.
       0200-LISTAR-BENS.
           DISPLAY 'BEM   DESCRICAO                      CLAS DEP ' ,
               'AQUISICAO ATIVO DEPR            CUSTO        ' ,
               'ACUMULADA          LIQUIDO'.
           DISPLAY '-----------------------------------------------' ,
               '-----------------------------------------------' ,
               '-----------------------'.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-LISTA
               SET WRK-IDX-BEM TO WRK-LISTA-IDX(WRK-CTR)
               COMPUTE WRK-VALOR-LIQUIDO = WRK-IMB-CUSTO(WRK-IDX-BEM) -
                   WRK-IMB-DEPR-ACUM(WRK-IDX-BEM)
               ADD WRK-IMB-CUSTO(WRK-IDX-BEM)     TO WRK-TOTAL-CUSTO
               ADD WRK-IMB-DEPR-ACUM(WRK-IDX-BEM) TO WRK-TOTAL-ACUM
               ADD WRK-VALOR-LIQUIDO              TO WRK-TOTAL-LIQUIDO
               MOVE WRK-IMB-CUSTO(WRK-IDX-BEM)     TO WRK-MASC-CUSTO
               MOVE WRK-IMB-DEPR-ACUM(WRK-IDX-BEM) TO WRK-MASC-ACUM
               MOVE WRK-VALOR-LIQUIDO              TO WRK-MASC-LIQUIDO
               DISPLAY WRK-IMB-NUMERO(WRK-IDX-BEM) ' '
                   WRK-IMB-DESCRICAO(WRK-IDX-BEM) ' '
                   WRK-IMB-CLASSE(WRK-IDX-BEM) ' '
                   WRK-IMB-DEPTO(WRK-IDX-BEM) ' '
                   WRK-IMB-DATA-AQUISICAO(WRK-IDX-BEM) '  '
                   WRK-IMB-CONTA-ATIVO(WRK-IDX-BEM) ' '
                   WRK-IMB-CONTA-DEPR(WRK-IDX-BEM) ' '
                   WRK-MASC-CUSTO ' ' WRK-MASC-ACUM ' '
                   WRK-MASC-LIQUIDO
               MOVE WRK-IMB-CONTA-ATIVO(WRK-IDX-BEM)
                   TO WRK-CONTA-CONCILIA
               MOVE 'A' TO WRK-TIPO-CONCILIA
               MOVE WRK-IMB-CUSTO(WRK-IDX-BEM) TO WRK-VALOR-CONCILIA
               PERFORM 0250-SOMAR-CONCILIACAO
               MOVE WRK-IMB-CONTA-DEPR(WRK-IDX-BEM)
                   TO WRK-CONTA-CONCILIA
               MOVE 'D' TO WRK-TIPO-CONCILIA
               MOVE WRK-IMB-DEPR-ACUM(WRK-IDX-BEM)
                   TO WRK-VALOR-CONCILIA
               PERFORM 0250-SOMAR-CONCILIACAO
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'BENS ATIVOS: ' WRK-QTD-LISTA.
           MOVE WRK-TOTAL-CUSTO TO WRK-MASC-TOTAL.
           DISPLAY 'CUSTO TOTAL..............: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-ACUM TO WRK-MASC-TOTAL.
           DISPLAY 'DEPRECIACAO ACUMULADA....: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-MASC-TOTAL.
           DISPLAY 'VALOR LIQUIDO CONTABIL...: ' WRK-MASC-TOTAL.
           DISPLAY ' '.

       0250-SOMAR-CONCILIACAO.
           MOVE ZEROS TO WRK-CONCILIA-ACHADO.
           PERFORM VARYING WRK-IDX-CONCILIA FROM 1 BY 1
                   UNTIL WRK-IDX-CONCILIA > WRK-QTD-CONCILIA
               IF WRK-CON-CONTA(WRK-IDX-CONCILIA) = WRK-CONTA-CONCILIA
                  AND WRK-CON-TIPO(WRK-IDX-CONCILIA) = WRK-TIPO-CONCILIA
                   SET WRK-CONCILIA-ACHADO TO WRK-IDX-CONCILIA
               END-IF
           END-PERFORM.
           IF WRK-CONCILIA-ACHADO = ZEROS
               IF WRK-QTD-CONCILIA < 100
                   ADD 1 TO WRK-QTD-CONCILIA
                   MOVE WRK-QTD-CONCILIA TO WRK-CONCILIA-ACHADO
                   SET WRK-IDX-CONCILIA TO WRK-CONCILIA-ACHADO
                   MOVE WRK-CONTA-CONCILIA
                       TO WRK-CON-CONTA(WRK-IDX-CONCILIA)
                   MOVE WRK-TIPO-CONCILIA
                       TO WRK-CON-TIPO(WRK-IDX-CONCILIA)
                   MOVE ZEROS TO WRK-CON-CADASTRO(WRK-IDX-CONCILIA)
                                 WRK-CON-RAZAO(WRK-IDX-CONCILIA)
               ELSE
                   SET CONCILIA-ESTOUROU TO TRUE
               END-IF
           END-IF.
           IF WRK-CONCILIA-ACHADO > ZEROS
               SET WRK-IDX-CONCILIA TO WRK-CONCILIA-ACHADO
               ADD WRK-VALOR-CONCILIA
                   TO WRK-CON-CADASTRO(WRK-IDX-CONCILIA)
           END-IF.

      * Saldo de razao de cada conta conciliada. A depreciacao
      * acumulada e credora: o saldo entra com o sinal invertido.
       0300-CARREGAR-SALDOS.
           OPEN INPUT SALDOS-FILE.
           IF WRK-STATUS-SALDOS = '00'
               PERFORM UNTIL FIM-SALDOS
                   READ SALDOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-SALDOS
                       NOT AT END
                           PERFORM 0310-APLICAR-SALDO
                   END-READ
               END-PERFORM
               CLOSE SALDOS-FILE
           ELSE
               DISPLAY 'AVISO: SALDOS.DAT NAO ENCONTRADO - RAZAO ' ,
                   'ZERADO NA CONCILIACAO'
           END-IF.

       0310-APLICAR-SALDO.
           PERFORM VARYING WRK-IDX-CONCILIA FROM 1 BY 1
                   UNTIL WRK-IDX-CONCILIA > WRK-QTD-CONCILIA
               IF WRK-CON-CONTA(WRK-IDX-CONCILIA) = SAL-CONTA
                   IF WRK-CON-TIPO(WRK-IDX-CONCILIA) = 'A'
                       MOVE SAL-SALDO
                           TO WRK-CON-RAZAO(WRK-IDX-CONCILIA)
                   ELSE
                       COMPUTE WRK-CON-RAZAO(WRK-IDX-CONCILIA) =
                           0 - SAL-SALDO
                   END-IF
               END-IF
           END-PERFORM.

       0400-EXIBIR-CONCILIACAO.
           DISPLAY 'CONCILIACAO COM O RAZAO (SALDOS.DAT)'.
           DISPLAY 'CONTA TIPO          CADASTRO              RAZAO' ,
               '          DIFERENCA'.
           DISPLAY '-----------------------------------------------' ,
               '-------------------------------'.
           PERFORM VARYING WRK-IDX-CONCILIA FROM 1 BY 1
                   UNTIL WRK-IDX-CONCILIA > WRK-QTD-CONCILIA
               COMPUTE WRK-DIFERENCA =
                   WRK-CON-CADASTRO(WRK-IDX-CONCILIA) -
                   WRK-CON-RAZAO(WRK-IDX-CONCILIA)
               IF WRK-DIFERENCA = ZEROS
                   MOVE 'CONFERE' TO WRK-SITUACAO-CONCILIA
               ELSE
                   MOVE 'NAO CONFERE' TO WRK-SITUACAO-CONCILIA
                   ADD 1 TO WRK-QTD-DIVERGENTES
               END-IF
               MOVE WRK-CON-CADASTRO(WRK-IDX-CONCILIA)
                   TO WRK-MASC-TOTAL
               MOVE WRK-CON-RAZAO(WRK-IDX-CONCILIA) TO WRK-MASC-RAZAO
               MOVE WRK-DIFERENCA TO WRK-MASC-DIFERENCA
               DISPLAY WRK-CON-CONTA(WRK-IDX-CONCILIA) '  '
                   WRK-CON-TIPO(WRK-IDX-CONCILIA) '  '
                   WRK-MASC-TOTAL ' ' WRK-MASC-RAZAO ' '
                   WRK-MASC-DIFERENCA ' ' WRK-SITUACAO-CONCILIA
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'TIPO A = CUSTO NA CONTA DE ATIVO, D = ' ,
               'DEPRECIACAO NA CONTA DE DEPRECIACAO ACUMULADA.'.
           IF CONCILIA-ESTOUROU
               DISPLAY 'MAIS DE 100 CONTAS NA CONCILIACAO - CONTAS ' ,
                   'EXCEDENTES NAO CONFERIDAS'
           END-IF.
           IF WRK-QTD-DIVERGENTES > ZEROS
               DISPLAY 'CONTAS QUE NAO CONFEREM: ' WRK-QTD-DIVERGENTES ,
                   ' - VERIFIQUE LANCAMENTOS PENDENTES DE POSTAGEM ' ,
                   'NO PROG25.'
           END-IF.

           COPY 'IMOBPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG83.
