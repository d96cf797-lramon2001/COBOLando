      * BANCO-LANC.DAT no layout que o 0220-CARREGAR-BANCO ja espera.
      * Extrato quebrado e rejeitado INTEIRO com RETURN-CODE diferente
      * de zero e nada gravado - acaba a digitacao do extrato
      * impresso, a maior fonte de erro da conciliacao. A conta do
      * header precisa estar ativa no CONTAS-BANCO.DAT (PROG84): os
      * movimentos saem marcados com a conta contabil de caixa dela e
      * substituem so os dessa conta em BANCO-LANC.DAT, e o saldo de
      * fechamento substitui so a linha dela em SALDO-BANCO.CTL.
      * Tectonics: cobc
      *
      * Modification History:
      *              ser gravado em SALDO-BANCO.CTL (data e saldo) -
      *              e o saldo corrente que a projecao de caixa do
      *              PROG56 usa como ponto de partida.
      * 15/10/2026 - Varias contas correntes: o banco, a agencia e a
      *              conta do header sao procurados no novo cadastro
      *              CONTAS-BANCO.DAT (conta fora do cadastro ou
      *              inativa rejeita o extrato inteiro); cada
      *              movimento de BANCO-LANC.DAT e cada linha de
      *              SALDO-BANCO.CTL passam a levar a conta contabil de
      *              caixa, e o extrato de uma conta so substitui os
      *              registros dela - os das outras contas sao
      *              preservados. Registros antigos sem conta sao da
      *              conta principal (a primeira do cadastro).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG55.
           SELECT SALDO-CTL-FILE ASSIGN TO "SALDO-BANCO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDO-CTL.
           COPY 'CBCOSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           05 BLC-ID     PIC X(10).
           05 BLC-DATA   PIC 9(08).
           05 BLC-VALOR  PIC S9(6)V99.
           05 BLC-CONTA  PIC 9(04).
       FD  SALDO-CTL-FILE.
       01  SALDO-CTL-RECORD.
           05 SCT-DATA   PIC 9(08).
           05 FILLER     PIC X(01).
           05 SCT-SALDO  PIC S9(10)V99 SIGN IS LEADING SEPARATE.
           05 FILLER     PIC X(01).
           05 SCT-CONTA  PIC 9(04).
           COPY 'CBCOFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'CBCOWS.COB'.
       77  WRK-STATUS-EXTRATO   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-BANCO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SALDO-CTL PIC X(02) VALUES ZEROS.
              10 WRK-MOV-DATA  PIC 9(08).
              10 WRK-MOV-VALOR PIC S9(6)V99.
       77  WRK-MASC-SALDO       PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
      * Conta contabil de caixa da conta corrente do header, a conta
      * principal (dona dos registros antigos sem conta) e o que ja
      * existe das outras contas, guardado para ser regravado junto.
       77  WRK-CONTA-EXTRATO    PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-PRINCIPAL  PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-REGISTRO   PIC 9(04) VALUES ZEROS.
       77  WRK-FIM-BANCO        PIC X(01) VALUES 'N'.
           88 FIM-BANCO VALUE 'S'.
       77  WRK-FIM-SALDO-CTL    PIC X(01) VALUES 'N'.
           88 FIM-SALDO-CTL VALUE 'S'.
       77  WRK-QTD-OUTROS       PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-OUTROS.
           05 WRK-OUTRO-ITEM OCCURS 1000 TIMES
                              INDEXED BY WRK-IDX-OUTRO.
              10 WRK-OUTRO-ID    PIC X(10).
              10 WRK-OUTRO-DATA  PIC 9(08).
              10 WRK-OUTRO-VALOR PIC S9(6)V99.
              10 WRK-OUTRO-CONTA PIC 9(04).
       77  WRK-QTD-SALDOS-OUT   PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-SALDOS-OUT.
           05 WRK-SALDO-OUT-ITEM OCCURS 20 TIMES
                                  INDEXED BY WRK-IDX-SALDO-OUT.
              10 WRK-SALDO-OUT-DATA  PIC 9(08).
              10 WRK-SALDO-OUT-VALOR PIC S9(10)V99.
              10 WRK-SALDO-OUT-CONTA PIC 9(04).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG55' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 9270-CARREGAR-CONTAS-BANCO.
           IF WRK-QTD-CONTAS-BANCO > ZEROS
               MOVE WRK-CBC-CONTA-CONTABIL(1) TO WRK-CONTA-PRINCIPAL
           END-IF.
           PERFORM 0100-LER-EXTRATO.
           IF EXTRATO-OK AND TEM-HEADER AND TEM-TRAILER
               PERFORM 0200-CONFERIR-ARITMETICA
           ELSE
               MOVE 'N' TO WRK-EXTRATO-OK
           END-IF.
           IF EXTRATO-OK
               PERFORM 0250-GUARDAR-OUTRAS-CONTAS
           END-IF.
           IF EXTRATO-OK
               PERFORM 0300-GRAVAR-BANCO-LANC
               PERFORM 0350-GRAVAR-SALDO-CTL
                       DISPLAY 'EXTRATO DO BANCO ' EXH-BANCO ,
                           ' AG ' EXH-AGENCIA ' CONTA ' EXH-CONTA ,
                           ' DATA ' EXH-DATA
                       PERFORM 0160-IDENTIFICAR-CONTA
                   END-IF
               WHEN '1'
                   IF WRK-QTD-MOV-TAB < 300
                   MOVE 'N' TO WRK-EXTRATO-OK
           END-EVALUATE.

      * A conta do header tem de estar ativa no cadastro de contas
      * correntes; dela vem a conta contabil de caixa que marca os
      * movimentos e o saldo.
       0160-IDENTIFICAR-CONTA.
           MOVE EXH-BANCO   TO WRK-CBC-BANCO-PROC.
           MOVE EXH-AGENCIA TO WRK-CBC-AGENCIA-PROC.
           MOVE EXH-CONTA   TO WRK-CBC-CONTA-PROC.
           PERFORM 9275-LOCALIZAR-CONTA-BANCO.
           EVALUATE TRUE
               WHEN WRK-CBC-IDX-ACHADO = ZEROS
                   DISPLAY 'CONTA DO EXTRATO NAO CADASTRADA EM ' ,
                       'CONTAS-BANCO.DAT (CADASTRE NO PROG84)'
                   MOVE 'N' TO WRK-EXTRATO-OK
               WHEN WRK-CBC-SITUACAO(WRK-CBC-IDX-ACHADO) NOT = 'A'
                   DISPLAY 'CONTA DO EXTRATO INATIVA EM ' ,
                       'CONTAS-BANCO.DAT'
                   MOVE 'N' TO WRK-EXTRATO-OK
               WHEN OTHER
                   MOVE WRK-CBC-CONTA-CONTABIL(WRK-CBC-IDX-ACHADO)
                       TO WRK-CONTA-EXTRATO
                   DISPLAY 'CONTA CONTABIL DE CAIXA: ' ,
                       WRK-CONTA-EXTRATO ' - ' ,
                       WRK-CBC-DESCRICAO(WRK-CBC-IDX-ACHADO)
           END-EVALUATE.

      * A aritmetica do proprio extrato precisa fechar antes de
      * qualquer gravacao: contagem do trailer e abertura +
      * movimentos = fechamento.
               MOVE 'N' TO WRK-EXTRATO-OK
           END-IF.

      * O que BANCO-LANC.DAT e SALDO-BANCO.CTL ja tem das outras
      * contas e guardado para voltar ao arquivo junto com o extrato
      * novo; registro sem conta e da conta principal. Tabela cheia
      * rejeita o extrato antes de gravar qualquer coisa.
       0250-GUARDAR-OUTRAS-CONTAS.
           MOVE ZEROS TO WRK-QTD-OUTROS WRK-QTD-SALDOS-OUT.
           MOVE 'N' TO WRK-FIM-BANCO WRK-FIM-SALDO-CTL.
           OPEN INPUT BANCO-LANC-FILE.
           IF WRK-STATUS-BANCO = '00'
               PERFORM UNTIL FIM-BANCO
                   READ BANCO-LANC-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-BANCO
                       NOT AT END
                           IF BLC-CONTA NOT NUMERIC
                              OR BLC-CONTA = ZEROS
                               MOVE WRK-CONTA-PRINCIPAL
                                   TO WRK-CONTA-REGISTRO
                           ELSE
                               MOVE BLC-CONTA TO WRK-CONTA-REGISTRO
                           END-IF
                           IF WRK-CONTA-REGISTRO NOT = WRK-CONTA-EXTRATO
                               PERFORM 0260-GUARDAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANCO-LANC-FILE
           END-IF.
           OPEN INPUT SALDO-CTL-FILE.
           IF WRK-STATUS-SALDO-CTL = '00'
               PERFORM UNTIL FIM-SALDO-CTL
                   READ SALDO-CTL-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-SALDO-CTL
                       NOT AT END
                           IF SCT-CONTA NOT NUMERIC
                              OR SCT-CONTA = ZEROS
                               MOVE WRK-CONTA-PRINCIPAL
                                   TO WRK-CONTA-REGISTRO
                           ELSE
                               MOVE SCT-CONTA TO WRK-CONTA-REGISTRO
                           END-IF
                           IF WRK-CONTA-REGISTRO NOT = WRK-CONTA-EXTRATO
                               PERFORM 0270-GUARDAR-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDO-CTL-FILE
           END-IF.

       0260-GUARDAR-MOVIMENTO.
           IF WRK-QTD-OUTROS < 1000
               ADD 1 TO WRK-QTD-OUTROS
               SET WRK-IDX-OUTRO TO WRK-QTD-OUTROS
               MOVE BLC-ID    TO WRK-OUTRO-ID(WRK-IDX-OUTRO)
               MOVE BLC-DATA  TO WRK-OUTRO-DATA(WRK-IDX-OUTRO)
               MOVE BLC-VALOR TO WRK-OUTRO-VALOR(WRK-IDX-OUTRO)
               MOVE WRK-CONTA-REGISTRO
                   TO WRK-OUTRO-CONTA(WRK-IDX-OUTRO)
           ELSE
               DISPLAY 'BANCO-LANC.DAT DAS OUTRAS CONTAS MAIOR QUE ' ,
                   'A TABELA - CONCILIE AS OUTRAS CONTAS ANTES'
               MOVE 'N' TO WRK-EXTRATO-OK
           END-IF.

       0270-GUARDAR-SALDO.
           IF WRK-QTD-SALDOS-OUT < 20
               ADD 1 TO WRK-QTD-SALDOS-OUT
               SET WRK-IDX-SALDO-OUT TO WRK-QTD-SALDOS-OUT
               MOVE SCT-DATA  TO WRK-SALDO-OUT-DATA(WRK-IDX-SALDO-OUT)
               MOVE SCT-SALDO TO WRK-SALDO-OUT-VALOR(WRK-IDX-SALDO-OUT)
               MOVE WRK-CONTA-REGISTRO
                   TO WRK-SALDO-OUT-CONTA(WRK-IDX-SALDO-OUT)
           ELSE
               DISPLAY 'SALDO-BANCO.CTL COM MAIS CONTAS QUE A ' ,
                   'TABELA'
               MOVE 'N' TO WRK-EXTRATO-OK
           END-IF.

      * Extrato conferido: cada movimento vira um registro no layout
      * que o 0220-CARREGAR-BANCO do PROG05 espera, marcado com a
      * conta contabil de caixa; os das outras contas voltam antes.
       0300-GRAVAR-BANCO-LANC.
           OPEN OUTPUT BANCO-LANC-FILE.
           PERFORM VARYING WRK-IDX-OUTRO FROM 1 BY 1
                   UNTIL WRK-IDX-OUTRO > WRK-QTD-OUTROS
               MOVE SPACES TO BANCO-LANC-RECORD
               MOVE WRK-OUTRO-ID(WRK-IDX-OUTRO)    TO BLC-ID
               MOVE WRK-OUTRO-DATA(WRK-IDX-OUTRO)  TO BLC-DATA
               MOVE WRK-OUTRO-VALOR(WRK-IDX-OUTRO) TO BLC-VALOR
               MOVE WRK-OUTRO-CONTA(WRK-IDX-OUTRO) TO BLC-CONTA
               WRITE BANCO-LANC-RECORD
           END-PERFORM.
           PERFORM VARYING WRK-IDX-MOV FROM 1 BY 1
                   UNTIL WRK-IDX-MOV > WRK-QTD-MOV-TAB
               MOVE SPACES TO BANCO-LANC-RECORD
               MOVE WRK-MOV-ID(WRK-IDX-MOV)    TO BLC-ID
               MOVE WRK-MOV-DATA(WRK-IDX-MOV)  TO BLC-DATA
               MOVE WRK-MOV-VALOR(WRK-IDX-MOV) TO BLC-VALOR
               MOVE WRK-CONTA-EXTRATO          TO BLC-CONTA
               WRITE BANCO-LANC-RECORD
               ADD 1 TO WRK-QTD-MOVIMENTOS
           END-PERFORM.
           CLOSE BANCO-LANC-FILE.

      * Saldo corrente de cada conta, para a projecao de caixa do
      * PROG56 e a prova de saldos da conciliacao do PROG05.
       0350-GRAVAR-SALDO-CTL.
           OPEN OUTPUT SALDO-CTL-FILE.
           PERFORM VARYING WRK-IDX-SALDO-OUT FROM 1 BY 1
                   UNTIL WRK-IDX-SALDO-OUT > WRK-QTD-SALDOS-OUT
               MOVE SPACES TO SALDO-CTL-RECORD
               MOVE WRK-SALDO-OUT-DATA(WRK-IDX-SALDO-OUT) TO SCT-DATA
               MOVE WRK-SALDO-OUT-VALOR(WRK-IDX-SALDO-OUT)
                   TO SCT-SALDO
               MOVE WRK-SALDO-OUT-CONTA(WRK-IDX-SALDO-OUT)
                   TO SCT-CONTA
               WRITE SALDO-CTL-RECORD
           END-PERFORM.
           MOVE SPACES            TO SALDO-CTL-RECORD.
           MOVE WRK-DATA-EXTRATO  TO SCT-DATA.
           MOVE WRK-SALDO-FINAL   TO SCT-SALDO.
           MOVE WRK-CONTA-EXTRATO TO SCT-CONTA.
           WRITE SALDO-CTL-RECORD.
           CLOSE SALDO-CTL-FILE.

           COPY 'CBCOPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG55.
