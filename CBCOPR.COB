      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do cadastro de contas correntes:
      * 9270-CARREGAR-CONTAS-BANCO le CONTAS-BANCO.DAT na tabela;
      * 9275-LOCALIZAR-CONTA-BANCO procura banco, agencia e conta;
      * 9277-LOCALIZAR-CONTA-CONTABIL procura a conta contabil de
      * caixa; as duas devolvem a posicao em WRK-CBC-IDX-ACHADO;
      * 9280-GRAVAR-CONTAS-BANCO regrava o cadastro a partir da
      * tabela. COPY na PROCEDURE DIVISION. Usar em conjunto com
      * CBCOSL.COB, CBCOFD.COB e CBCOWS.COB.
      * Tectonics: cobc (COPY 'CBCOPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9270-CARREGAR-CONTAS-BANCO.
           MOVE ZEROS TO WRK-QTD-CONTAS-BANCO.
           MOVE 'N'   TO WRK-FIM-CONTAS-BANCO WRK-CBC-ESTOUROU.
           OPEN INPUT CONTAS-BANCO-FILE.
           IF WRK-STATUS-CONTAS-BANCO = '00'
               PERFORM UNTIL FIM-CONTAS-BANCO
                   READ CONTAS-BANCO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTAS-BANCO
                       NOT AT END
                           IF WRK-QTD-CONTAS-BANCO < 20
                               ADD 1 TO WRK-QTD-CONTAS-BANCO
                               SET WRK-IDX-CBC TO WRK-QTD-CONTAS-BANCO
                               MOVE CBC-BANCO TO
                                   WRK-CBC-BANCO(WRK-IDX-CBC)
                               MOVE CBC-AGENCIA TO
                                   WRK-CBC-AGENCIA(WRK-IDX-CBC)
                               MOVE CBC-CONTA TO
                                   WRK-CBC-CONTA(WRK-IDX-CBC)
                               MOVE CBC-CONTA-CONTABIL TO
                                   WRK-CBC-CONTA-CONTABIL(WRK-IDX-CBC)
                               MOVE CBC-DESCRICAO TO
                                   WRK-CBC-DESCRICAO(WRK-IDX-CBC)
                               MOVE CBC-SITUACAO TO
                                   WRK-CBC-SITUACAO(WRK-IDX-CBC)
                           ELSE
                               SET CONTAS-BANCO-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-BANCO-FILE
           END-IF.
           IF CONTAS-BANCO-ESTOURARAM
               DISPLAY 'AVISO: CONTAS-BANCO.DAT MAIOR QUE A TABELA ' ,
                   '- CONTAS ALEM DA 20A FORA DA CARGA'
           END-IF.

       9275-LOCALIZAR-CONTA-BANCO.
           MOVE ZEROS TO WRK-CBC-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-CBC FROM 1 BY 1
                   UNTIL WRK-IDX-CBC > WRK-QTD-CONTAS-BANCO
               IF WRK-CBC-BANCO(WRK-IDX-CBC) = WRK-CBC-BANCO-PROC
                  AND WRK-CBC-AGENCIA(WRK-IDX-CBC) =
                      WRK-CBC-AGENCIA-PROC
                  AND WRK-CBC-CONTA(WRK-IDX-CBC) = WRK-CBC-CONTA-PROC
                   SET WRK-CBC-IDX-ACHADO TO WRK-IDX-CBC
               END-IF
           END-PERFORM.

       9277-LOCALIZAR-CONTA-CONTABIL.
           MOVE ZEROS TO WRK-CBC-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-CBC FROM 1 BY 1
                   UNTIL WRK-IDX-CBC > WRK-QTD-CONTAS-BANCO
               IF WRK-CBC-CONTA-CONTABIL(WRK-IDX-CBC) =
                       WRK-CBC-CONTABIL-PROC
                   SET WRK-CBC-IDX-ACHADO TO WRK-IDX-CBC
               END-IF
           END-PERFORM.

       9280-GRAVAR-CONTAS-BANCO.
           OPEN OUTPUT CONTAS-BANCO-FILE.
           PERFORM VARYING WRK-IDX-CBC FROM 1 BY 1
                   UNTIL WRK-IDX-CBC > WRK-QTD-CONTAS-BANCO
               MOVE SPACES TO CONTAS-BANCO-RECORD
               MOVE WRK-CBC-BANCO(WRK-IDX-CBC)   TO CBC-BANCO
               MOVE WRK-CBC-AGENCIA(WRK-IDX-CBC) TO CBC-AGENCIA
               MOVE WRK-CBC-CONTA(WRK-IDX-CBC)   TO CBC-CONTA
               MOVE WRK-CBC-CONTA-CONTABIL(WRK-IDX-CBC)
                   TO CBC-CONTA-CONTABIL
               MOVE WRK-CBC-DESCRICAO(WRK-IDX-CBC) TO CBC-DESCRICAO
               MOVE WRK-CBC-SITUACAO(WRK-IDX-CBC)  TO CBC-SITUACAO
               WRITE CONTAS-BANCO-RECORD
           END-PERFORM.
           CLOSE CONTAS-BANCO-FILE.
