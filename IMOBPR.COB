      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do ativo imobilizado:
      * 9240-CARREGAR-CLASSES-ATIVO le CLASSES-ATIVO.DAT na tabela;
      * 9245-LOCALIZAR-CLASSE procura WRK-CLA-CODIGO-PROC e devolve a
      * posicao em WRK-CLA-IDX-ACHADO; 9250-CARREGAR-IMOBILIZADO le
      * IMOBILIZADO.DAT na tabela; 9255-LOCALIZAR-BEM procura
      * WRK-IMB-NUMERO-PROC e devolve a posicao em WRK-IMB-IDX-ACHADO;
      * 9260-GRAVAR-IMOBILIZADO regrava o cadastro a partir da
      * tabela. COPY na PROCEDURE DIVISION. Usar em conjunto com
      * IMOBSL.COB, IMOBFD.COB e IMOBWS.COB.
      * Tectonics: cobc (COPY 'IMOBPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9240-CARREGAR-CLASSES-ATIVO.
           MOVE ZEROS TO WRK-QTD-CLASSES.
           MOVE 'N'   TO WRK-FIM-CLASSES.
           OPEN INPUT CLASSES-ATIVO-FILE.
           IF WRK-STATUS-CLASSES = '00'
               PERFORM UNTIL FIM-CLASSES
                   READ CLASSES-ATIVO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CLASSES
                       NOT AT END
                           IF WRK-QTD-CLASSES < 50
                               ADD 1 TO WRK-QTD-CLASSES
                               SET WRK-IDX-CLASSE TO WRK-QTD-CLASSES
                               MOVE CLA-CODIGO TO
                                   WRK-CLA-CODIGO(WRK-IDX-CLASSE)
                               MOVE CLA-DESCRICAO TO
                                   WRK-CLA-DESCRICAO(WRK-IDX-CLASSE)
                               MOVE CLA-VIDA-MESES TO
                                   WRK-CLA-VIDA-MESES(WRK-IDX-CLASSE)
                               MOVE CLA-TAXA-ANUAL TO
                                   WRK-CLA-TAXA-ANUAL(WRK-IDX-CLASSE)
                               MOVE CLA-CONTA-ATIVO TO
                                   WRK-CLA-CONTA-ATIVO(WRK-IDX-CLASSE)
                               MOVE CLA-CONTA-DEPR TO
                                   WRK-CLA-CONTA-DEPR(WRK-IDX-CLASSE)
                               MOVE CLA-CONTA-DESPESA TO
                                   WRK-CLA-CONTA-DESPESA
                                   (WRK-IDX-CLASSE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASSES-ATIVO-FILE
           END-IF.

       9245-LOCALIZAR-CLASSE.
           MOVE ZEROS TO WRK-CLA-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-CLASSE FROM 1 BY 1
                   UNTIL WRK-IDX-CLASSE > WRK-QTD-CLASSES
               IF WRK-CLA-CODIGO(WRK-IDX-CLASSE) = WRK-CLA-CODIGO-PROC
                   SET WRK-CLA-IDX-ACHADO TO WRK-IDX-CLASSE
               END-IF
           END-PERFORM.

       9250-CARREGAR-IMOBILIZADO.
           MOVE ZEROS TO WRK-QTD-BENS.
           MOVE 'N'   TO WRK-FIM-IMOBILIZADO WRK-IMB-ESTOUROU.
           OPEN INPUT IMOBILIZADO-FILE.
           IF WRK-STATUS-IMOBILIZADO = '00'
               PERFORM UNTIL FIM-IMOBILIZADO
                   READ IMOBILIZADO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-IMOBILIZADO
                       NOT AT END
                           IF WRK-QTD-BENS < 2000
                               ADD 1 TO WRK-QTD-BENS
                               SET WRK-IDX-BEM TO WRK-QTD-BENS
                               MOVE IMB-NUMERO TO
                                   WRK-IMB-NUMERO(WRK-IDX-BEM)
                               MOVE IMB-DESCRICAO TO
                                   WRK-IMB-DESCRICAO(WRK-IDX-BEM)
                               MOVE IMB-DATA-AQUISICAO TO
                                   WRK-IMB-DATA-AQUISICAO(WRK-IDX-BEM)
                               MOVE IMB-CUSTO TO
                                   WRK-IMB-CUSTO(WRK-IDX-BEM)
                               MOVE IMB-CLASSE TO
                                   WRK-IMB-CLASSE(WRK-IDX-BEM)
                               MOVE IMB-RESIDUAL TO
                                   WRK-IMB-RESIDUAL(WRK-IDX-BEM)
                               MOVE IMB-DEPTO TO
                                   WRK-IMB-DEPTO(WRK-IDX-BEM)
                               MOVE IMB-CONTA-ATIVO TO
                                   WRK-IMB-CONTA-ATIVO(WRK-IDX-BEM)
                               MOVE IMB-CONTA-DEPR TO
                                   WRK-IMB-CONTA-DEPR(WRK-IDX-BEM)
                               MOVE IMB-CONTA-DESPESA TO
                                   WRK-IMB-CONTA-DESPESA(WRK-IDX-BEM)
                               MOVE IMB-DEPR-ACUM TO
                                   WRK-IMB-DEPR-ACUM(WRK-IDX-BEM)
                               MOVE IMB-ULTIMA-COMPETENCIA TO
                                   WRK-IMB-ULTIMA-COMPET(WRK-IDX-BEM)
                               MOVE IMB-SITUACAO TO
                                   WRK-IMB-SITUACAO(WRK-IDX-BEM)
                               MOVE IMB-DATA-BAIXA TO
                                   WRK-IMB-DATA-BAIXA(WRK-IDX-BEM)
                               MOVE IMB-VALOR-BAIXA TO
                                   WRK-IMB-VALOR-BAIXA(WRK-IDX-BEM)
                           ELSE
                               SET IMOBILIZADO-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMOBILIZADO-FILE
           END-IF.
           IF IMOBILIZADO-ESTOUROU
               DISPLAY 'AVISO: IMOBILIZADO.DAT MAIOR QUE A TABELA ' ,
                   '- BENS EXCEDENTES IGNORADOS'
           END-IF.

       9255-LOCALIZAR-BEM.
           MOVE ZEROS TO WRK-IMB-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-BEM FROM 1 BY 1
                   UNTIL WRK-IDX-BEM > WRK-QTD-BENS
               IF WRK-IMB-NUMERO(WRK-IDX-BEM) = WRK-IMB-NUMERO-PROC
                   SET WRK-IMB-IDX-ACHADO TO WRK-IDX-BEM
               END-IF
           END-PERFORM.

       9260-GRAVAR-IMOBILIZADO.
           OPEN OUTPUT IMOBILIZADO-FILE.
           PERFORM VARYING WRK-IDX-BEM FROM 1 BY 1
                   UNTIL WRK-IDX-BEM > WRK-QTD-BENS
               MOVE SPACES TO IMOBILIZADO-RECORD
               MOVE WRK-IMB-NUMERO(WRK-IDX-BEM)    TO IMB-NUMERO
               MOVE WRK-IMB-DESCRICAO(WRK-IDX-BEM) TO IMB-DESCRICAO
               MOVE WRK-IMB-DATA-AQUISICAO(WRK-IDX-BEM)
                   TO IMB-DATA-AQUISICAO
               MOVE WRK-IMB-CUSTO(WRK-IDX-BEM)     TO IMB-CUSTO
               MOVE WRK-IMB-CLASSE(WRK-IDX-BEM)    TO IMB-CLASSE
               MOVE WRK-IMB-RESIDUAL(WRK-IDX-BEM)  TO IMB-RESIDUAL
               MOVE WRK-IMB-DEPTO(WRK-IDX-BEM)     TO IMB-DEPTO
               MOVE WRK-IMB-CONTA-ATIVO(WRK-IDX-BEM)
                   TO IMB-CONTA-ATIVO
               MOVE WRK-IMB-CONTA-DEPR(WRK-IDX-BEM) TO IMB-CONTA-DEPR
               MOVE WRK-IMB-CONTA-DESPESA(WRK-IDX-BEM)
                   TO IMB-CONTA-DESPESA
               MOVE WRK-IMB-DEPR-ACUM(WRK-IDX-BEM) TO IMB-DEPR-ACUM
               MOVE WRK-IMB-ULTIMA-COMPET(WRK-IDX-BEM)
                   TO IMB-ULTIMA-COMPETENCIA
               MOVE WRK-IMB-SITUACAO(WRK-IDX-BEM)  TO IMB-SITUACAO
               MOVE WRK-IMB-DATA-BAIXA(WRK-IDX-BEM) TO IMB-DATA-BAIXA
               MOVE WRK-IMB-VALOR-BAIXA(WRK-IDX-BEM)
                   TO IMB-VALOR-BAIXA
               WRITE IMOBILIZADO-RECORD
           END-PERFORM.
           CLOSE IMOBILIZADO-FILE.
