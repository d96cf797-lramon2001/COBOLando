      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao da bilheteria dos jogos da liga:
      * 9730-CARREGAR-BILHETERIA le BILHETERIA.DAT na tabela;
      * 9732-LOCALIZAR-BILHETERIA procura o jogo (rodada, mandante e
      * visitante); 9734-GRAVAR-BILHETERIA regrava o arquivo a partir
      * da tabela. COPY na PROCEDURE DIVISION. Usar em conjunto com
      * BILHSL.COB, BILHFD.COB e BILHWS.COB.
      * Tectonics: cobc (COPY 'BILHPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9730-CARREGAR-BILHETERIA.
           MOVE ZEROS TO WRK-QTD-BILHETERIA.
           MOVE 'N'   TO WRK-FIM-BILHETERIA WRK-BIL-ESTOUROU.
           OPEN INPUT BILHETERIA-FILE.
           IF WRK-STATUS-BILHETERIA = '00'
               PERFORM UNTIL FIM-BILHETERIA
                   READ BILHETERIA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-BILHETERIA
                       NOT AT END
                           IF WRK-QTD-BILHETERIA < 400
                               ADD 1 TO WRK-QTD-BILHETERIA
                               SET WRK-IDX-BIL TO WRK-QTD-BILHETERIA
                               MOVE BIL-RODADA TO
                                   WRK-BIL-RODADA(WRK-IDX-BIL)
                               MOVE BIL-TIME-CASA TO
                                   WRK-BIL-CASA(WRK-IDX-BIL)
                               MOVE BIL-TIME-FORA TO
                                   WRK-BIL-FORA(WRK-IDX-BIL)
                               MOVE BIL-INGRESSOS TO
                                   WRK-BIL-INGRESSOS(WRK-IDX-BIL)
                               MOVE BIL-RENDA-BRUTA TO
                                   WRK-BIL-BRUTA(WRK-IDX-BIL)
                               MOVE BIL-DESPESAS TO
                                   WRK-BIL-DESPESAS(WRK-IDX-BIL)
                               MOVE BIL-COTA-LIGA TO
                                   WRK-BIL-COTA-LIGA(WRK-IDX-BIL)
                               MOVE BIL-COTA-CASA TO
                                   WRK-BIL-COTA-CASA(WRK-IDX-BIL)
                               MOVE BIL-COTA-FORA TO
                                   WRK-BIL-COTA-FORA(WRK-IDX-BIL)
                               MOVE BIL-DATA-LANC TO
                                   WRK-BIL-DATA-LANC(WRK-IDX-BIL)
                               MOVE BIL-VOUCHER TO
                                   WRK-BIL-VOUCHER(WRK-IDX-BIL)
                           ELSE
                               SET BILHETERIA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILHETERIA-FILE
           END-IF.
           IF BILHETERIA-ESTOUROU
               DISPLAY 'AVISO: BILHETERIA.DAT MAIOR QUE A TABELA - ' ,
                   'JOGOS EXCEDENTES IGNORADOS'
           END-IF.

       9732-LOCALIZAR-BILHETERIA.
           MOVE ZEROS TO WRK-BIL-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                   UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
               IF WRK-BIL-RODADA(WRK-IDX-BIL) = WRK-BIL-RODADA-PROC
                  AND WRK-BIL-CASA(WRK-IDX-BIL) = WRK-BIL-CASA-PROC
                  AND WRK-BIL-FORA(WRK-IDX-BIL) = WRK-BIL-FORA-PROC
                   SET WRK-BIL-IDX-ACHADO TO WRK-IDX-BIL
               END-IF
           END-PERFORM.

       9734-GRAVAR-BILHETERIA.
           OPEN OUTPUT BILHETERIA-FILE.
           PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                   UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
               MOVE SPACES TO BILHETERIA-RECORD
               MOVE WRK-BIL-RODADA(WRK-IDX-BIL)    TO BIL-RODADA
               MOVE WRK-BIL-CASA(WRK-IDX-BIL)      TO BIL-TIME-CASA
               MOVE WRK-BIL-FORA(WRK-IDX-BIL)      TO BIL-TIME-FORA
               MOVE WRK-BIL-INGRESSOS(WRK-IDX-BIL) TO BIL-INGRESSOS
               MOVE WRK-BIL-BRUTA(WRK-IDX-BIL)     TO BIL-RENDA-BRUTA
               MOVE WRK-BIL-DESPESAS(WRK-IDX-BIL)  TO BIL-DESPESAS
               MOVE WRK-BIL-COTA-LIGA(WRK-IDX-BIL) TO BIL-COTA-LIGA
               MOVE WRK-BIL-COTA-CASA(WRK-IDX-BIL) TO BIL-COTA-CASA
               MOVE WRK-BIL-COTA-FORA(WRK-IDX-BIL) TO BIL-COTA-FORA
               MOVE WRK-BIL-DATA-LANC(WRK-IDX-BIL) TO BIL-DATA-LANC
               MOVE WRK-BIL-VOUCHER(WRK-IDX-BIL)   TO BIL-VOUCHER
               WRITE BILHETERIA-RECORD
           END-PERFORM.
           CLOSE BILHETERIA-FILE.
