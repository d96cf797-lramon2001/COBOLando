      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do cadastro de autonomos:
      * 9050-CARREGAR-AUTONOMOS le AUTONOMOS.DAT na tabela;
      * 9060-LOCALIZAR-AUTONOMO procura WRK-ATN-CODIGO-PROC e devolve
      * a posicao em WRK-ATN-IDX-ACHADO; 9070-GRAVAR-AUTONOMOS regrava
      * o cadastro a partir da tabela. COPY na PROCEDURE DIVISION.
      * Usar em conjunto com AUTNSL.COB, AUTNFD.COB e AUTNWS.COB.
      * Tectonics: cobc (COPY 'AUTNPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9050-CARREGAR-AUTONOMOS.
           MOVE ZEROS TO WRK-QTD-AUTONOMOS.
           MOVE 'N'   TO WRK-FIM-AUTONOMO WRK-ATN-ESTOUROU.
           OPEN INPUT AUTONOMOS-FILE.
           IF WRK-STATUS-AUTONOMO = '00'
               PERFORM UNTIL FIM-AUTONOMO
                   READ AUTONOMOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-AUTONOMO
                       NOT AT END
                           IF WRK-QTD-AUTONOMOS < 500
                               ADD 1 TO WRK-QTD-AUTONOMOS
                               SET WRK-IDX-AUTONOMO
                                   TO WRK-QTD-AUTONOMOS
                               MOVE ATN-CODIGO TO
                                   WRK-ATN-CODIGO(WRK-IDX-AUTONOMO)
                               MOVE ATN-NOME TO
                                   WRK-ATN-NOME(WRK-IDX-AUTONOMO)
                               MOVE ATN-CPF TO
                                   WRK-ATN-CPF(WRK-IDX-AUTONOMO)
                               MOVE ATN-NIT TO
                                   WRK-ATN-NIT(WRK-IDX-AUTONOMO)
                               MOVE ATN-ATIVIDADE TO
                                   WRK-ATN-ATIVIDADE(WRK-IDX-AUTONOMO)
                               MOVE ATN-DEPARTAMENTO TO
                                   WRK-ATN-DEPARTAMENTO
                                   (WRK-IDX-AUTONOMO)
                               MOVE ATN-RETEM-ISS TO
                                   WRK-ATN-RETEM-ISS(WRK-IDX-AUTONOMO)
                               MOVE ATN-ALIQ-ISS TO
                                   WRK-ATN-ALIQ-ISS(WRK-IDX-AUTONOMO)
                               MOVE ATN-DEPENDENTES TO
                                   WRK-ATN-DEPENDENTES
                                   (WRK-IDX-AUTONOMO)
                               MOVE ATN-BANCO TO
                                   WRK-ATN-BANCO(WRK-IDX-AUTONOMO)
                               MOVE ATN-AGENCIA TO
                                   WRK-ATN-AGENCIA(WRK-IDX-AUTONOMO)
                               MOVE ATN-CONTA TO
                                   WRK-ATN-CONTA(WRK-IDX-AUTONOMO)
                               MOVE ATN-DIGITO TO
                                   WRK-ATN-DIGITO(WRK-IDX-AUTONOMO)
                               MOVE ATN-SITUACAO TO
                                   WRK-ATN-SITUACAO(WRK-IDX-AUTONOMO)
                           ELSE
                               SET AUTONOMOS-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTONOMOS-FILE
           END-IF.
           IF AUTONOMOS-ESTOURARAM
               DISPLAY 'AVISO: AUTONOMOS.DAT MAIOR QUE A TABELA - ' ,
                   'AUTONOMOS EXCEDENTES IGNORADOS'
           END-IF.

       9060-LOCALIZAR-AUTONOMO.
           MOVE ZEROS TO WRK-ATN-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-AUTONOMO FROM 1 BY 1
                   UNTIL WRK-IDX-AUTONOMO > WRK-QTD-AUTONOMOS
               IF WRK-ATN-CODIGO(WRK-IDX-AUTONOMO) =
                       WRK-ATN-CODIGO-PROC
                   SET WRK-ATN-IDX-ACHADO TO WRK-IDX-AUTONOMO
               END-IF
           END-PERFORM.

       9070-GRAVAR-AUTONOMOS.
           OPEN OUTPUT AUTONOMOS-FILE.
           PERFORM VARYING WRK-IDX-AUTONOMO FROM 1 BY 1
                   UNTIL WRK-IDX-AUTONOMO > WRK-QTD-AUTONOMOS
               MOVE SPACES TO AUTONOMOS-RECORD
               MOVE WRK-ATN-CODIGO(WRK-IDX-AUTONOMO)    TO ATN-CODIGO
               MOVE WRK-ATN-NOME(WRK-IDX-AUTONOMO)      TO ATN-NOME
               MOVE WRK-ATN-CPF(WRK-IDX-AUTONOMO)       TO ATN-CPF
               MOVE WRK-ATN-NIT(WRK-IDX-AUTONOMO)       TO ATN-NIT
               MOVE WRK-ATN-ATIVIDADE(WRK-IDX-AUTONOMO)
                   TO ATN-ATIVIDADE
               MOVE WRK-ATN-DEPARTAMENTO(WRK-IDX-AUTONOMO)
                   TO ATN-DEPARTAMENTO
               MOVE WRK-ATN-RETEM-ISS(WRK-IDX-AUTONOMO)
                   TO ATN-RETEM-ISS
               MOVE WRK-ATN-ALIQ-ISS(WRK-IDX-AUTONOMO)  TO ATN-ALIQ-ISS
               MOVE WRK-ATN-DEPENDENTES(WRK-IDX-AUTONOMO)
                   TO ATN-DEPENDENTES
               MOVE WRK-ATN-BANCO(WRK-IDX-AUTONOMO)     TO ATN-BANCO
               MOVE WRK-ATN-AGENCIA(WRK-IDX-AUTONOMO)   TO ATN-AGENCIA
               MOVE WRK-ATN-CONTA(WRK-IDX-AUTONOMO)     TO ATN-CONTA
               MOVE WRK-ATN-DIGITO(WRK-IDX-AUTONOMO)    TO ATN-DIGITO
               MOVE WRK-ATN-SITUACAO(WRK-IDX-AUTONOMO)  TO ATN-SITUACAO
               WRITE AUTONOMOS-RECORD
           END-PERFORM.
           CLOSE AUTONOMOS-FILE.
