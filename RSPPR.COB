      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do cadastro de responsaveis
      * financeiros: 9282-CARREGAR-RESPONSAVEIS le RESPONSAVEIS.DAT
      * na tabela; 9284-LOCALIZAR-RESPONSAVEL procura
      * WRK-RSP-FAMILIA-PROC; 9286-GRAVAR-RESPONSAVEIS regrava o
      * cadastro a partir da tabela. 9290-CARREGAR-FAMILIAS,
      * 9292-LOCALIZAR-VINCULO (por WRK-FAM-MATRICULA-PROC) e
      * 9294-GRAVAR-FAMILIAS fazem o mesmo com FAMILIAS.DAT,
      * preservando a ordem dos vinculos. COPY na PROCEDURE
      * DIVISION. Usar em conjunto com RSPSL.COB, RSPFD.COB e
      * RSPWS.COB.
      * Tectonics: cobc (COPY 'RSPPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9282-CARREGAR-RESPONSAVEIS.
           MOVE ZEROS TO WRK-QTD-RESPONSAVEIS.
           MOVE 'N'   TO WRK-FIM-RESPONSAVEL WRK-RSP-ESTOUROU.
           OPEN INPUT RESPONSAVEIS-FILE.
           IF WRK-STATUS-RESPONSAVEL = '00'
               PERFORM UNTIL FIM-RESPONSAVEL
                   READ RESPONSAVEIS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-RESPONSAVEL
                       NOT AT END
                           IF WRK-QTD-RESPONSAVEIS < 300
                               ADD 1 TO WRK-QTD-RESPONSAVEIS
                               SET WRK-IDX-RSP TO WRK-QTD-RESPONSAVEIS
                               MOVE RSP-FAMILIA TO
                                   WRK-RSP-FAMILIA(WRK-IDX-RSP)
                               MOVE RSP-NOME TO
                                   WRK-RSP-NOME(WRK-IDX-RSP)
                               MOVE RSP-CPF TO
                                   WRK-RSP-CPF(WRK-IDX-RSP)
                               MOVE RSP-ENDERECO TO
                                   WRK-RSP-ENDERECO(WRK-IDX-RSP)
                               MOVE RSP-CIDADE TO
                                   WRK-RSP-CIDADE(WRK-IDX-RSP)
                               MOVE RSP-UF TO
                                   WRK-RSP-UF(WRK-IDX-RSP)
                               MOVE RSP-CEP TO
                                   WRK-RSP-CEP(WRK-IDX-RSP)
                               MOVE RSP-TELEFONE TO
                                   WRK-RSP-TELEFONE(WRK-IDX-RSP)
                               MOVE RSP-EMAIL TO
                                   WRK-RSP-EMAIL(WRK-IDX-RSP)
                               MOVE RSP-SITUACAO TO
                                   WRK-RSP-SITUACAO(WRK-IDX-RSP)
                           ELSE
                               SET RESPONSAVEIS-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPONSAVEIS-FILE
           END-IF.
           IF RESPONSAVEIS-ESTOURARAM
               DISPLAY 'AVISO: RESPONSAVEIS.DAT MAIOR QUE A TABELA - ' ,
                   'RESPONSAVEIS EXCEDENTES IGNORADOS'
           END-IF.

       9284-LOCALIZAR-RESPONSAVEL.
           MOVE ZEROS TO WRK-RSP-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-RSP FROM 1 BY 1
                   UNTIL WRK-IDX-RSP > WRK-QTD-RESPONSAVEIS
               IF WRK-RSP-FAMILIA(WRK-IDX-RSP) = WRK-RSP-FAMILIA-PROC
                   SET WRK-RSP-IDX-ACHADO TO WRK-IDX-RSP
               END-IF
           END-PERFORM.

       9286-GRAVAR-RESPONSAVEIS.
           OPEN OUTPUT RESPONSAVEIS-FILE.
           PERFORM VARYING WRK-IDX-RSP FROM 1 BY 1
                   UNTIL WRK-IDX-RSP > WRK-QTD-RESPONSAVEIS
               MOVE SPACES TO RESPONSAVEIS-RECORD
               MOVE WRK-RSP-FAMILIA(WRK-IDX-RSP)  TO RSP-FAMILIA
               MOVE WRK-RSP-NOME(WRK-IDX-RSP)     TO RSP-NOME
               MOVE WRK-RSP-CPF(WRK-IDX-RSP)      TO RSP-CPF
               MOVE WRK-RSP-ENDERECO(WRK-IDX-RSP) TO RSP-ENDERECO
               MOVE WRK-RSP-CIDADE(WRK-IDX-RSP)   TO RSP-CIDADE
               MOVE WRK-RSP-UF(WRK-IDX-RSP)       TO RSP-UF
               MOVE WRK-RSP-CEP(WRK-IDX-RSP)      TO RSP-CEP
               MOVE WRK-RSP-TELEFONE(WRK-IDX-RSP) TO RSP-TELEFONE
               MOVE WRK-RSP-EMAIL(WRK-IDX-RSP)    TO RSP-EMAIL
               MOVE WRK-RSP-SITUACAO(WRK-IDX-RSP) TO RSP-SITUACAO
               WRITE RESPONSAVEIS-RECORD
           END-PERFORM.
           CLOSE RESPONSAVEIS-FILE.

       9290-CARREGAR-FAMILIAS.
           MOVE ZEROS TO WRK-QTD-FAMILIAS.
           MOVE 'N'   TO WRK-FIM-FAMILIAS WRK-FAM-ESTOUROU.
           OPEN INPUT FAMILIAS-FILE.
           IF WRK-STATUS-FAMILIAS = '00'
               PERFORM UNTIL FIM-FAMILIAS
                   READ FAMILIAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-FAMILIAS
                       NOT AT END
                           IF WRK-QTD-FAMILIAS < 200
                               ADD 1 TO WRK-QTD-FAMILIAS
                               SET WRK-IDX-FAM TO WRK-QTD-FAMILIAS
                               MOVE FAM-MATRICULA TO
                                   WRK-FAM-MATRICULA(WRK-IDX-FAM)
                               MOVE FAM-CODIGO TO
                                   WRK-FAM-CODIGO(WRK-IDX-FAM)
                           ELSE
                               SET FAMILIAS-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAMILIAS-FILE
           END-IF.
           IF FAMILIAS-ESTOURARAM
               DISPLAY 'AVISO: FAMILIAS.DAT MAIOR QUE A TABELA - ' ,
                   'VINCULOS EXCEDENTES IGNORADOS'
           END-IF.

       9292-LOCALIZAR-VINCULO.
           MOVE ZEROS TO WRK-FAM-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                   UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
               IF WRK-FAM-MATRICULA(WRK-IDX-FAM) =
                       WRK-FAM-MATRICULA-PROC
                   SET WRK-FAM-IDX-ACHADO TO WRK-IDX-FAM
               END-IF
           END-PERFORM.

       9294-GRAVAR-FAMILIAS.
           OPEN OUTPUT FAMILIAS-FILE.
           PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                   UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
               MOVE WRK-FAM-MATRICULA(WRK-IDX-FAM) TO FAM-MATRICULA
               MOVE WRK-FAM-CODIGO(WRK-IDX-FAM)    TO FAM-CODIGO
               WRITE FAMILIAS-RECORD
           END-PERFORM.
           CLOSE FAMILIAS-FILE.
