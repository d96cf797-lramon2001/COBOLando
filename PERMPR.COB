      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao da matriz de permissoes:
      * 9740-CARREGAR-PERMISSOES le PERMISSOES.CTL na tabela (e diz
      * em MATRIZ-PERMISSOES-EXISTE se o arquivo existe);
      * 9742-LOCALIZAR-PERMISSAO procura a concessao exata (funcao,
      * tipo, nivel ou usuario); 9744-GRAVAR-PERMISSOES regrava o
      * arquivo a partir da tabela; 9746-CONFERIR-PERMISSAO diz se a
      * funcao existe na matriz e se o nivel ou o usuario
      * informados a recebem. COPY na PROCEDURE DIVISION. Usar em
      * conjunto com PERMSL.COB, PERMFD.COB e PERMWS.COB.
      * Tectonics: cobc (COPY 'PERMPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9740-CARREGAR-PERMISSOES.
           MOVE ZEROS TO WRK-QTD-PERMISSOES.
           MOVE 'N'   TO WRK-FIM-PERMISSOES WRK-PMS-ESTOUROU
                         WRK-PMS-ARQUIVO-OK.
           OPEN INPUT PERMISSOES-FILE.
           IF WRK-STATUS-PERMISSOES = '00'
               SET MATRIZ-PERMISSOES-EXISTE TO TRUE
               PERFORM UNTIL FIM-PERMISSOES
                   READ PERMISSOES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PERMISSOES
                       NOT AT END
                           IF WRK-QTD-PERMISSOES < 300
                               ADD 1 TO WRK-QTD-PERMISSOES
                               SET WRK-IDX-PMS TO WRK-QTD-PERMISSOES
                               MOVE PMS-FUNCAO TO
                                   WRK-PMS-FUNCAO(WRK-IDX-PMS)
                               MOVE PMS-TIPO TO
                                   WRK-PMS-TIPO(WRK-IDX-PMS)
                               MOVE PMS-NIVEL TO
                                   WRK-PMS-NIVEL(WRK-IDX-PMS)
                               MOVE PMS-USUARIO TO
                                   WRK-PMS-USUARIO(WRK-IDX-PMS)
                               MOVE PMS-ADMIN TO
                                   WRK-PMS-ADMIN(WRK-IDX-PMS)
                               MOVE PMS-DATA TO
                                   WRK-PMS-DATA(WRK-IDX-PMS)
                           ELSE
                               SET PERMISSOES-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERMISSOES-FILE
           END-IF.
           IF PERMISSOES-ESTOURARAM
               DISPLAY 'AVISO: PERMISSOES.CTL MAIOR QUE A TABELA - ' ,
                   'CONCESSOES EXCEDENTES IGNORADAS'
           END-IF.

       9742-LOCALIZAR-PERMISSAO.
           MOVE ZEROS TO WRK-PMS-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-PMS FROM 1 BY 1
                   UNTIL WRK-IDX-PMS > WRK-QTD-PERMISSOES
               IF WRK-PMS-FUNCAO(WRK-IDX-PMS) = WRK-PMS-FUNCAO-PROC
                  AND WRK-PMS-TIPO(WRK-IDX-PMS) = WRK-PMS-TIPO-PROC
                   IF (WRK-PMS-TIPO-PROC = 'N'
                       AND WRK-PMS-NIVEL(WRK-IDX-PMS) =
                           WRK-PMS-NIVEL-PROC)
                      OR (WRK-PMS-TIPO-PROC = 'U'
                       AND WRK-PMS-USUARIO(WRK-IDX-PMS) =
                           WRK-PMS-USUARIO-PROC)
                       SET WRK-PMS-IDX-ACHADO TO WRK-IDX-PMS
                   END-IF
               END-IF
           END-PERFORM.

       9744-GRAVAR-PERMISSOES.
           OPEN OUTPUT PERMISSOES-FILE.
           PERFORM VARYING WRK-IDX-PMS FROM 1 BY 1
                   UNTIL WRK-IDX-PMS > WRK-QTD-PERMISSOES
               MOVE SPACES TO PERMISSOES-RECORD
               MOVE WRK-PMS-FUNCAO(WRK-IDX-PMS)  TO PMS-FUNCAO
               MOVE WRK-PMS-TIPO(WRK-IDX-PMS)    TO PMS-TIPO
               MOVE WRK-PMS-NIVEL(WRK-IDX-PMS)   TO PMS-NIVEL
               MOVE WRK-PMS-USUARIO(WRK-IDX-PMS) TO PMS-USUARIO
               MOVE WRK-PMS-ADMIN(WRK-IDX-PMS)   TO PMS-ADMIN
               MOVE WRK-PMS-DATA(WRK-IDX-PMS)    TO PMS-DATA
               WRITE PERMISSOES-RECORD
           END-PERFORM.
           CLOSE PERMISSOES-FILE.

      * Funcao conhecida = ao menos uma concessao na matriz; a
      * permissao vale pelo nivel ou pelo usuario informados.
       9746-CONFERIR-PERMISSAO.
           MOVE 'N' TO WRK-PMS-CONHECIDA WRK-PMS-CONCEDIDA.
           PERFORM VARYING WRK-IDX-PMS FROM 1 BY 1
                   UNTIL WRK-IDX-PMS > WRK-QTD-PERMISSOES
               IF WRK-PMS-FUNCAO(WRK-IDX-PMS) = WRK-PMS-FUNCAO-PROC
                   SET FUNCAO-CONHECIDA TO TRUE
                   IF (WRK-PMS-TIPO(WRK-IDX-PMS) = 'N'
                       AND WRK-PMS-NIVEL(WRK-IDX-PMS) =
                           WRK-PMS-NIVEL-PROC)
                      OR (WRK-PMS-TIPO(WRK-IDX-PMS) = 'U'
                       AND WRK-PMS-USUARIO(WRK-IDX-PMS) =
                           WRK-PMS-USUARIO-PROC)
                       SET PERMISSAO-CONCEDIDA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
