      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do cadastro de professores:
      * 9710-CARREGAR-PROFESSORES le PROFESSORES.DAT na tabela;
      * 9712-LOCALIZAR-PROFESSOR procura WRK-PRF-CODIGO-PROC;
      * 9716-GRAVAR-PROFESSORES regrava o cadastro a partir da
      * tabela. 9720-CARREGAR-ATRIBUICOES, 9722-LOCALIZAR-ATRIBUICAO
      * (ano, turma e disciplina) e 9724-GRAVAR-ATRIBUICOES fazem o
      * mesmo com ATRIBUICOES.DAT. 9726-CONFERIR-ATRIBUICAO diz se o
      * usuario e o professor ativo atribuido a turma (e a
      * disciplina, quando informada) no ano - ano letivo sem
      * nenhuma atribuicao ainda nao tem o controle implantado e
      * libera o lancamento. COPY na PROCEDURE DIVISION. Usar em
      * conjunto com PROFSL.COB, PROFFD.COB e PROFWS.COB.
      * Tectonics: cobc (COPY 'PROFPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9710-CARREGAR-PROFESSORES.
           MOVE ZEROS TO WRK-QTD-PROFESSORES.
           MOVE 'N'   TO WRK-FIM-PROFESSORES WRK-PRF-ESTOUROU.
           OPEN INPUT PROFESSORES-FILE.
           IF WRK-STATUS-PROFESSORES = '00'
               PERFORM UNTIL FIM-PROFESSORES
                   READ PROFESSORES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PROFESSORES
                       NOT AT END
                           IF WRK-QTD-PROFESSORES < 200
                               ADD 1 TO WRK-QTD-PROFESSORES
                               SET WRK-IDX-PRF TO WRK-QTD-PROFESSORES
                               MOVE PRF-CODIGO TO
                                   WRK-PRF-CODIGO(WRK-IDX-PRF)
                               MOVE PRF-USUARIO TO
                                   WRK-PRF-USUARIO(WRK-IDX-PRF)
                               MOVE PRF-NOME TO
                                   WRK-PRF-NOME(WRK-IDX-PRF)
                               MOVE PRF-SITUACAO TO
                                   WRK-PRF-SITUACAO(WRK-IDX-PRF)
                           ELSE
                               SET PROFESSORES-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSORES-FILE
           END-IF.
           IF PROFESSORES-ESTOURARAM
               DISPLAY 'AVISO: PROFESSORES.DAT MAIOR QUE A TABELA - ' ,
                   'PROFESSORES EXCEDENTES IGNORADOS'
           END-IF.

       9712-LOCALIZAR-PROFESSOR.
           MOVE ZEROS TO WRK-PRF-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-PRF FROM 1 BY 1
                   UNTIL WRK-IDX-PRF > WRK-QTD-PROFESSORES
               IF WRK-PRF-CODIGO(WRK-IDX-PRF) = WRK-PRF-CODIGO-PROC
                   SET WRK-PRF-IDX-ACHADO TO WRK-IDX-PRF
               END-IF
           END-PERFORM.

       9716-GRAVAR-PROFESSORES.
           OPEN OUTPUT PROFESSORES-FILE.
           PERFORM VARYING WRK-IDX-PRF FROM 1 BY 1
                   UNTIL WRK-IDX-PRF > WRK-QTD-PROFESSORES
               MOVE SPACES TO PROFESSORES-RECORD
               MOVE WRK-PRF-CODIGO(WRK-IDX-PRF)   TO PRF-CODIGO
               MOVE WRK-PRF-USUARIO(WRK-IDX-PRF)  TO PRF-USUARIO
               MOVE WRK-PRF-NOME(WRK-IDX-PRF)     TO PRF-NOME
               MOVE WRK-PRF-SITUACAO(WRK-IDX-PRF) TO PRF-SITUACAO
               WRITE PROFESSORES-RECORD
           END-PERFORM.
           CLOSE PROFESSORES-FILE.

       9720-CARREGAR-ATRIBUICOES.
           MOVE ZEROS TO WRK-QTD-ATRIBUICOES.
           MOVE 'N'   TO WRK-FIM-ATRIBUICOES WRK-ATB-ESTOUROU.
           OPEN INPUT ATRIBUICOES-FILE.
           IF WRK-STATUS-ATRIBUICOES = '00'
               PERFORM UNTIL FIM-ATRIBUICOES
                   READ ATRIBUICOES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ATRIBUICOES
                       NOT AT END
                           IF WRK-QTD-ATRIBUICOES < 500
                               ADD 1 TO WRK-QTD-ATRIBUICOES
                               SET WRK-IDX-ATB TO WRK-QTD-ATRIBUICOES
                               MOVE ATB-ANO TO
                                   WRK-ATB-ANO(WRK-IDX-ATB)
                               MOVE ATB-TURMA TO
                                   WRK-ATB-TURMA(WRK-IDX-ATB)
                               MOVE ATB-DISCIPLINA TO
                                   WRK-ATB-DISCIPLINA(WRK-IDX-ATB)
                               MOVE ATB-PROFESSOR TO
                                   WRK-ATB-PROFESSOR(WRK-IDX-ATB)
                               MOVE ATB-AULAS-SEMANA TO
                                   WRK-ATB-AULAS(WRK-IDX-ATB)
                           ELSE
                               SET ATRIBUICOES-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICOES-FILE
           END-IF.
           IF ATRIBUICOES-ESTOURARAM
               DISPLAY 'AVISO: ATRIBUICOES.DAT MAIOR QUE A TABELA - ' ,
                   'ATRIBUICOES EXCEDENTES IGNORADAS'
           END-IF.

       9722-LOCALIZAR-ATRIBUICAO.
           MOVE ZEROS TO WRK-ATB-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-ATB FROM 1 BY 1
                   UNTIL WRK-IDX-ATB > WRK-QTD-ATRIBUICOES
               IF WRK-ATB-ANO(WRK-IDX-ATB) = WRK-ATB-ANO-PROC
                  AND WRK-ATB-TURMA(WRK-IDX-ATB) = WRK-ATB-TURMA-PROC
                  AND WRK-ATB-DISCIPLINA(WRK-IDX-ATB) =
                      WRK-ATB-DISC-PROC
                   SET WRK-ATB-IDX-ACHADO TO WRK-IDX-ATB
               END-IF
           END-PERFORM.

       9724-GRAVAR-ATRIBUICOES.
           OPEN OUTPUT ATRIBUICOES-FILE.
           PERFORM VARYING WRK-IDX-ATB FROM 1 BY 1
                   UNTIL WRK-IDX-ATB > WRK-QTD-ATRIBUICOES
               MOVE SPACES TO ATRIBUICOES-RECORD
               MOVE WRK-ATB-ANO(WRK-IDX-ATB)        TO ATB-ANO
               MOVE WRK-ATB-TURMA(WRK-IDX-ATB)      TO ATB-TURMA
               MOVE WRK-ATB-DISCIPLINA(WRK-IDX-ATB) TO ATB-DISCIPLINA
               MOVE WRK-ATB-PROFESSOR(WRK-IDX-ATB)  TO ATB-PROFESSOR
               MOVE WRK-ATB-AULAS(WRK-IDX-ATB)      TO ATB-AULAS-SEMANA
               WRITE ATRIBUICOES-RECORD
           END-PERFORM.
           CLOSE ATRIBUICOES-FILE.

       9726-CONFERIR-ATRIBUICAO.
           MOVE 'N'   TO WRK-ATB-PERMITIDA.
           MOVE ZEROS TO WRK-ATB-QTD-NO-ANO.
           PERFORM VARYING WRK-IDX-ATB FROM 1 BY 1
                   UNTIL WRK-IDX-ATB > WRK-QTD-ATRIBUICOES
               IF WRK-ATB-ANO(WRK-IDX-ATB) = WRK-ATB-ANO-PROC
                   ADD 1 TO WRK-ATB-QTD-NO-ANO
                   IF WRK-ATB-TURMA(WRK-IDX-ATB) = WRK-ATB-TURMA-PROC
                      AND (WRK-ATB-DISC-PROC = SPACES
                       OR WRK-ATB-DISCIPLINA(WRK-IDX-ATB) =
                          WRK-ATB-DISC-PROC)
                       MOVE WRK-ATB-PROFESSOR(WRK-IDX-ATB)
                           TO WRK-PRF-CODIGO-PROC
                       PERFORM 9712-LOCALIZAR-PROFESSOR
                       IF WRK-PRF-IDX-ACHADO > ZEROS
                           SET WRK-IDX-PRF TO WRK-PRF-IDX-ACHADO
                           IF WRK-PRF-USUARIO(WRK-IDX-PRF) =
                                   WRK-ATB-USUARIO-PROC
                              AND WRK-PRF-SITUACAO(WRK-IDX-PRF) = 'A'
                               MOVE 'S' TO WRK-ATB-PERMITIDA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-ATB-QTD-NO-ANO = ZEROS
               MOVE 'S' TO WRK-ATB-PERMITIDA
           END-IF.
