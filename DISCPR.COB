      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do cadastro de disciplinas:
      * 9580-CARREGAR-DISCIPLINAS le DISCIPLINAS.DAT na tabela;
      * 9582-LOCALIZAR-DISCIPLINA procura WRK-DSC-TURMA-PROC +
      * WRK-DSC-CODIGO-PROC; 9584-GRAVAR-DISCIPLINAS regrava o
      * cadastro a partir da tabela. 9590-CARREGAR-NOTAS-DISC,
      * 9592-LOCALIZAR-NOTA-DISC (matricula, disciplina e bimestre)
      * e 9594-GRAVAR-NOTAS-DISC fazem o mesmo com
      * NOTAS-DISCIPLINA.DAT. COPY na PROCEDURE DIVISION. Usar em
      * conjunto com DISCSL.COB, DISCFD.COB e DISCWS.COB.
      * Tectonics: cobc (COPY 'DISCPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9580-CARREGAR-DISCIPLINAS.
           MOVE ZEROS TO WRK-QTD-DISCIPLINAS.
           MOVE 'N'   TO WRK-FIM-DISCIPLINAS WRK-DSC-ESTOUROU.
           OPEN INPUT DISCIPLINAS-FILE.
           IF WRK-STATUS-DISCIPLINAS = '00'
               PERFORM UNTIL FIM-DISCIPLINAS
                   READ DISCIPLINAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-DISCIPLINAS
                       NOT AT END
                           IF WRK-QTD-DISCIPLINAS < 300
                               ADD 1 TO WRK-QTD-DISCIPLINAS
                               SET WRK-IDX-DSC TO WRK-QTD-DISCIPLINAS
                               MOVE DSC-TURMA TO
                                   WRK-DSC-TURMA(WRK-IDX-DSC)
                               MOVE DSC-CODIGO TO
                                   WRK-DSC-CODIGO(WRK-IDX-DSC)
                               MOVE DSC-NOME TO
                                   WRK-DSC-NOME(WRK-IDX-DSC)
                               MOVE DSC-CARGA-HORARIA TO
                                   WRK-DSC-CARGA(WRK-IDX-DSC)
                           ELSE
                               SET DISCIPLINAS-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINAS-FILE
           END-IF.
           IF DISCIPLINAS-ESTOURARAM
               DISPLAY 'AVISO: DISCIPLINAS.DAT MAIOR QUE A TABELA - ' ,
                   'DISCIPLINAS EXCEDENTES IGNORADAS'
           END-IF.

       9582-LOCALIZAR-DISCIPLINA.
           MOVE ZEROS TO WRK-DSC-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-DSC FROM 1 BY 1
                   UNTIL WRK-IDX-DSC > WRK-QTD-DISCIPLINAS
               IF WRK-DSC-TURMA(WRK-IDX-DSC) = WRK-DSC-TURMA-PROC
                  AND WRK-DSC-CODIGO(WRK-IDX-DSC) =
                      WRK-DSC-CODIGO-PROC
                   SET WRK-DSC-IDX-ACHADO TO WRK-IDX-DSC
               END-IF
           END-PERFORM.

       9584-GRAVAR-DISCIPLINAS.
           OPEN OUTPUT DISCIPLINAS-FILE.
           PERFORM VARYING WRK-IDX-DSC FROM 1 BY 1
                   UNTIL WRK-IDX-DSC > WRK-QTD-DISCIPLINAS
               MOVE SPACES TO DISCIPLINAS-RECORD
               MOVE WRK-DSC-TURMA(WRK-IDX-DSC)  TO DSC-TURMA
               MOVE WRK-DSC-CODIGO(WRK-IDX-DSC) TO DSC-CODIGO
               MOVE WRK-DSC-NOME(WRK-IDX-DSC)   TO DSC-NOME
               MOVE WRK-DSC-CARGA(WRK-IDX-DSC)  TO DSC-CARGA-HORARIA
               WRITE DISCIPLINAS-RECORD
           END-PERFORM.
           CLOSE DISCIPLINAS-FILE.

       9590-CARREGAR-NOTAS-DISC.
           MOVE ZEROS TO WRK-QTD-NOTAS-DISC.
           MOVE 'N'   TO WRK-FIM-NOTAS-DISC WRK-NDS-ESTOUROU.
           OPEN INPUT NOTAS-DISC-FILE.
           IF WRK-STATUS-NOTAS-DISC = '00'
               PERFORM UNTIL FIM-NOTAS-DISC
                   READ NOTAS-DISC-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-NOTAS-DISC
                       NOT AT END
                           IF WRK-QTD-NOTAS-DISC < 5000
                               ADD 1 TO WRK-QTD-NOTAS-DISC
                               SET WRK-IDX-NDS TO WRK-QTD-NOTAS-DISC
                               MOVE NDS-MATRICULA TO
                                   WRK-NDS-MATRICULA(WRK-IDX-NDS)
                               MOVE NDS-DISCIPLINA TO
                                   WRK-NDS-DISCIPLINA(WRK-IDX-NDS)
                               MOVE NDS-BIMESTRE TO
                                   WRK-NDS-BIMESTRE(WRK-IDX-NDS)
                               MOVE NDS-NOTA-1 TO
                                   WRK-NDS-NOTA-1(WRK-IDX-NDS)
                               MOVE NDS-NOTA-2 TO
                                   WRK-NDS-NOTA-2(WRK-IDX-NDS)
                               MOVE NDS-FALTAS TO
                                   WRK-NDS-FALTAS(WRK-IDX-NDS)
                           ELSE
                               SET NOTAS-DISC-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-DISC-FILE
           END-IF.
           IF NOTAS-DISC-ESTOURARAM
               DISPLAY 'AVISO: NOTAS-DISCIPLINA.DAT MAIOR QUE A ' ,
                   'TABELA - NOTAS EXCEDENTES IGNORADAS'
           END-IF.

       9592-LOCALIZAR-NOTA-DISC.
           MOVE ZEROS TO WRK-NDS-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-NDS FROM 1 BY 1
                   UNTIL WRK-IDX-NDS > WRK-QTD-NOTAS-DISC
               IF WRK-NDS-MATRICULA(WRK-IDX-NDS) =
                       WRK-NDS-MATRICULA-PROC
                  AND WRK-NDS-DISCIPLINA(WRK-IDX-NDS) =
                      WRK-DSC-CODIGO-PROC
                  AND WRK-NDS-BIMESTRE(WRK-IDX-NDS) =
                      WRK-NDS-BIMESTRE-PROC
                   SET WRK-NDS-IDX-ACHADO TO WRK-IDX-NDS
               END-IF
           END-PERFORM.

       9594-GRAVAR-NOTAS-DISC.
           OPEN OUTPUT NOTAS-DISC-FILE.
           PERFORM VARYING WRK-IDX-NDS FROM 1 BY 1
                   UNTIL WRK-IDX-NDS > WRK-QTD-NOTAS-DISC
               MOVE SPACES TO NOTAS-DISC-RECORD
               MOVE WRK-NDS-MATRICULA(WRK-IDX-NDS)  TO NDS-MATRICULA
               MOVE WRK-NDS-DISCIPLINA(WRK-IDX-NDS) TO NDS-DISCIPLINA
               MOVE WRK-NDS-BIMESTRE(WRK-IDX-NDS)   TO NDS-BIMESTRE
               MOVE WRK-NDS-NOTA-1(WRK-IDX-NDS)     TO NDS-NOTA-1
               MOVE WRK-NDS-NOTA-2(WRK-IDX-NDS)     TO NDS-NOTA-2
               MOVE WRK-NDS-FALTAS(WRK-IDX-NDS)     TO NDS-FALTAS
               WRITE NOTAS-DISC-RECORD
           END-PERFORM.
           CLOSE NOTAS-DISC-FILE.
