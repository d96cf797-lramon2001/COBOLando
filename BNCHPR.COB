      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do banco de horas:
      * 9100-CARREGAR-ACORDOS-BH le ACORDO-BANCO-HORAS.DAT na tabela;
      * 9110-LOCALIZAR-ACORDO-BH procura o acordo ativo da matricula
      * vigente na data informada; 9120-LANCAR-BANCO-HORAS acrescenta
      * um lancamento ao razao BANCO-HORAS.DAT; 9130-APURAR-SALDO-BH
      * soma creditos menos debitos da matricula no razao inteiro.
      * COPY na PROCEDURE DIVISION. Usar em conjunto com BNCHSL.COB,
      * BNCHFD.COB e BNCHWS.COB.
      * Tectonics: cobc (COPY 'BNCHPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9100-CARREGAR-ACORDOS-BH.
           MOVE ZEROS TO WRK-QTD-ACORDOS-BH.
           MOVE 'N'   TO WRK-FIM-ACORDO-BH WRK-BH-ACORDOS-ESTOUROU.
           OPEN INPUT ACORDO-BH-FILE.
           IF WRK-STATUS-ACORDO-BH = '00'
               PERFORM UNTIL FIM-ACORDO-BH
                   READ ACORDO-BH-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ACORDO-BH
                       NOT AT END
                           IF WRK-QTD-ACORDOS-BH < 500
                               ADD 1 TO WRK-QTD-ACORDOS-BH
                               SET WRK-IDX-ACORDO-BH
                                   TO WRK-QTD-ACORDOS-BH
                               MOVE ABH-MATRICULA TO
                                   WRK-ABH-MATRICULA(WRK-IDX-ACORDO-BH)
                               MOVE ABH-INICIO TO
                                   WRK-ABH-INICIO(WRK-IDX-ACORDO-BH)
                               MOVE ABH-PRAZO-MESES TO
                                   WRK-ABH-PRAZO-MESES
                                   (WRK-IDX-ACORDO-BH)
                               MOVE ABH-PERMITE-DESCONTO TO
                                   WRK-ABH-PERMITE-DESCONTO
                                   (WRK-IDX-ACORDO-BH)
                               MOVE ABH-SITUACAO TO
                                   WRK-ABH-SITUACAO(WRK-IDX-ACORDO-BH)
                           ELSE
                               SET ACORDOS-BH-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACORDO-BH-FILE
           END-IF.
           IF ACORDOS-BH-ESTOUROU
               DISPLAY 'AVISO: ACORDO-BANCO-HORAS.DAT MAIOR QUE A ' ,
                   'TABELA - ACORDOS EXCEDENTES IGNORADOS'
           END-IF.

      * Vale o primeiro acordo ativo da matricula com inicio ate a
      * data informada; prazo zero no cadastro assume o prazo padrao.
       9110-LOCALIZAR-ACORDO-BH.
           MOVE 'N'   TO WRK-BH-TEM-ACORDO WRK-BH-PERMITE-DESCONTO.
           MOVE ZEROS TO WRK-BH-PRAZO-MESES.
           PERFORM VARYING WRK-IDX-ACORDO-BH FROM 1 BY 1
                   UNTIL WRK-IDX-ACORDO-BH > WRK-QTD-ACORDOS-BH
                      OR BH-TEM-ACORDO
               IF WRK-ABH-MATRICULA(WRK-IDX-ACORDO-BH) =
                       WRK-BH-MATRICULA
                  AND WRK-ABH-SITUACAO(WRK-IDX-ACORDO-BH) = 'A'
                  AND (WRK-BH-DATA = ZEROS
                   OR WRK-ABH-INICIO(WRK-IDX-ACORDO-BH) <=
                       WRK-BH-DATA)
                   SET BH-TEM-ACORDO TO TRUE
                   MOVE WRK-ABH-PRAZO-MESES(WRK-IDX-ACORDO-BH)
                       TO WRK-BH-PRAZO-MESES
                   MOVE WRK-ABH-PERMITE-DESCONTO(WRK-IDX-ACORDO-BH)
                       TO WRK-BH-PERMITE-DESCONTO
               END-IF
           END-PERFORM.
           IF BH-TEM-ACORDO AND WRK-BH-PRAZO-MESES = ZEROS
               MOVE WRK-BH-PRAZO-PADRAO TO WRK-BH-PRAZO-MESES
           END-IF.

       9120-LANCAR-BANCO-HORAS.
           OPEN EXTEND BANCO-HORAS-FILE.
           IF WRK-STATUS-BANCO-HORAS = '35'
               OPEN OUTPUT BANCO-HORAS-FILE
           END-IF.
           MOVE SPACES             TO BANCO-HORAS-RECORD.
           MOVE WRK-BH-MATRICULA   TO BHL-MATRICULA.
           MOVE WRK-BH-DATA        TO BHL-DATA.
           MOVE WRK-BH-ORIGEM      TO BHL-ORIGEM.
           MOVE WRK-BH-NATUREZA    TO BHL-NATUREZA.
           MOVE WRK-BH-MINUTOS     TO BHL-MINUTOS.
           MOVE WRK-BH-COMPETENCIA TO BHL-COMPETENCIA.
           MOVE WRK-BH-USUARIO     TO BHL-USUARIO.
           WRITE BANCO-HORAS-RECORD.
           CLOSE BANCO-HORAS-FILE.

       9130-APURAR-SALDO-BH.
           MOVE ZEROS TO WRK-BH-SALDO.
           MOVE 'N'   TO WRK-FIM-BANCO-HORAS.
           OPEN INPUT BANCO-HORAS-FILE.
           IF WRK-STATUS-BANCO-HORAS = '00'
               PERFORM UNTIL FIM-BANCO-HORAS
                   READ BANCO-HORAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-BANCO-HORAS
                       NOT AT END
                           IF BHL-MATRICULA = WRK-BH-MATRICULA
                               IF BHL-CREDITO
                                   ADD BHL-MINUTOS TO WRK-BH-SALDO
                               ELSE
                                   SUBTRACT BHL-MINUTOS
                                       FROM WRK-BH-SALDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANCO-HORAS-FILE
           END-IF.
