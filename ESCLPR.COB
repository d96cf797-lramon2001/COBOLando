      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do cadastro de escalas de trabalho:
      * 9000-CARREGAR-ESCALAS le ESCALAS.DAT na tabela;
      * 9010-CARREGAR-ATRIBUICOES le ESCALA-FUNC.DAT na tabela;
      * 9020-SITUAR-DIA-ESCALA devolve a situacao do dia
      * WRK-ESC-DATA para a matricula WRK-ESC-MATRICULA pela escala
      * vigente na data; 9030-GRAVAR-ESCALAS e
      * 9040-GRAVAR-ATRIBUICOES regravam os arquivos a partir das
      * tabelas. COPY na PROCEDURE DIVISION. Usar em conjunto com
      * ESCLSL.COB, ESCLFD.COB e ESCLWS.COB e com os books CALN*.
      * Tectonics: cobc (COPY 'ESCLPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Feriado do dia pelo calendario compartilhado
      *              (9815-VERIFICAR-DIA-UTIL) em vez da tabela fixa.
      ******************************************************************
       9000-CARREGAR-ESCALAS.
           MOVE ZEROS TO WRK-QTD-ESCALAS.
           MOVE 'N'   TO WRK-FIM-ESCALA WRK-ESC-ESTOUROU.
           OPEN INPUT ESCALAS-FILE.
           IF WRK-STATUS-ESCALA = '00'
               PERFORM UNTIL FIM-ESCALA
                   READ ESCALAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ESCALA
                       NOT AT END
                           IF WRK-QTD-ESCALAS < 100
                               ADD 1 TO WRK-QTD-ESCALAS
                               SET WRK-IDX-ESCALA TO WRK-QTD-ESCALAS
                               MOVE ESC-CODIGO TO
                                   WRK-ESCL-CODIGO(WRK-IDX-ESCALA)
                               MOVE ESC-DESCRICAO TO
                                   WRK-ESCL-DESCRICAO(WRK-IDX-ESCALA)
                               MOVE ESC-TIPO TO
                                   WRK-ESCL-TIPO(WRK-IDX-ESCALA)
                               MOVE ESC-MINUTOS-DIA TO
                                   WRK-ESCL-MINUTOS-DIA(WRK-IDX-ESCALA)
                               MOVE ESC-TAMANHO-CICLO TO
                                   WRK-ESCL-TAMANHO-CICLO
                                   (WRK-IDX-ESCALA)
                               MOVE ESC-PADRAO TO
                                   WRK-ESCL-PADRAO(WRK-IDX-ESCALA)
                               MOVE ESC-DATA-BASE TO
                                   WRK-ESCL-DATA-BASE(WRK-IDX-ESCALA)
                           ELSE
                               SET ESCALAS-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCALAS-FILE
           END-IF.
           IF ESCALAS-ESTOURARAM
               DISPLAY 'AVISO: ESCALAS.DAT MAIOR QUE A TABELA - ' ,
                   'ESCALAS EXCEDENTES IGNORADAS'
           END-IF.

       9010-CARREGAR-ATRIBUICOES.
           MOVE ZEROS TO WRK-QTD-ATRIBUICOES.
           MOVE 'N'   TO WRK-FIM-ESC-FUNC WRK-ESC-ESTOUROU.
           OPEN INPUT ESCALA-FUNC-FILE.
           IF WRK-STATUS-ESC-FUNC = '00'
               PERFORM UNTIL FIM-ESC-FUNC
                   READ ESCALA-FUNC-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ESC-FUNC
                       NOT AT END
                           IF WRK-QTD-ATRIBUICOES < 1000
                               ADD 1 TO WRK-QTD-ATRIBUICOES
                               SET WRK-IDX-ATRIB
                                   TO WRK-QTD-ATRIBUICOES
                               MOVE EFU-MATRICULA TO
                                   WRK-ATRIB-MATRICULA(WRK-IDX-ATRIB)
                               MOVE EFU-CODIGO TO
                                   WRK-ATRIB-CODIGO(WRK-IDX-ATRIB)
                               MOVE EFU-INICIO TO
                                   WRK-ATRIB-INICIO(WRK-IDX-ATRIB)
                               MOVE EFU-FIM TO
                                   WRK-ATRIB-FIM(WRK-IDX-ATRIB)
                           ELSE
                               SET ESCALAS-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCALA-FUNC-FILE
           END-IF.
           IF ESCALAS-ESTOURARAM
               DISPLAY 'AVISO: ESCALA-FUNC.DAT MAIOR QUE A TABELA - ' ,
                   'ATRIBUICOES EXCEDENTES IGNORADAS'
           END-IF.

      * Vale a atribuicao da matricula com o maior inicio ate a data e
      * fim em aberto ou depois dela. Na escala semanal a posicao do
      * padrao e o dia da semana; no ciclo e a distancia em dias ate a
      * data-base modulo o tamanho do ciclo. Feriado do calendario
      * (FERIADOS.DAT) em dia de trabalho da escala semanal volta
      * como 'H'.
       9020-SITUAR-DIA-ESCALA.
           MOVE SPACE  TO WRK-ESC-SITUACAO.
           MOVE SPACES TO WRK-ESC-CODIGO WRK-ESC-TIPO.
           MOVE ZEROS  TO WRK-ESC-MINUTOS WRK-ESC-IDX-ACHADO.
           COMPUTE WRK-ESC-DIAS-DATA =
               FUNCTION INTEGER-OF-DATE(WRK-ESC-DATA).
           COMPUTE WRK-ESC-DIA-SEMANA =
               FUNCTION MOD(WRK-ESC-DIAS-DATA - 1, 7).
           MOVE ZEROS TO WRK-ESC-DIAS-BASE.
           PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                   UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIBUICOES
               IF WRK-ATRIB-MATRICULA(WRK-IDX-ATRIB) =
                       WRK-ESC-MATRICULA
                  AND WRK-ATRIB-INICIO(WRK-IDX-ATRIB) <= WRK-ESC-DATA
                  AND (WRK-ATRIB-FIM(WRK-IDX-ATRIB) = ZEROS
                   OR WRK-ATRIB-FIM(WRK-IDX-ATRIB) >= WRK-ESC-DATA)
                  AND WRK-ATRIB-INICIO(WRK-IDX-ATRIB) >=
                       WRK-ESC-DIAS-BASE
                   MOVE WRK-ATRIB-INICIO(WRK-IDX-ATRIB)
                       TO WRK-ESC-DIAS-BASE
                   MOVE WRK-ATRIB-CODIGO(WRK-IDX-ATRIB)
                       TO WRK-ESC-CODIGO
               END-IF
           END-PERFORM.
           IF WRK-ESC-CODIGO NOT = SPACES
               PERFORM VARYING WRK-IDX-ESCALA FROM 1 BY 1
                       UNTIL WRK-IDX-ESCALA > WRK-QTD-ESCALAS
                          OR WRK-ESC-IDX-ACHADO > ZEROS
                   IF WRK-ESCL-CODIGO(WRK-IDX-ESCALA) = WRK-ESC-CODIGO
                       SET WRK-ESC-IDX-ACHADO TO WRK-IDX-ESCALA
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-ESC-IDX-ACHADO > ZEROS
               SET WRK-IDX-ESCALA TO WRK-ESC-IDX-ACHADO
               MOVE WRK-ESCL-MINUTOS-DIA(WRK-IDX-ESCALA)
                   TO WRK-ESC-MINUTOS
               MOVE WRK-ESCL-TIPO(WRK-IDX-ESCALA) TO WRK-ESC-TIPO
               IF WRK-ESCL-TIPO(WRK-IDX-ESCALA) = 'C'
                   AND WRK-ESCL-TAMANHO-CICLO(WRK-IDX-ESCALA) > ZEROS
                   COMPUTE WRK-ESC-DIAS-BASE = FUNCTION INTEGER-OF-DATE
                       (WRK-ESCL-DATA-BASE(WRK-IDX-ESCALA))
                   COMPUTE WRK-ESC-POSICAO = FUNCTION MOD
                       (WRK-ESC-DIAS-DATA - WRK-ESC-DIAS-BASE,
                        WRK-ESCL-TAMANHO-CICLO(WRK-IDX-ESCALA)) + 1
               ELSE
                   COMPUTE WRK-ESC-POSICAO = WRK-ESC-DIA-SEMANA + 1
               END-IF
               MOVE WRK-ESCL-PADRAO(WRK-IDX-ESCALA)
                   (WRK-ESC-POSICAO:1) TO WRK-ESC-SITUACAO
               IF WRK-ESC-SITUACAO NOT = 'T' AND NOT = 'F'
                  AND NOT = 'R'
                   MOVE 'F' TO WRK-ESC-SITUACAO
               END-IF
               IF WRK-ESCL-TIPO(WRK-IDX-ESCALA) NOT = 'C'
                  AND ESC-DIA-TRABALHO
                   MOVE WRK-ESC-DATA TO WRK-CAL-DATA
                   PERFORM 9815-VERIFICAR-DIA-UTIL
                   IF CAL-FERIADO
                       SET ESC-DIA-FERIADO TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WRK-ESC-CODIGO
           END-IF.

       9030-GRAVAR-ESCALAS.
           OPEN OUTPUT ESCALAS-FILE.
           PERFORM VARYING WRK-IDX-ESCALA FROM 1 BY 1
                   UNTIL WRK-IDX-ESCALA > WRK-QTD-ESCALAS
               MOVE SPACES TO ESCALAS-RECORD
               MOVE WRK-ESCL-CODIGO(WRK-IDX-ESCALA)  TO ESC-CODIGO
               MOVE WRK-ESCL-DESCRICAO(WRK-IDX-ESCALA)
                   TO ESC-DESCRICAO
               MOVE WRK-ESCL-TIPO(WRK-IDX-ESCALA)    TO ESC-TIPO
               MOVE WRK-ESCL-MINUTOS-DIA(WRK-IDX-ESCALA)
                   TO ESC-MINUTOS-DIA
               MOVE WRK-ESCL-TAMANHO-CICLO(WRK-IDX-ESCALA)
                   TO ESC-TAMANHO-CICLO
               MOVE WRK-ESCL-PADRAO(WRK-IDX-ESCALA)  TO ESC-PADRAO
               MOVE WRK-ESCL-DATA-BASE(WRK-IDX-ESCALA)
                   TO ESC-DATA-BASE
               WRITE ESCALAS-RECORD
           END-PERFORM.
           CLOSE ESCALAS-FILE.

       9040-GRAVAR-ATRIBUICOES.
           OPEN OUTPUT ESCALA-FUNC-FILE.
           PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                   UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIBUICOES
               MOVE SPACES TO ESCALA-FUNC-RECORD
               MOVE WRK-ATRIB-MATRICULA(WRK-IDX-ATRIB)
                   TO EFU-MATRICULA
               MOVE WRK-ATRIB-CODIGO(WRK-IDX-ATRIB)  TO EFU-CODIGO
               MOVE WRK-ATRIB-INICIO(WRK-IDX-ATRIB)  TO EFU-INICIO
               MOVE WRK-ATRIB-FIM(WRK-IDX-ATRIB)     TO EFU-FIM
               WRITE ESCALA-FUNC-RECORD
           END-PERFORM.
           CLOSE ESCALA-FUNC-FILE.
