      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do calendario de feriados:
      * 9810-CARREGAR-CALENDARIO le FERIADOS.DAT na tabela;
      * 9815-VERIFICAR-DIA-UTIL diz se WRK-CAL-DATA e dia util,
      * feriado ou fim de semana; 9820-PROXIMO-DIA-UTIL devolve o
      * primeiro dia util a partir de WRK-CAL-DATA;
      * 9825-DIAS-UTEIS-ENTRE conta os dias uteis entre
      * WRK-CAL-DATA-INI e WRK-CAL-DATA-FIM; 9830-GRAVAR-CALENDARIO
      * regrava o arquivo a partir da tabela. COPY na PROCEDURE
      * DIVISION. Usar em conjunto com CALNSL.COB, CALNFD.COB e
      * CALNWS.COB.
      * Tectonics: cobc (COPY 'CALNPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9810-CARREGAR-CALENDARIO.
           MOVE ZEROS TO WRK-QTD-FERIADOS.
           MOVE 'N'   TO WRK-FIM-FERIADOS WRK-CAL-ESTOUROU.
           OPEN INPUT FERIADOS-FILE.
           IF WRK-STATUS-FERIADOS = '00'
               PERFORM UNTIL FIM-FERIADOS
                   READ FERIADOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-FERIADOS
                       NOT AT END
                           IF WRK-QTD-FERIADOS < 300
                               ADD 1 TO WRK-QTD-FERIADOS
                               SET WRK-IDX-CAL TO WRK-QTD-FERIADOS
                               MOVE FER-DATA TO
                                   WRK-CAL-FER-DATA(WRK-IDX-CAL)
                               MOVE FER-ABRANGENCIA TO
                                   WRK-CAL-FER-ABRANG(WRK-IDX-CAL)
                               MOVE FER-DESCRICAO TO
                                   WRK-CAL-FER-DESCRICAO(WRK-IDX-CAL)
                           ELSE
                               SET CALENDARIO-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-FILE
           ELSE
               DISPLAY 'AVISO: FERIADOS.DAT NAO ENCONTRADO - VALEM ' ,
                   'SO OS FERIADOS NACIONAIS FIXOS'
           END-IF.
           IF CALENDARIO-ESTOUROU
               DISPLAY 'AVISO: FERIADOS.DAT MAIOR QUE A TABELA - ' ,
                   'FERIADOS ALEM DO 300O FORA DA CARGA'
           END-IF.

      * Feriado cadastrado na data vale com qualquer abrangencia. Ano
      * sem nenhum feriado nacional cadastrado cai na lista fixa, para
      * a virada de ano sem calendario gerado nao transformar o 1o de
      * janeiro em dia util.
       9815-VERIFICAR-DIA-UTIL.
           MOVE 'U'    TO WRK-CAL-SITUACAO.
           MOVE 'N'    TO WRK-CAL-ANO-NO-CADASTRO.
           MOVE SPACES TO WRK-CAL-DESCRICAO.
           COMPUTE WRK-CAL-DIAS-DATA =
               FUNCTION INTEGER-OF-DATE(WRK-CAL-DATA).
           COMPUTE WRK-CAL-DIA-SEMANA =
               FUNCTION MOD(WRK-CAL-DIAS-DATA - 1, 7).
           PERFORM VARYING WRK-IDX-CAL FROM 1 BY 1
                   UNTIL WRK-IDX-CAL > WRK-QTD-FERIADOS
               IF WRK-CAL-FER-DATA(WRK-IDX-CAL)(1:4) =
                       WRK-CAL-DATA(1:4)
                  AND WRK-CAL-FER-ABRANG(WRK-IDX-CAL) = 'N'
                   SET CAL-ANO-CADASTRADO TO TRUE
               END-IF
               IF WRK-CAL-FER-DATA(WRK-IDX-CAL) = WRK-CAL-DATA
                   SET CAL-FERIADO TO TRUE
                   MOVE WRK-CAL-FER-DESCRICAO(WRK-IDX-CAL)
                       TO WRK-CAL-DESCRICAO
               END-IF
           END-PERFORM.
           IF NOT CAL-ANO-CADASTRADO
               COMPUTE WRK-CAL-MES-DIA =
                   FUNCTION MOD(WRK-CAL-DATA, 10000)
               PERFORM VARYING WRK-CAL-IND-FIXO FROM 1 BY 1
                       UNTIL WRK-CAL-IND-FIXO > WRK-CAL-QTD-FIXOS
                   IF WRK-CAL-MES-DIA =
                           WRK-CAL-FIXO-MES-DIA(WRK-CAL-IND-FIXO)
                       SET CAL-FERIADO TO TRUE
                       MOVE WRK-CAL-FIXO-DESCRICAO(WRK-CAL-IND-FIXO)
                           TO WRK-CAL-DESCRICAO
                   END-IF
               END-PERFORM
           END-IF.
           IF CAL-DIA-UTIL AND WRK-CAL-DIA-SEMANA > 4
               SET CAL-FIM-DE-SEMANA TO TRUE
           END-IF.

       9820-PROXIMO-DIA-UTIL.
           MOVE WRK-CAL-DATA TO WRK-CAL-DATA-SALVA.
           PERFORM 9815-VERIFICAR-DIA-UTIL.
           MOVE WRK-CAL-DIAS-DATA TO WRK-CAL-DIAS-AUX.
           PERFORM UNTIL CAL-DIA-UTIL
               ADD 1 TO WRK-CAL-DIAS-AUX
               COMPUTE WRK-CAL-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-CAL-DIAS-AUX)
               PERFORM 9815-VERIFICAR-DIA-UTIL
           END-PERFORM.
           MOVE WRK-CAL-DATA       TO WRK-CAL-DATA-UTIL.
           MOVE WRK-CAL-DATA-SALVA TO WRK-CAL-DATA.

      * Conta o dia final e nao o inicial: do vencimento ao pagamento,
      * de hoje a data do evento.
       9825-DIAS-UTEIS-ENTRE.
           MOVE ZEROS        TO WRK-CAL-QTD-DIAS-UTEIS.
           MOVE WRK-CAL-DATA TO WRK-CAL-DATA-SALVA.
           COMPUTE WRK-CAL-DIAS-AUX =
               FUNCTION INTEGER-OF-DATE(WRK-CAL-DATA-INI) + 1.
           COMPUTE WRK-CAL-DIAS-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-CAL-DATA-FIM).
           PERFORM UNTIL WRK-CAL-DIAS-AUX > WRK-CAL-DIAS-FIM
               COMPUTE WRK-CAL-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-CAL-DIAS-AUX)
               PERFORM 9815-VERIFICAR-DIA-UTIL
               IF CAL-DIA-UTIL
                   ADD 1 TO WRK-CAL-QTD-DIAS-UTEIS
               END-IF
               ADD 1 TO WRK-CAL-DIAS-AUX
           END-PERFORM.
           MOVE WRK-CAL-DATA-SALVA TO WRK-CAL-DATA.

       9830-GRAVAR-CALENDARIO.
           OPEN OUTPUT FERIADOS-FILE.
           PERFORM VARYING WRK-IDX-CAL FROM 1 BY 1
                   UNTIL WRK-IDX-CAL > WRK-QTD-FERIADOS
               MOVE SPACES TO FERIADOS-RECORD
               MOVE WRK-CAL-FER-DATA(WRK-IDX-CAL)      TO FER-DATA
               MOVE WRK-CAL-FER-ABRANG(WRK-IDX-CAL)
                   TO FER-ABRANGENCIA
               MOVE WRK-CAL-FER-DESCRICAO(WRK-IDX-CAL) TO FER-DESCRICAO
               WRITE FERIADOS-RECORD
           END-PERFORM.
           CLOSE FERIADOS-FILE.
