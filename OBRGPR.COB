      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do cadastro de obrigacoes legais da
      * folha: 9200-REGISTRAR-OBRIGACAO inclui (ou atualiza) a
      * obrigacao do tributo, competencia e origem informados em
      * OBRGWS.COB e regrava OBRIGACOES.DAT; 9210-CARREGAR-OBRIGACOES
      * le o arquivo inteiro na tabela; 9220-REGRAVAR-OBRIGACOES
      * regrava o arquivo a partir da tabela; 9230-CALCULAR-VENCIMENTO
      * devolve em WRK-OBR-VENCIMENTO o vencimento legal da
      * competencia em WRK-OBR-COMPETENCIA. Obrigacao ja paga nunca e
      * alterada: o que a origem apurar alem do que foi recolhido vira
      * uma obrigacao nova em aberto. COPY na PROCEDURE DIVISION.
      * Usar em conjunto com OBRGSL.COB, OBRGFD.COB e OBRGWS.COB.
      * Tectonics: cobc (COPY 'OBRGPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - A empresa devedora (WRK-OBR-EMPRESA) entrou na
      *              chave da obrigacao e e carregada e regravada com
      *              o arquivo.
      ******************************************************************
       9200-REGISTRAR-OBRIGACAO.
           PERFORM 9210-CARREGAR-OBRIGACOES.
           IF OBRIGACAO-ESTOUROU
               DISPLAY 'AVISO: OBRIGACOES.DAT MAIOR QUE A TABELA - ' ,
                   'OBRIGACAO DE ' WRK-OBR-TRIBUTO ' ' ,
                   WRK-OBR-COMPETENCIA-NUM ' NAO REGISTRADA'
           ELSE
               MOVE ZEROS TO WRK-OBR-IDX-ACHADO WRK-OBR-JA-PAGO
               PERFORM VARYING WRK-IDX-OBRIG FROM 1 BY 1
                       UNTIL WRK-IDX-OBRIG > WRK-QTD-OBRIGACOES
                   IF WRK-OBRIG-TRIBUTO(WRK-IDX-OBRIG) =
                           WRK-OBR-TRIBUTO
                      AND WRK-OBRIG-COMPETENCIA(WRK-IDX-OBRIG) =
                           WRK-OBR-COMPETENCIA-NUM
                      AND WRK-OBRIG-ORIGEM(WRK-IDX-OBRIG) =
                           WRK-OBR-ORIGEM
                      AND WRK-OBRIG-EMPRESA(WRK-IDX-OBRIG) =
                           WRK-OBR-EMPRESA
                       EVALUATE WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG)
                           WHEN 'A'
                               SET WRK-OBR-IDX-ACHADO
                                   TO WRK-IDX-OBRIG
                           WHEN 'P'
                               ADD WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                                   TO WRK-OBR-JA-PAGO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
      * Na substituicao o valor novo e o total da origem: desconta o
      * que ja foi recolhido e fica em aberto so a diferenca.
               IF OBR-SUBSTITUI
                   COMPUTE WRK-OBR-DIFERENCA =
                       WRK-OBR-VALOR - WRK-OBR-JA-PAGO
               ELSE
                   MOVE WRK-OBR-VALOR TO WRK-OBR-DIFERENCA
               END-IF
               IF WRK-OBR-DIFERENCA < ZEROS
                   DISPLAY 'AVISO: ' WRK-OBR-TRIBUTO ' ' ,
                       WRK-OBR-COMPETENCIA-NUM ' JA RECOLHIDO ACIMA ' ,
                       'DO APURADO - CONFIRA A GUIA PAGA'
                   MOVE ZEROS TO WRK-OBR-DIFERENCA
               END-IF
               EVALUATE TRUE
                   WHEN WRK-OBR-IDX-ACHADO > ZEROS
                    AND OBR-SUBSTITUI
                       MOVE WRK-OBR-DIFERENCA TO
                           WRK-OBRIG-VALOR(WRK-OBR-IDX-ACHADO)
                       IF WRK-OBR-DIFERENCA = ZEROS
                           MOVE 'C' TO
                               WRK-OBRIG-SITUACAO(WRK-OBR-IDX-ACHADO)
                       END-IF
                       PERFORM 9220-REGRAVAR-OBRIGACOES
                   WHEN WRK-OBR-IDX-ACHADO > ZEROS
                       ADD WRK-OBR-DIFERENCA TO
                           WRK-OBRIG-VALOR(WRK-OBR-IDX-ACHADO)
                       PERFORM 9220-REGRAVAR-OBRIGACOES
                   WHEN WRK-OBR-DIFERENCA = ZEROS
                       CONTINUE
                   WHEN WRK-QTD-OBRIGACOES < 500
                       PERFORM 9230-CALCULAR-VENCIMENTO
                       ACCEPT WRK-OBR-DATA-HOJE FROM DATE YYYYMMDD
                       ADD 1 TO WRK-QTD-OBRIGACOES
                       SET WRK-IDX-OBRIG TO WRK-QTD-OBRIGACOES
                       MOVE WRK-OBR-TRIBUTO TO
                           WRK-OBRIG-TRIBUTO(WRK-IDX-OBRIG)
                       MOVE WRK-OBR-COMPETENCIA-NUM TO
                           WRK-OBRIG-COMPETENCIA(WRK-IDX-OBRIG)
                       MOVE WRK-OBR-ORIGEM TO
                           WRK-OBRIG-ORIGEM(WRK-IDX-OBRIG)
                       MOVE WRK-OBR-DIFERENCA TO
                           WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                       MOVE WRK-OBR-VENCIMENTO-NUM TO
                           WRK-OBRIG-VENCIMENTO(WRK-IDX-OBRIG)
                       MOVE 'A' TO WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG)
                       MOVE ZEROS TO
                           WRK-OBRIG-DATA-PAGTO(WRK-IDX-OBRIG)
                           WRK-OBRIG-VALOR-PAGO(WRK-IDX-OBRIG)
                           WRK-OBRIG-MULTA-PAGA(WRK-IDX-OBRIG)
                           WRK-OBRIG-JUROS-PAGOS(WRK-IDX-OBRIG)
                       MOVE WRK-OBR-USUARIO TO
                           WRK-OBRIG-USUARIO(WRK-IDX-OBRIG)
                       MOVE WRK-OBR-DATA-HOJE TO
                           WRK-OBRIG-DATA-REGISTRO(WRK-IDX-OBRIG)
                       MOVE WRK-OBR-EMPRESA TO
                           WRK-OBRIG-EMPRESA(WRK-IDX-OBRIG)
                       PERFORM 9220-REGRAVAR-OBRIGACOES
                   WHEN OTHER
                       DISPLAY 'AVISO: TABELA DE OBRIGACOES CHEIA - ' ,
                           'OBRIGACAO DE ' WRK-OBR-TRIBUTO ' ' ,
                           WRK-OBR-COMPETENCIA-NUM ' NAO REGISTRADA'
               END-EVALUATE
           END-IF.

       9210-CARREGAR-OBRIGACOES.
           MOVE ZEROS TO WRK-QTD-OBRIGACOES.
           MOVE 'N'   TO WRK-FIM-OBRIGACAO WRK-OBR-ESTOUROU.
           OPEN INPUT OBRIGACOES-FILE.
           IF WRK-STATUS-OBRIGACAO = '00'
               PERFORM UNTIL FIM-OBRIGACAO
                   READ OBRIGACOES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-OBRIGACAO
                       NOT AT END
                           IF WRK-QTD-OBRIGACOES < 500
                               ADD 1 TO WRK-QTD-OBRIGACOES
                               SET WRK-IDX-OBRIG TO WRK-QTD-OBRIGACOES
                               MOVE OBR-TRIBUTO TO
                                   WRK-OBRIG-TRIBUTO(WRK-IDX-OBRIG)
                               MOVE OBR-COMPETENCIA TO
                                   WRK-OBRIG-COMPETENCIA(WRK-IDX-OBRIG)
                               MOVE OBR-ORIGEM TO
                                   WRK-OBRIG-ORIGEM(WRK-IDX-OBRIG)
                               MOVE OBR-VALOR TO
                                   WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                               MOVE OBR-VENCIMENTO TO
                                   WRK-OBRIG-VENCIMENTO(WRK-IDX-OBRIG)
                               MOVE OBR-SITUACAO TO
                                   WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG)
                               MOVE OBR-DATA-PAGTO TO
                                   WRK-OBRIG-DATA-PAGTO(WRK-IDX-OBRIG)
                               MOVE OBR-VALOR-PAGO TO
                                   WRK-OBRIG-VALOR-PAGO(WRK-IDX-OBRIG)
                               MOVE OBR-MULTA-PAGA TO
                                   WRK-OBRIG-MULTA-PAGA(WRK-IDX-OBRIG)
                               MOVE OBR-JUROS-PAGOS TO
                                   WRK-OBRIG-JUROS-PAGOS(WRK-IDX-OBRIG)
                               MOVE OBR-USUARIO TO
                                   WRK-OBRIG-USUARIO(WRK-IDX-OBRIG)
                               MOVE OBR-DATA-REGISTRO TO
                                   WRK-OBRIG-DATA-REGISTRO
                                   (WRK-IDX-OBRIG)
                               IF OBR-EMPRESA IS NUMERIC
                                  AND OBR-EMPRESA > ZEROS
                                   MOVE OBR-EMPRESA TO
                                       WRK-OBRIG-EMPRESA(WRK-IDX-OBRIG)
                               ELSE
                                   MOVE 1 TO
                                       WRK-OBRIG-EMPRESA(WRK-IDX-OBRIG)
                               END-IF
                           ELSE
                               SET OBRIGACAO-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBRIGACOES-FILE
           END-IF.

       9220-REGRAVAR-OBRIGACOES.
           OPEN OUTPUT OBRIGACOES-FILE.
           PERFORM VARYING WRK-IDX-OBRIG FROM 1 BY 1
                   UNTIL WRK-IDX-OBRIG > WRK-QTD-OBRIGACOES
               MOVE SPACES TO OBRIGACOES-RECORD
               MOVE WRK-OBRIG-TRIBUTO(WRK-IDX-OBRIG) TO OBR-TRIBUTO
               MOVE WRK-OBRIG-COMPETENCIA(WRK-IDX-OBRIG)
                   TO OBR-COMPETENCIA
               MOVE WRK-OBRIG-ORIGEM(WRK-IDX-OBRIG) TO OBR-ORIGEM
               MOVE WRK-OBRIG-VALOR(WRK-IDX-OBRIG)  TO OBR-VALOR
               MOVE WRK-OBRIG-VENCIMENTO(WRK-IDX-OBRIG)
                   TO OBR-VENCIMENTO
               MOVE WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG) TO OBR-SITUACAO
               MOVE WRK-OBRIG-DATA-PAGTO(WRK-IDX-OBRIG)
                   TO OBR-DATA-PAGTO
               MOVE WRK-OBRIG-VALOR-PAGO(WRK-IDX-OBRIG)
                   TO OBR-VALOR-PAGO
               MOVE WRK-OBRIG-MULTA-PAGA(WRK-IDX-OBRIG)
                   TO OBR-MULTA-PAGA
               MOVE WRK-OBRIG-JUROS-PAGOS(WRK-IDX-OBRIG)
                   TO OBR-JUROS-PAGOS
               MOVE WRK-OBRIG-USUARIO(WRK-IDX-OBRIG) TO OBR-USUARIO
               MOVE WRK-OBRIG-DATA-REGISTRO(WRK-IDX-OBRIG)
                   TO OBR-DATA-REGISTRO
               MOVE WRK-OBRIG-EMPRESA(WRK-IDX-OBRIG) TO OBR-EMPRESA
               WRITE OBRIGACOES-RECORD
           END-PERFORM.
           CLOSE OBRIGACOES-FILE.

      * Dia 20 do mes seguinte a competencia (FGTS, contribuicao
      * previdenciaria e IRRF retido na fonte); sabado e domingo
      * antecipam para a sexta-feira. O dia 1 da contagem juliana
      * (01/01/1601) e uma segunda-feira: resto 6 e sabado, 0 e
      * domingo.
       9230-CALCULAR-VENCIMENTO.
           IF WRK-OBR-COMP-MES = 12
               COMPUTE WRK-OBR-VENC-ANO = WRK-OBR-COMP-ANO + 1
               MOVE 1 TO WRK-OBR-VENC-MES
           ELSE
               MOVE WRK-OBR-COMP-ANO TO WRK-OBR-VENC-ANO
               COMPUTE WRK-OBR-VENC-MES = WRK-OBR-COMP-MES + 1
           END-IF.
           MOVE WRK-OBR-DIA-VENCIMENTO TO WRK-OBR-VENC-DIA.
           COMPUTE WRK-OBR-DIAS-JULIANO =
               FUNCTION INTEGER-OF-DATE(WRK-OBR-VENCIMENTO-NUM).
           COMPUTE WRK-OBR-DIA-SEMANA =
               FUNCTION MOD(WRK-OBR-DIAS-JULIANO 7).
           EVALUATE WRK-OBR-DIA-SEMANA
               WHEN 6
                   SUBTRACT 1 FROM WRK-OBR-VENC-DIA
               WHEN 0
                   SUBTRACT 2 FROM WRK-OBR-VENC-DIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
