      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do contas a pagar:
      * 9160-CARREGAR-FORNECEDORES le FORNECEDORES.DAT na tabela;
      * 9165-LOCALIZAR-FORNECEDOR procura WRK-FRN-CODIGO-PROC e
      * devolve a posicao em WRK-FRN-IDX-ACHADO;
      * 9170-GRAVAR-FORNECEDORES regrava o cadastro a partir da
      * tabela; 9175-CARREGAR-CONTAS-PAGAR le CONTAS-PAGAR.DAT na
      * tabela e devolve a maior sequencia em WRK-CPG-ULTIMA-SEQ;
      * 9180-GRAVAR-CONTAS-PAGAR regrava as notas a partir da tabela.
      * COPY na PROCEDURE DIVISION. Usar em conjunto com FORNSL.COB,
      * FORNFD.COB e FORNWS.COB.
      * Tectonics: cobc (COPY 'FORNPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9160-CARREGAR-FORNECEDORES.
           MOVE ZEROS TO WRK-QTD-FORNECEDORES.
           MOVE 'N'   TO WRK-FIM-FORNECEDOR WRK-FRN-ESTOUROU.
           OPEN INPUT FORNECEDORES-FILE.
           IF WRK-STATUS-FORNECEDOR = '00'
               PERFORM UNTIL FIM-FORNECEDOR
                   READ FORNECEDORES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-FORNECEDOR
                       NOT AT END
                           IF WRK-QTD-FORNECEDORES < 500
                               ADD 1 TO WRK-QTD-FORNECEDORES
                               SET WRK-IDX-FORNECEDOR
                                   TO WRK-QTD-FORNECEDORES
                               MOVE FRN-CODIGO TO
                                   WRK-FRN-CODIGO(WRK-IDX-FORNECEDOR)
                               MOVE FRN-NOME TO
                                   WRK-FRN-NOME(WRK-IDX-FORNECEDOR)
                               MOVE FRN-CNPJ TO
                                   WRK-FRN-CNPJ(WRK-IDX-FORNECEDOR)
                               MOVE FRN-CONTA-DESPESA TO
                                   WRK-FRN-CONTA-DESPESA
                                   (WRK-IDX-FORNECEDOR)
                               MOVE FRN-BANCO TO
                                   WRK-FRN-BANCO(WRK-IDX-FORNECEDOR)
                               MOVE FRN-AGENCIA TO
                                   WRK-FRN-AGENCIA(WRK-IDX-FORNECEDOR)
                               MOVE FRN-CONTA TO
                                   WRK-FRN-CONTA(WRK-IDX-FORNECEDOR)
                               MOVE FRN-DIGITO TO
                                   WRK-FRN-DIGITO(WRK-IDX-FORNECEDOR)
                               MOVE FRN-SITUACAO TO
                                   WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR)
                           ELSE
                               SET FORNECEDORES-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORNECEDORES-FILE
           END-IF.
           IF FORNECEDORES-ESTOURARAM
               DISPLAY 'AVISO: FORNECEDORES.DAT MAIOR QUE A TABELA ' ,
                   '- FORNECEDORES EXCEDENTES IGNORADOS'
           END-IF.

       9165-LOCALIZAR-FORNECEDOR.
           MOVE ZEROS TO WRK-FRN-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-FORNECEDOR FROM 1 BY 1
                   UNTIL WRK-IDX-FORNECEDOR > WRK-QTD-FORNECEDORES
               IF WRK-FRN-CODIGO(WRK-IDX-FORNECEDOR) =
                       WRK-FRN-CODIGO-PROC
                   SET WRK-FRN-IDX-ACHADO TO WRK-IDX-FORNECEDOR
               END-IF
           END-PERFORM.

       9170-GRAVAR-FORNECEDORES.
           OPEN OUTPUT FORNECEDORES-FILE.
           PERFORM VARYING WRK-IDX-FORNECEDOR FROM 1 BY 1
                   UNTIL WRK-IDX-FORNECEDOR > WRK-QTD-FORNECEDORES
               MOVE SPACES TO FORNECEDORES-RECORD
               MOVE WRK-FRN-CODIGO(WRK-IDX-FORNECEDOR) TO FRN-CODIGO
               MOVE WRK-FRN-NOME(WRK-IDX-FORNECEDOR)   TO FRN-NOME
               MOVE WRK-FRN-CNPJ(WRK-IDX-FORNECEDOR)   TO FRN-CNPJ
               MOVE WRK-FRN-CONTA-DESPESA(WRK-IDX-FORNECEDOR)
                   TO FRN-CONTA-DESPESA
               MOVE WRK-FRN-BANCO(WRK-IDX-FORNECEDOR)  TO FRN-BANCO
               MOVE WRK-FRN-AGENCIA(WRK-IDX-FORNECEDOR)
                   TO FRN-AGENCIA
               MOVE WRK-FRN-CONTA(WRK-IDX-FORNECEDOR)  TO FRN-CONTA
               MOVE WRK-FRN-DIGITO(WRK-IDX-FORNECEDOR) TO FRN-DIGITO
               MOVE WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR)
                   TO FRN-SITUACAO
               WRITE FORNECEDORES-RECORD
           END-PERFORM.
           CLOSE FORNECEDORES-FILE.

       9175-CARREGAR-CONTAS-PAGAR.
           MOVE ZEROS TO WRK-QTD-CPAGAR WRK-CPG-ULTIMA-SEQ.
           MOVE 'N'   TO WRK-FIM-CPAGAR WRK-CPG-ESTOUROU.
           OPEN INPUT CONTAS-PAGAR-FILE.
           IF WRK-STATUS-CPAGAR = '00'
               PERFORM UNTIL FIM-CPAGAR
                   READ CONTAS-PAGAR-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CPAGAR
                       NOT AT END
                           IF CPG-SEQUENCIA > WRK-CPG-ULTIMA-SEQ
                               MOVE CPG-SEQUENCIA
                                   TO WRK-CPG-ULTIMA-SEQ
                           END-IF
                           IF WRK-QTD-CPAGAR < 2000
                               ADD 1 TO WRK-QTD-CPAGAR
                               SET WRK-IDX-CPAGAR TO WRK-QTD-CPAGAR
                               MOVE CPG-SEQUENCIA TO
                                   WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR)
                               MOVE CPG-FORNECEDOR TO
                                   WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR)
                               MOVE CPG-NOTA TO
                                   WRK-CPG-NOTA(WRK-IDX-CPAGAR)
                               MOVE CPG-EMISSAO TO
                                   WRK-CPG-EMISSAO(WRK-IDX-CPAGAR)
                               MOVE CPG-VENCIMENTO TO
                                   WRK-CPG-VENCIMENTO(WRK-IDX-CPAGAR)
                               MOVE CPG-VALOR TO
                                   WRK-CPG-VALOR(WRK-IDX-CPAGAR)
                               MOVE CPG-CONTA-DESPESA TO
                                   WRK-CPG-CONTA-DESPESA
                                   (WRK-IDX-CPAGAR)
                               MOVE CPG-SITUACAO TO
                                   WRK-CPG-SITUACAO(WRK-IDX-CPAGAR)
                               MOVE CPG-DATA-PAGTO TO
                                   WRK-CPG-DATA-PAGTO(WRK-IDX-CPAGAR)
                               MOVE CPG-DATA-CONTABIL TO
                                   WRK-CPG-DATA-CONTABIL
                                   (WRK-IDX-CPAGAR)
                           ELSE
                               SET CPAGAR-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-PAGAR-FILE
           END-IF.
           IF CPAGAR-ESTOUROU
               DISPLAY 'AVISO: CONTAS-PAGAR.DAT MAIOR QUE A TABELA ' ,
                   '- NOTAS EXCEDENTES IGNORADAS'
           END-IF.

       9180-GRAVAR-CONTAS-PAGAR.
           OPEN OUTPUT CONTAS-PAGAR-FILE.
           PERFORM VARYING WRK-IDX-CPAGAR FROM 1 BY 1
                   UNTIL WRK-IDX-CPAGAR > WRK-QTD-CPAGAR
               MOVE SPACES TO CONTAS-PAGAR-RECORD
               MOVE WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR)
                   TO CPG-SEQUENCIA
               MOVE WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR)
                   TO CPG-FORNECEDOR
               MOVE WRK-CPG-NOTA(WRK-IDX-CPAGAR)      TO CPG-NOTA
               MOVE WRK-CPG-EMISSAO(WRK-IDX-CPAGAR)   TO CPG-EMISSAO
               MOVE WRK-CPG-VENCIMENTO(WRK-IDX-CPAGAR)
                   TO CPG-VENCIMENTO
               MOVE WRK-CPG-VALOR(WRK-IDX-CPAGAR)     TO CPG-VALOR
               MOVE WRK-CPG-CONTA-DESPESA(WRK-IDX-CPAGAR)
                   TO CPG-CONTA-DESPESA
               MOVE WRK-CPG-SITUACAO(WRK-IDX-CPAGAR)  TO CPG-SITUACAO
               MOVE WRK-CPG-DATA-PAGTO(WRK-IDX-CPAGAR)
                   TO CPG-DATA-PAGTO
               MOVE WRK-CPG-DATA-CONTABIL(WRK-IDX-CPAGAR)
                   TO CPG-DATA-CONTABIL
               WRITE CONTAS-PAGAR-RECORD
           END-PERFORM.
           CLOSE CONTAS-PAGAR-FILE.
