      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do cadastro de empresas / filiais
      * (EMPRESAS.DAT). 9080-CARREGAR-EMPRESAS carrega o arquivo
      * inteiro na tabela em memoria (arquivo ausente deixa a tabela
      * vazia e o grupo funciona como empresa unica, a 01);
      * 9085-BUSCAR-EMPRESA procura o codigo de WRK-EMPRESA-PROCURADA
      * (zeros vale 01) e devolve a razao social - a empresa 01 fora
      * do cadastro usa o nome do cabecalho do BOOK.COB;
      * 9090-MONTAR-VOUCHER-EMPRESA devolve o voucher contabil da
      * competencia para a empresa procurada: a 01 segue com o
      * proprio AAAAMM da competencia; as demais usam EEAAMM (codigo
      * da empresa, ano com dois digitos e mes), faixa 020000 a
      * 199999 que nao colide com AAAAMM nem com os vouchers 9900NN
      * dos lancamentos recorrentes. COPY dentro da PROCEDURE
      * DIVISION de cada programa. Usar em conjunto com EMPRSL.COB
      * (FILE-CONTROL), EMPRFD.COB (FILE SECTION) e EMPRWS.COB
      * (WORKING-STORAGE), alem do BOOK.COB na WORKING-STORAGE.
      * Tectonics: cobc (COPY 'EMPRPR.COB' dentro da PROCEDURE
      * DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9080-CARREGAR-EMPRESAS.
           MOVE ZEROS TO WRK-QTD-EMPRESA-TAB.
           MOVE 'N'   TO WRK-FIM-EMPRESA.
           OPEN INPUT EMPRESAS-FILE.
           IF WRK-STATUS-EMPRESA = '00'
               PERFORM UNTIL FIM-EMPRESA
                   READ EMPRESAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-EMPRESA
                       NOT AT END
                           IF EMR-CODIGO < 1 OR EMR-CODIGO > 19
                               DISPLAY 'AVISO: CODIGO DE EMPRESA ' ,
                                   'FORA DA FAIXA 01-19 - ' ,
                                   'REGISTRO IGNORADO: ' EMR-CODIGO
                           ELSE
                               IF WRK-QTD-EMPRESA-TAB < 19
                                   ADD 1 TO WRK-QTD-EMPRESA-TAB
                                   SET WRK-IDX-EMPRESA
                                       TO WRK-QTD-EMPRESA-TAB
                                   MOVE EMR-CODIGO TO
                                       WRK-EMPRESA-CODIGO
                                           (WRK-IDX-EMPRESA)
                                   MOVE EMR-RAZAO TO
                                       WRK-EMPRESA-RAZAO
                                           (WRK-IDX-EMPRESA)
                                   MOVE EMR-CNPJ TO
                                       WRK-EMPRESA-CNPJ
                                           (WRK-IDX-EMPRESA)
                               ELSE
                                   DISPLAY 'AVISO: TABELA DE ' ,
                                       'EMPRESAS CHEIA - CODIGO ' ,
                                       'IGNORADO: ' EMR-CODIGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS-FILE
           END-IF.

       9085-BUSCAR-EMPRESA.
           IF WRK-EMPRESA-PROCURADA = ZEROS
               MOVE 1 TO WRK-EMPRESA-PROCURADA
           END-IF.
           MOVE 'N'    TO WRK-EMPRESA-ACHOU.
           MOVE SPACES TO WRK-EMPRESA-RAZAO-ACHADA.
           MOVE ZEROS  TO WRK-EMPRESA-CNPJ-ACHADO.
           PERFORM VARYING WRK-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA > WRK-QTD-EMPRESA-TAB
               IF WRK-EMPRESA-CODIGO(WRK-IDX-EMPRESA) =
                       WRK-EMPRESA-PROCURADA
                   MOVE 'S' TO WRK-EMPRESA-ACHOU
                   MOVE WRK-EMPRESA-RAZAO(WRK-IDX-EMPRESA)
                       TO WRK-EMPRESA-RAZAO-ACHADA
                   MOVE WRK-EMPRESA-CNPJ(WRK-IDX-EMPRESA)
                       TO WRK-EMPRESA-CNPJ-ACHADO
               END-IF
           END-PERFORM.
           IF NOT EMPRESA-ACHOU AND WRK-EMPRESA-PROCURADA = 1
               MOVE 'S' TO WRK-EMPRESA-ACHOU
               MOVE WRK-EMPRESA-RELATORIO TO WRK-EMPRESA-RAZAO-ACHADA
           END-IF.

       9090-MONTAR-VOUCHER-EMPRESA.
           IF WRK-EMPRESA-PROCURADA = ZEROS
              OR WRK-EMPRESA-PROCURADA = 1
               MOVE WRK-EMPRESA-COMPETENCIA-NUM TO WRK-EMPRESA-VOUCHER
           ELSE
               COMPUTE WRK-EMPRESA-VOUCHER =
                   WRK-EMPRESA-PROCURADA * 10000
                   + FUNCTION MOD(WRK-EMPRESA-COMP-ANO 100) * 100
                   + WRK-EMPRESA-COMP-MES
           END-IF.
