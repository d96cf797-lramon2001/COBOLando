      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do contas a pagar: as
      * tabelas carregadas por 9160-CARREGAR-FORNECEDORES e
      * 9175-CARREGAR-CONTAS-PAGAR e a consulta por codigo - o
      * chamador informa WRK-FRN-CODIGO-PROC e executa
      * 9165-LOCALIZAR-FORNECEDOR, que devolve a posicao na tabela em
      * WRK-FRN-IDX-ACHADO (zeros = nao cadastrado). Tabela estourada
      * na carga fica marcada em FORNECEDORES-ESTOURARAM /
      * CPAGAR-ESTOUROU para o chamador nao regravar o arquivo sem os
      * registros que nao couberam. WRK-CPG-ULTIMA-SEQ volta com a
      * maior sequencia de nota carregada. COPY na WORKING-STORAGE
      * SECTION. Usar em conjunto com FORNSL.COB, FORNFD.COB e
      * FORNPR.COB.
      * Tectonics: cobc (COPY 'FORNWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-FORNECEDOR     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CPAGAR         PIC X(02) VALUES ZEROS.
       77  WRK-FIM-FORNECEDOR        PIC X(01) VALUES 'N'.
           88 FIM-FORNECEDOR VALUE 'S'.
       77  WRK-FIM-CPAGAR            PIC X(01) VALUES 'N'.
           88 FIM-CPAGAR VALUE 'S'.
       77  WRK-FRN-ESTOUROU          PIC X(01) VALUES 'N'.
           88 FORNECEDORES-ESTOURARAM VALUE 'S'.
       77  WRK-CPG-ESTOUROU          PIC X(01) VALUES 'N'.
           88 CPAGAR-ESTOUROU VALUE 'S'.
       77  WRK-FRN-CODIGO-PROC       PIC 9(05) VALUES ZEROS.
       77  WRK-FRN-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-FORNECEDORES      PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-FORNECEDORES.
           05 WRK-FORNECEDOR-ITEM OCCURS 500 TIMES
                                   INDEXED BY WRK-IDX-FORNECEDOR.
              10 WRK-FRN-CODIGO         PIC 9(05).
              10 WRK-FRN-NOME           PIC X(30).
              10 WRK-FRN-CNPJ           PIC 9(14).
              10 WRK-FRN-CONTA-DESPESA  PIC 9(04).
              10 WRK-FRN-BANCO          PIC 9(03).
              10 WRK-FRN-AGENCIA        PIC 9(04).
              10 WRK-FRN-CONTA          PIC 9(08).
              10 WRK-FRN-DIGITO         PIC 9(01).
              10 WRK-FRN-SITUACAO       PIC X(01).
       77  WRK-CPG-ULTIMA-SEQ        PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-CPAGAR            PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-CPAGAR.
           05 WRK-CPAGAR-ITEM OCCURS 2000 TIMES
                               INDEXED BY WRK-IDX-CPAGAR.
              10 WRK-CPG-SEQUENCIA      PIC 9(05).
              10 WRK-CPG-FORNECEDOR     PIC 9(05).
              10 WRK-CPG-NOTA           PIC X(10).
              10 WRK-CPG-EMISSAO        PIC 9(08).
              10 WRK-CPG-VENCIMENTO     PIC 9(08).
              10 WRK-CPG-VALOR          PIC 9(10)V99.
              10 WRK-CPG-CONTA-DESPESA  PIC 9(04).
              10 WRK-CPG-SITUACAO       PIC X(01).
              10 WRK-CPG-DATA-PAGTO     PIC 9(08).
              10 WRK-CPG-DATA-CONTABIL  PIC 9(08).
