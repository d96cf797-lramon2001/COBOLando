      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do cadastro de contas
      * correntes: a tabela carregada por 9270-CARREGAR-CONTAS-BANCO
      * e as consultas - o chamador informa banco, agencia e conta em
      * WRK-CBC-BANCO-PROC, WRK-CBC-AGENCIA-PROC e WRK-CBC-CONTA-PROC
      * e executa 9275-LOCALIZAR-CONTA-BANCO, ou a conta contabil em
      * WRK-CBC-CONTABIL-PROC e executa 9277-LOCALIZAR-CONTA-CONTABIL;
      * as duas devolvem a posicao na tabela em WRK-CBC-IDX-ACHADO
      * (zeros = nao cadastrada). Tabela estourada na carga fica
      * marcada em CONTAS-BANCO-ESTOURARAM. COPY na WORKING-STORAGE
      * SECTION. Usar em conjunto com CBCOSL.COB, CBCOFD.COB e
      * CBCOPR.COB.
      * Tectonics: cobc (COPY 'CBCOWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-CONTAS-BANCO   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CONTAS-BANCO      PIC X(01) VALUES 'N'.
           88 FIM-CONTAS-BANCO VALUE 'S'.
       77  WRK-CBC-ESTOUROU          PIC X(01) VALUES 'N'.
           88 CONTAS-BANCO-ESTOURARAM VALUE 'S'.
       77  WRK-CBC-BANCO-PROC        PIC 9(03) VALUES ZEROS.
       77  WRK-CBC-AGENCIA-PROC      PIC 9(04) VALUES ZEROS.
       77  WRK-CBC-CONTA-PROC        PIC 9(08) VALUES ZEROS.
       77  WRK-CBC-CONTABIL-PROC     PIC 9(04) VALUES ZEROS.
       77  WRK-CBC-IDX-ACHADO        PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-CONTAS-BANCO      PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-CONTAS-BANCO.
           05 WRK-CONTA-BANCO-ITEM OCCURS 20 TIMES
                                    INDEXED BY WRK-IDX-CBC.
              10 WRK-CBC-BANCO          PIC 9(03).
              10 WRK-CBC-AGENCIA        PIC 9(04).
              10 WRK-CBC-CONTA          PIC 9(08).
              10 WRK-CBC-CONTA-CONTABIL PIC 9(04).
              10 WRK-CBC-DESCRICAO      PIC X(20).
              10 WRK-CBC-SITUACAO       PIC X(01).
