      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do cadastro de autonomos:
      * a tabela carregada por 9050-CARREGAR-AUTONOMOS e a consulta
      * por codigo - o chamador informa WRK-ATN-CODIGO-PROC e executa
      * 9060-LOCALIZAR-AUTONOMO, que devolve a posicao na tabela em
      * WRK-ATN-IDX-ACHADO (zeros = nao cadastrado). Tabela estourada
      * na carga fica marcada em AUTONOMOS-ESTOURARAM para o chamador
      * nao regravar o cadastro sem os registros que nao couberam.
      * COPY na WORKING-STORAGE SECTION. Usar em conjunto com
      * AUTNSL.COB, AUTNFD.COB e AUTNPR.COB.
      * Tectonics: cobc (COPY 'AUTNWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-AUTONOMO       PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RPA-PAGO       PIC X(02) VALUES ZEROS.
       77  WRK-FIM-AUTONOMO          PIC X(01) VALUES 'N'.
           88 FIM-AUTONOMO VALUE 'S'.
       77  WRK-FIM-RPA-PAGO          PIC X(01) VALUES 'N'.
           88 FIM-RPA-PAGO VALUE 'S'.
       77  WRK-ATN-ESTOUROU          PIC X(01) VALUES 'N'.
           88 AUTONOMOS-ESTOURARAM VALUE 'S'.
       77  WRK-ATN-CODIGO-PROC       PIC 9(05) VALUES ZEROS.
       77  WRK-ATN-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-AUTONOMOS         PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-AUTONOMOS.
           05 WRK-AUTONOMO-ITEM OCCURS 500 TIMES
                                 INDEXED BY WRK-IDX-AUTONOMO.
              10 WRK-ATN-CODIGO         PIC 9(05).
              10 WRK-ATN-NOME           PIC X(30).
              10 WRK-ATN-CPF            PIC 9(11).
              10 WRK-ATN-NIT            PIC 9(11).
              10 WRK-ATN-ATIVIDADE      PIC X(01).
              10 WRK-ATN-DEPARTAMENTO   PIC 9(03).
              10 WRK-ATN-RETEM-ISS      PIC X(01).
              10 WRK-ATN-ALIQ-ISS       PIC 9(02)V99.
              10 WRK-ATN-DEPENDENTES    PIC 9(02).
              10 WRK-ATN-BANCO          PIC 9(03).
              10 WRK-ATN-AGENCIA        PIC 9(04).
              10 WRK-ATN-CONTA          PIC 9(08).
              10 WRK-ATN-DIGITO         PIC 9(01).
              10 WRK-ATN-SITUACAO       PIC X(01).
