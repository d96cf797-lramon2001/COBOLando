      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do ativo imobilizado: as
      * tabelas carregadas por 9240-CARREGAR-CLASSES-ATIVO e
      * 9250-CARREGAR-IMOBILIZADO e as consultas - o chamador informa
      * WRK-CLA-CODIGO-PROC e executa 9245-LOCALIZAR-CLASSE, ou
      * WRK-IMB-NUMERO-PROC e executa 9255-LOCALIZAR-BEM; a posicao
      * na tabela volta em WRK-CLA-IDX-ACHADO / WRK-IMB-IDX-ACHADO
      * (zeros = nao cadastrado). Tabela estourada na carga fica
      * marcada em IMOBILIZADO-ESTOUROU para o chamador nao regravar
      * o arquivo sem os registros que nao couberam. COPY na
      * WORKING-STORAGE SECTION. Usar em conjunto com IMOBSL.COB,
      * IMOBFD.COB e IMOBPR.COB.
      * Tectonics: cobc (COPY 'IMOBWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-IMOBILIZADO    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CLASSES        PIC X(02) VALUES ZEROS.
       77  WRK-FIM-IMOBILIZADO       PIC X(01) VALUES 'N'.
           88 FIM-IMOBILIZADO VALUE 'S'.
       77  WRK-FIM-CLASSES           PIC X(01) VALUES 'N'.
           88 FIM-CLASSES VALUE 'S'.
       77  WRK-IMB-ESTOUROU          PIC X(01) VALUES 'N'.
           88 IMOBILIZADO-ESTOUROU VALUE 'S'.
       77  WRK-CLA-CODIGO-PROC       PIC X(04) VALUES SPACES.
       77  WRK-CLA-IDX-ACHADO        PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-CLASSES           PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-CLASSES.
           05 WRK-CLASSE-ITEM OCCURS 50 TIMES
                               INDEXED BY WRK-IDX-CLASSE.
              10 WRK-CLA-CODIGO         PIC X(04).
              10 WRK-CLA-DESCRICAO      PIC X(20).
              10 WRK-CLA-VIDA-MESES     PIC 9(03).
              10 WRK-CLA-TAXA-ANUAL     PIC 9(03)V99.
              10 WRK-CLA-CONTA-ATIVO    PIC 9(04).
              10 WRK-CLA-CONTA-DEPR     PIC 9(04).
              10 WRK-CLA-CONTA-DESPESA  PIC 9(04).
       77  WRK-IMB-NUMERO-PROC       PIC 9(05) VALUES ZEROS.
       77  WRK-IMB-IDX-ACHADO        PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-BENS              PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-BENS.
           05 WRK-BEM-ITEM OCCURS 2000 TIMES
                            INDEXED BY WRK-IDX-BEM.
              10 WRK-IMB-NUMERO         PIC 9(05).
              10 WRK-IMB-DESCRICAO      PIC X(30).
              10 WRK-IMB-DATA-AQUISICAO PIC 9(08).
              10 WRK-IMB-CUSTO          PIC 9(10)V99.
              10 WRK-IMB-CLASSE         PIC X(04).
              10 WRK-IMB-RESIDUAL       PIC 9(10)V99.
              10 WRK-IMB-DEPTO          PIC 9(03).
              10 WRK-IMB-CONTA-ATIVO    PIC 9(04).
              10 WRK-IMB-CONTA-DEPR     PIC 9(04).
              10 WRK-IMB-CONTA-DESPESA  PIC 9(04).
              10 WRK-IMB-DEPR-ACUM      PIC 9(10)V99.
              10 WRK-IMB-ULTIMA-COMPET  PIC 9(06).
              10 WRK-IMB-SITUACAO       PIC X(01).
              10 WRK-IMB-DATA-BAIXA     PIC 9(08).
              10 WRK-IMB-VALOR-BAIXA    PIC 9(10)V99.
