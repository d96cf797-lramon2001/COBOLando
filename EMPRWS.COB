      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do cadastro de empresas /
      * filiais (EMPRESAS.DAT): a tabela em memoria carregada por
      * 9080-CARREGAR-EMPRESAS e os campos de busca de
      * 9085-BUSCAR-EMPRESA (quem procura move o codigo para
      * WRK-EMPRESA-PROCURADA e recebe WRK-EMPRESA-ACHOU, a razao
      * social em WRK-EMPRESA-RAZAO-ACHADA e o CNPJ em
      * WRK-EMPRESA-CNPJ-ACHADO). 9090-MONTAR-VOUCHER-EMPRESA devolve
      * em WRK-EMPRESA-VOUCHER o voucher contabil da competencia
      * WRK-EMPRESA-COMPETENCIA para a empresa procurada. COPY dentro
      * da WORKING-STORAGE SECTION de cada programa. Usar em conjunto
      * com EMPRSL.COB (FILE-CONTROL), EMPRFD.COB (FILE SECTION) e
      * EMPRPR.COB (PROCEDURE DIVISION).
      * Tectonics: cobc (COPY 'EMPRWS.COB' dentro da WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-EMPRESA        PIC X(02) VALUES ZEROS.
       77  WRK-QTD-EMPRESA-TAB       PIC 9(02) VALUES ZEROS.
       77  WRK-FIM-EMPRESA           PIC X(01) VALUES 'N'.
           88 FIM-EMPRESA VALUE 'S'.
       77  WRK-EMPRESA-PROCURADA     PIC 9(02) VALUES ZEROS.
       77  WRK-EMPRESA-ACHOU         PIC X(01) VALUES 'N'.
           88 EMPRESA-ACHOU VALUE 'S'.
       77  WRK-EMPRESA-RAZAO-ACHADA  PIC X(30) VALUES SPACES.
       77  WRK-EMPRESA-CNPJ-ACHADO   PIC 9(14) VALUES ZEROS.
       01  WRK-EMPRESA-COMPETENCIA.
           05 WRK-EMPRESA-COMP-ANO   PIC 9(04).
           05 WRK-EMPRESA-COMP-MES   PIC 9(02).
       01  WRK-EMPRESA-COMPETENCIA-NUM REDEFINES
               WRK-EMPRESA-COMPETENCIA PIC 9(06).
       77  WRK-EMPRESA-VOUCHER       PIC 9(06) VALUES ZEROS.
       01  WRK-TAB-EMPRESAS.
           05 WRK-EMPRESA-ITEM OCCURS 19 TIMES
                                INDEXED BY WRK-IDX-EMPRESA.
              10 WRK-EMPRESA-CODIGO     PIC 9(02).
              10 WRK-EMPRESA-RAZAO      PIC X(30).
              10 WRK-EMPRESA-CNPJ       PIC 9(14).
