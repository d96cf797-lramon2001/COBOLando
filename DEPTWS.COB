      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - A tabela guarda a empresa dona do departamento e a
      *              busca devolve tambem WRK-DEPTO-EMPRESA-ACHADA (01
      *              para registro antigo sem empresa).
      ******************************************************************
       77  WRK-STATUS-DEPTO          PIC X(02) VALUES ZEROS.
       77  WRK-QTD-DEPTO-TAB         PIC 9(03) VALUES ZEROS.
       77  WRK-DEPTO-ACHOU           PIC X(01) VALUES 'N'.
           88 DEPTO-ACHOU VALUE 'S'.
       77  WRK-DEPTO-NOME-ACHADO     PIC X(20) VALUES SPACES.
       77  WRK-DEPTO-EMPRESA-ACHADA  PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-DEPTO-MASTER.
           05 WRK-DEPTO-MASTER-ITEM OCCURS 50 TIMES
                                     INDEXED BY WRK-IDX-DEPTO-MASTER.
              10 WRK-DEPTO-MASTER-CODIGO PIC 9(03).
              10 WRK-DEPTO-MASTER-NOME   PIC X(20).
              10 WRK-DEPTO-MASTER-EMPRESA PIC 9(02).
