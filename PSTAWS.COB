      *
      * Modification History:
      * 02/09/2026 - Criado.
      * 15/10/2026 - Status 'E' (exercicio encerrado, gravado pelo
      *              PROG76 nos doze meses do ano) tambem conta como
      *              periodo fechado para todos os escritores.
      ******************************************************************
       77  WRK-STATUS-PSTATUS        PIC X(02) VALUES ZEROS.
       77  WRK-FIM-PSTATUS           PIC X(01) VALUES 'N'.
       77  WRK-QTD-PST-TAB           PIC 9(03) VALUES ZEROS.
       77  WRK-PST-COMPETENCIA       PIC 9(06) VALUES ZEROS.
       77  WRK-PST-SITUACAO          PIC X(01) VALUES 'A'.
           88 PERIODO-FECHADO VALUE 'F' 'E'.
           88 EXERCICIO-ENCERRADO VALUE 'E'.
       77  WRK-PST-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-PSTATUS.
           05 WRK-PST-ITEM OCCURS 120 TIMES
