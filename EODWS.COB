      *              entradas em silencio) foi aposentada - sobram so
      *              os campos de troca com os paragrafos de
      *              EODPR.COB.
      * 15/10/2026 - WRK-DATA-EOD/WRK-HORA-EOD passam a devolver
      *              tambem o momento da linha lida pelo
      *              9630-LER-TOTAIS-EOD.
      ******************************************************************
       77  WRK-STATUS-EOD            PIC X(02) VALUES ZEROS.
       77  WRK-EOD-PROGRAMA-ATUAL    PIC X(08) VALUES SPACES.
