      *              usa 9800, TRAILEPR.COB usa 9900/9950) - evita
      *              colisao de paragrafo num programa que venha a
      *              incluir os dois books.
      * 15/10/2026 - Grava a chave do registro atingido
      *              (WRK-AUDIT-CHAVE) e a limpa depois da gravacao,
      *              para o evento seguinte do programa nao herdar a
      *              chave do anterior.
      ******************************************************************
       9850-GRAVAR-AUDITORIA.
           ACCEPT WRK-DATA-AUDITORIA FROM DATE YYYYMMDD.
           MOVE WRK-HORA-AUDITORIA     TO AUDIT-HORA.
           ADD 1 TO WRK-AUDIT-SEQUENCIA.
           MOVE WRK-AUDIT-SEQUENCIA    TO AUDIT-SEQUENCIA.
           MOVE WRK-AUDIT-CHAVE        TO AUDIT-CHAVE.
           WRITE AUDIT-RECORD.
           MOVE SPACES                 TO WRK-AUDIT-CHAVE.
           CLOSE AUDIT-LOG-FILE.
