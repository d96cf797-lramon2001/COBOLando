      *              e regravacao da tabela de 10 posicoes - o
      *              consolidado do PROG16 comporta a suite inteira
      *              sem editar OCCURS.
      * 15/10/2026 - 9630-LER-TOTAIS-EOD tambem devolve a data e a
      *              hora em que a linha foi gravada (WRK-DATA-EOD e
      *              WRK-HORA-EOD), para quem precisa saber se um
      *              programa rodou depois de outro.
      ******************************************************************
      * Grava (ou regrava) a linha do proprio programa; o arquivo e
      * criado vazio na primeira execucao, como o PROG17 faz com o
       9630-LER-TOTAIS-EOD.
           MOVE 'N'   TO WRK-EOD-ACHOU.
           MOVE ZEROS TO WRK-EOD-QTD WRK-EOD-VALOR-PRINCIPAL
               WRK-EOD-VALOR-SECUNDARIO WRK-DATA-EOD WRK-HORA-EOD.
           OPEN INPUT EOD-TOTALS-FILE.
           IF WRK-STATUS-EOD = '00'
               MOVE WRK-EOD-PROGRAMA-ATUAL TO EOD-PROGRAMA
                           TO WRK-EOD-VALOR-PRINCIPAL
                       MOVE EOD-VALOR-SECUNDARIO
                           TO WRK-EOD-VALOR-SECUNDARIO
                       MOVE EOD-DATA TO WRK-DATA-EOD
                       MOVE EOD-HORA TO WRK-HORA-EOD
                       MOVE 'S' TO WRK-EOD-ACHOU
               END-READ
               CLOSE EOD-TOTALS-FILE
