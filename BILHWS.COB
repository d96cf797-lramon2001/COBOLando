      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE da bilheteria dos jogos da
      * liga: a tabela carregada por 9730-CARREGAR-BILHETERIA e a
      * consulta de 9732-LOCALIZAR-BILHETERIA pelo jogo em
      * WRK-BIL-RODADA-PROC, WRK-BIL-CASA-PROC e WRK-BIL-FORA-PROC
      * (posicao em WRK-BIL-IDX-ACHADO, zeros = nao encontrado).
      * Tabela estourada na carga fica marcada para o chamador nao
      * regravar o arquivo sem os jogos que nao couberam. COPY na
      * WORKING-STORAGE SECTION. Usar em conjunto com BILHSL.COB,
      * BILHFD.COB e BILHPR.COB.
      * Tectonics: cobc (COPY 'BILHWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-BILHETERIA     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-BILHETERIA        PIC X(01) VALUES 'N'.
           88 FIM-BILHETERIA VALUE 'S'.
       77  WRK-BIL-ESTOUROU          PIC X(01) VALUES 'N'.
           88 BILHETERIA-ESTOUROU VALUE 'S'.
       77  WRK-BIL-RODADA-PROC       PIC 9(02) VALUES ZEROS.
       77  WRK-BIL-CASA-PROC         PIC 9(02) VALUES ZEROS.
       77  WRK-BIL-FORA-PROC         PIC 9(02) VALUES ZEROS.
       77  WRK-BIL-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-BILHETERIA        PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-BILHETERIA.
           05 WRK-BILHETERIA-ITEM OCCURS 400 TIMES
                                   INDEXED BY WRK-IDX-BIL.
              10 WRK-BIL-RODADA         PIC 9(02).
              10 WRK-BIL-CASA           PIC 9(02).
              10 WRK-BIL-FORA           PIC 9(02).
              10 WRK-BIL-INGRESSOS      PIC 9(06).
              10 WRK-BIL-BRUTA          PIC 9(08)V99.
              10 WRK-BIL-DESPESAS       PIC 9(08)V99.
              10 WRK-BIL-COTA-LIGA      PIC 9(08)V99.
              10 WRK-BIL-COTA-CASA      PIC 9(08)V99.
              10 WRK-BIL-COTA-FORA      PIC 9(08)V99.
              10 WRK-BIL-DATA-LANC      PIC 9(08).
              10 WRK-BIL-VOUCHER        PIC 9(06).
