      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - Dia nao util pelo calendario de feriados
      *              compartilhado (FERIADOS.DAT, books CALN*), o mesmo
      *              do PROG03, no lugar da tabela fixa propria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG32.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SIGNON.
           COPY 'TRAILESL.COB'.
           COPY 'CALNSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-FILE.
           05 FILLER       PIC X(01).
           05 SIG-TIPO     PIC X(01).
           COPY 'TRAILEFD.COB'.
           COPY 'CALNFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'CALNWS.COB'.
       77  WRK-STATUS-SIGNON   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-SIGNON      PIC X(01) VALUES 'N'.
           88 FIM-SIGNON VALUE 'S'.
           05 WRK-QBR-CC PIC 9(02).
       77  WRK-DURACAO-SEG     PIC S9(07) VALUES ZEROS.
       77  WRK-DURACAO-MIN     PIC 9(05) VALUES ZEROS.
       77  WRK-MARCA-DIA    PIC X(22) VALUES SPACES.
      * Sessoes abertas do dia, aguardando o sign-off correspondente.
       77  WRK-QTD-PENDENTES PIC 9(03) VALUES ZEROS.
           DISPLAY ' '.

      * Fim de semana ou feriado no dia do relatorio vira marca em
      * todas as sessoes listadas. Feriado pelo calendario
      * compartilhado (FERIADOS.DAT), o mesmo do sign-on do PROG03.
       0080-MARCAR-DIA-NAO-UTIL.
           MOVE SPACES TO WRK-MARCA-DIA.
           PERFORM 9810-CARREGAR-CALENDARIO.
           MOVE WRK-DATA-DESEJADA TO WRK-CAL-DATA.
           PERFORM 9815-VERIFICAR-DIA-UTIL.
           IF NOT CAL-DIA-UTIL
               MOVE '*** DIA NAO UTIL ***' TO WRK-MARCA-DIA
               DISPLAY 'ATENCAO: DATA DO RELATORIO E FERIADO OU ' ,
                   'FIM DE SEMANA - ENTRADAS MARCADAS'
               IF CAL-FERIADO
                   DISPLAY 'FERIADO: ' WRK-CAL-DESCRICAO
               END-IF
           END-IF.

       0100-PROCESSAR-SIGNON.
           DISPLAY 'SESSOES ENCERRADAS NO DIA: ' WRK-QTD-SESSOES.

           COPY 'TRAILEPR.COB'.
           COPY 'CALNPR.COB'.
       END PROGRAM PROG32.
