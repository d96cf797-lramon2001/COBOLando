      *              carencia ou vencendo na janela de aviso passa
      *              com aviso - janelas de SENHA-PARAM.CTL, as
      *              mesmas do PROG08.
      * 15/10/2026 - Verificacao de dia util passou para o calendario
      *              de feriados compartilhado (FERIADOS.DAT, books
      *              CALN*), com feriados estaduais, municipais e
      *              moveis, no lugar da tabela fixa de oito datas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG03.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SENHA-PRM.
           COPY 'AUDITSL.COB'.
           COPY 'CALNSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  NOME-TRANS-FILE.
           05 SPR-DIAS-AVISO    PIC 9(02).
           05 SPR-DIAS-CARENCIA PIC 9(03).
           COPY 'AUDITFD.COB'.
           COPY 'CALNFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'AUDITWS.COB'.
           COPY 'CALNWS.COB'.
       77  WRK-NOME PIC X(20) VALUES SPACES.
       01  WRK-DATA.
           02 WRK-ANO PIC 9(4) VALUES ZEROS.
           02 WRK-DIA PIC 9(2) VALUES ZEROS.
       77  WRK-HORA PIC 9(08) VALUES ZEROS.
       77  WRK-STATUS-SIGNON PIC X(02) VALUES ZEROS.
       77  WRK-DATA-OK      PIC X(01) VALUES 'S'.
           88 DATA-OK VALUE 'S'.
       77  WRK-DIAS-NO-MES  PIC 9(02) VALUES ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM 0005-LER-USER-MASTER.
            PERFORM 9810-CARREGAR-CALENDARIO.
            DISPLAY 'DIGITE 1 PARA CONSOLE OU 2 PARA LER ' ,
                'PROG03-TRANS.DAT: '.
            ACCEPT WRK-MODO-ENTRADA FROM CONSOLE.
                END-IF
            END-IF.

      * Dia util pelo calendario de feriados compartilhado
      * (FERIADOS.DAT, books CALN*).
       0050-VERIFICAR-DIA-UTIL.
            MOVE WRK-DATA TO WRK-CAL-DATA.
            PERFORM 9815-VERIFICAR-DIA-UTIL.
            IF NOT CAL-DIA-UTIL
                DISPLAY 'ATENCAO: HOJE E FERIADO/FIM DE SEMANA ' ,
                    WRK-CAL-DESCRICAO
            END-IF.

      * Nome desconhecido: conta no resumo do lote e entra no
            CLOSE SIGNON-FILE.

           COPY 'AUDITPR.COB'.
           COPY 'CALNPR.COB'.
       END PROGRAM PROG03.
