      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD e layout do razao por lancamento
      * (RAZAO-CONTAS.LOG): uma linha por lancamento ACEITO em cada
      * postagem do PROG25, com a data do lancamento, o voucher, o
      * motivo, debito/credito e o valor, mais a data e hora da
      * postagem. O TRANS-POSTADOS.LOG guarda tambem as linhas
      * rejeitadas e nao tem o voucher; e deste arquivo que o PROG77
      * monta o razao analitico com saldo corrido. Arquivo so
      * acrescentado. COPY dentro da FILE SECTION. Usar em conjunto
      * com RAZASL.COB (FILE-CONTROL).
      * Tectonics: cobc (COPY 'RAZAFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  RAZAO-CONTAS-FILE.
       01  RAZAO-CONTAS-RECORD.
           05 RAZ-CONTA         PIC 9(04).
           05 FILLER            PIC X(01).
           05 RAZ-DATA          PIC 9(08).
           05 FILLER            PIC X(01).
           05 RAZ-VOUCHER       PIC 9(06).
           05 FILLER            PIC X(01).
           05 RAZ-MOTIVO        PIC X(10).
           05 FILLER            PIC X(01).
           05 RAZ-DC            PIC X(01).
           05 FILLER            PIC X(01).
           05 RAZ-VALOR         PIC 9(10)V99.
           05 FILLER            PIC X(01).
           05 RAZ-DATA-POSTAGEM PIC 9(08).
           05 FILLER            PIC X(01).
           05 RAZ-HORA-POSTAGEM PIC 9(08).
