      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD e layout do movimento mensal por conta
      * (MOVIMENTO-CONTAS.LOG): uma linha por conta e competencia
      * (AAAAMM, a da data do lancamento) a cada postagem do PROG25,
      * com os debitos e creditos aceitos - SALDOS.DAT so guarda o
      * saldo corrente, e e deste arquivo que o PROG75 tira o
      * movimento do mes, do mes anterior e do ano e volta o saldo de
      * SALDOS.DAT ate o fim de qualquer competencia. Arquivo so
      * acrescentado: varias linhas da mesma conta e competencia se
      * somam. COPY dentro da FILE SECTION. Usar em conjunto com
      * MVCTSL.COB (FILE-CONTROL).
      * Tectonics: cobc (COPY 'MVCTFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  MOVIMENTO-CONTAS-FILE.
       01  MOVIMENTO-CONTAS-RECORD.
           05 MVC-CONTA         PIC 9(04).
           05 FILLER            PIC X(01).
           05 MVC-COMPETENCIA   PIC 9(06).
           05 FILLER            PIC X(01).
           05 MVC-DEBITOS       PIC 9(10)V99.
           05 FILLER            PIC X(01).
           05 MVC-CREDITOS      PIC 9(10)V99.
           05 FILLER            PIC X(01).
           05 MVC-DATA-POSTAGEM PIC 9(08).
