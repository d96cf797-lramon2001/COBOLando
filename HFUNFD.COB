      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD e layout de registro do historico efetivo-datado
      * do cadastro de funcionarios (HISTORICO-FUNC.DAT): um registro
      * por mudanca, so acrescentado, nunca regravado. Cada registro
      * traz a data em que a mudanca vale (HFU-DATA-EFETIVA), o
      * evento, os valores de antes e de depois de nome, salario,
      * departamento, empresa, cargo e situacao, e um indicador S/N
      * por campo que de fato mudou - e com ele que o PROG74 remonta
      * o cadastro em qualquer data. Carimbo de programa, usuario,
      * data e hora da gravacao no fim. COPY dentro da FILE SECTION.
      * Usar em conjunto com HFUNSL.COB (FILE-CONTROL).
      * Tectonics: cobc (COPY 'HFUNFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  HIST-FUNC-FILE.
       01  HIST-FUNC-RECORD.
           05 HFU-MATRICULA         PIC 9(05).
           05 FILLER                PIC X(01).
           05 HFU-DATA-EFETIVA      PIC 9(08).
           05 FILLER                PIC X(01).
           05 HFU-EVENTO            PIC X(12).
           05 FILLER                PIC X(01).
           05 HFU-ANTERIOR.
              10 HFU-NOME-ANT       PIC X(15).
              10 FILLER             PIC X(01).
              10 HFU-SALARIO-ANT    PIC 9(06)V99.
              10 FILLER             PIC X(01).
              10 HFU-DEPTO-ANT      PIC 9(03).
              10 FILLER             PIC X(01).
              10 HFU-EMPRESA-ANT    PIC 9(02).
              10 FILLER             PIC X(01).
              10 HFU-CARGO-ANT      PIC 9(03).
              10 FILLER             PIC X(01).
              10 HFU-SITUACAO-ANT   PIC X(01).
           05 FILLER                PIC X(01).
           05 HFU-NOVO.
              10 HFU-NOME-NOVO      PIC X(15).
              10 FILLER             PIC X(01).
              10 HFU-SALARIO-NOVO   PIC 9(06)V99.
              10 FILLER             PIC X(01).
              10 HFU-DEPTO-NOVO     PIC 9(03).
              10 FILLER             PIC X(01).
              10 HFU-EMPRESA-NOVO   PIC 9(02).
              10 FILLER             PIC X(01).
              10 HFU-CARGO-NOVO     PIC 9(03).
              10 FILLER             PIC X(01).
              10 HFU-SITUACAO-NOVO  PIC X(01).
           05 FILLER                PIC X(01).
           05 HFU-MUDANCAS.
              10 HFU-MUDOU-NOME     PIC X(01).
              10 HFU-MUDOU-SALARIO  PIC X(01).
              10 HFU-MUDOU-DEPTO    PIC X(01).
              10 HFU-MUDOU-EMPRESA  PIC X(01).
              10 HFU-MUDOU-CARGO    PIC X(01).
              10 HFU-MUDOU-SITUACAO PIC X(01).
           05 FILLER                PIC X(01).
           05 HFU-PROGRAMA          PIC X(08).
           05 FILLER                PIC X(01).
           05 HFU-USUARIO           PIC X(15).
           05 FILLER                PIC X(01).
           05 HFU-DATA-REGISTRO     PIC 9(08).
           05 FILLER                PIC X(01).
           05 HFU-HORA-REGISTRO     PIC 9(08).
