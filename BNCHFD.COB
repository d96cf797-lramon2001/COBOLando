      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do banco de horas. No razao (BANCO-HORAS.DAT) a
      * origem e 'P' ponto (PROG43), 'F' folga compensatoria
      * aprovada, 'V' vencimento do prazo do acordo (pago ou
      * descontado na folha da competencia pelo PROG04), 'A' saldo
      * devedor vencido abonado (acordo sem desconto) e 'R' zeramento
      * na rescisao (PROG20); a natureza e 'C' credito ou 'D' debito,
      * sempre em minutos. No cadastro de acordos
      * (ACORDO-BANCO-HORAS.DAT) o prazo zero vale 6 meses, o
      * desconto 'S' autoriza descontar o saldo devedor em folha e a
      * situacao e 'A' ativo ou 'E' encerrado. COPY dentro da FILE
      * SECTION. Usar em conjunto com BNCHSL.COB, BNCHWS.COB e
      * BNCHPR.COB.
      * Tectonics: cobc (COPY 'BNCHFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  BANCO-HORAS-FILE.
       01  BANCO-HORAS-RECORD.
           05 BHL-MATRICULA      PIC 9(05).
           05 FILLER             PIC X(01).
           05 BHL-DATA           PIC 9(08).
           05 FILLER             PIC X(01).
           05 BHL-ORIGEM         PIC X(01).
              88 BHL-ORIGEM-PONTO      VALUE 'P'.
              88 BHL-ORIGEM-FOLGA      VALUE 'F'.
              88 BHL-ORIGEM-VENCIMENTO VALUE 'V'.
              88 BHL-ORIGEM-ABONO      VALUE 'A'.
              88 BHL-ORIGEM-RESCISAO   VALUE 'R'.
           05 FILLER             PIC X(01).
           05 BHL-NATUREZA       PIC X(01).
              88 BHL-CREDITO VALUE 'C'.
              88 BHL-DEBITO  VALUE 'D'.
           05 FILLER             PIC X(01).
           05 BHL-MINUTOS        PIC 9(05).
           05 FILLER             PIC X(01).
           05 BHL-COMPETENCIA    PIC 9(06).
           05 FILLER             PIC X(01).
           05 BHL-USUARIO        PIC X(15).
       FD  ACORDO-BH-FILE.
       01  ACORDO-BH-RECORD.
           05 ABH-MATRICULA        PIC 9(05).
           05 FILLER               PIC X(01).
           05 ABH-INICIO           PIC 9(08).
           05 FILLER               PIC X(01).
           05 ABH-PRAZO-MESES      PIC 9(02).
           05 FILLER               PIC X(01).
           05 ABH-PERMITE-DESCONTO PIC X(01).
           05 FILLER               PIC X(01).
           05 ABH-SITUACAO         PIC X(01).
