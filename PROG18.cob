      *              matricula (retorno sem conta segue casando so
      *              pela matricula, para o banco que ainda manda o
      *              layout antigo).
      * 15/10/2026 - FD de BANK-PAYMENT.DAT com a empresa pagadora
      *              (BPG-EMPRESA): sem ela cada detalhe era lido
      *              como dois registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG18.
           05 BPG-AGENCIA      PIC 9(04).
           05 BPG-CONTA        PIC 9(08).
           05 BPG-DIGITO       PIC 9(01).
           05 BPG-EMPRESA      PIC 9(02).
       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-RECORD.
           05 RTN-MATRICULA    PIC 9(05).
