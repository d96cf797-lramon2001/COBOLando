      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD e layout de registro do historico de renegociacoes
      * de emprestimo (LOAN-RENEG.LOG): um registro por renegociacao,
      * com a sequencia (CON-RENEG depois dela), a data, as condicoes
      * que o contrato tinha antes e as que passou a ter, a quantidade
      * de parcelas substituidas (marcadas 'R'), o saldo renegociado
      * e o numero da primeira parcela do cronograma novo. O
      * LOAN-MASTER.DAT guarda so as condicoes vigentes; as originais
      * ficam no primeiro registro do contrato. COPY dentro da FILE
      * SECTION. Usar em conjunto com RNHSL.COB (FILE-CONTROL).
      * Tectonics: cobc (COPY 'RNHFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  RENEG-HIST-FILE.
       01  RENEG-HIST-RECORD.
           05 RNH-CONTRATO          PIC 9(06).
           05 RNH-SEQUENCIA         PIC 9(02).
           05 RNH-DATA              PIC 9(08).
           05 RNH-TAXA-ANTERIOR     PIC 9(03)V99.
           05 RNH-PERIODOS-ANTERIOR PIC 9(03).
           05 RNH-INICIO-ANTERIOR   PIC 9(06).
           05 RNH-TAXA-NOVA         PIC 9(03)V99.
           05 RNH-PERIODOS-NOVOS    PIC 9(03).
           05 RNH-INICIO-NOVO       PIC 9(06).
           05 RNH-QTD-SUBSTITUIDAS  PIC 9(03).
           05 RNH-SALDO             PIC 9(08)V99.
           05 RNH-PRIMEIRA-PARCELA  PIC 9(03).
