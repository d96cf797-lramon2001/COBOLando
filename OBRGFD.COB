      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do cadastro de obrigacoes legais da folha
      * (OBRIGACOES.DAT). Situacao 'A' em aberto, 'P' paga (com data,
      * valor, multa e juros do recolhimento) e 'C' cancelada (folha
      * estornada pelo PROG62). COPY dentro da FILE SECTION. Usar em
      * conjunto com OBRGSL.COB, OBRGWS.COB e OBRGPR.COB.
      * Tectonics: cobc (COPY 'OBRGFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Incluida a empresa / filial devedora
      *              (OBR-EMPRESA) - cada empresa do grupo recolhe a
      *              propria guia; branco ou zeros nos registros
      *              antigos valem empresa 01.
      ******************************************************************
       FD  OBRIGACOES-FILE.
       01  OBRIGACOES-RECORD.
           05 OBR-TRIBUTO        PIC X(04).
           05 FILLER             PIC X(01).
           05 OBR-COMPETENCIA    PIC 9(06).
           05 FILLER             PIC X(01).
           05 OBR-ORIGEM         PIC X(08).
           05 FILLER             PIC X(01).
           05 OBR-VALOR          PIC 9(10)V99.
           05 FILLER             PIC X(01).
           05 OBR-VENCIMENTO     PIC 9(08).
           05 FILLER             PIC X(01).
           05 OBR-SITUACAO       PIC X(01).
           05 FILLER             PIC X(01).
           05 OBR-DATA-PAGTO     PIC 9(08).
           05 FILLER             PIC X(01).
           05 OBR-VALOR-PAGO     PIC 9(10)V99.
           05 FILLER             PIC X(01).
           05 OBR-MULTA-PAGA     PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 OBR-JUROS-PAGOS    PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 OBR-USUARIO        PIC X(15).
           05 FILLER             PIC X(01).
           05 OBR-DATA-REGISTRO  PIC 9(08).
           05 FILLER             PIC X(01).
           05 OBR-EMPRESA        PIC 9(02).
