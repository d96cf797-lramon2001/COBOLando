      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do calendario de feriados. Um registro por feriado
      * com a data completa AAAAMMDD - feriado fixo tambem tem um
      * registro por ano, gerado pelo PROG99 junto com os moveis -, a
      * abrangencia ('N' nacional, 'E' estadual, 'M' municipal) e a
      * descricao. COPY dentro da FILE SECTION. Usar em conjunto com
      * CALNSL.COB, CALNWS.COB e CALNPR.COB.
      * Tectonics: cobc (COPY 'CALNFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  FERIADOS-FILE.
       01  FERIADOS-RECORD.
           05 FER-DATA           PIC 9(08).
           05 FILLER             PIC X(01).
           05 FER-ABRANGENCIA    PIC X(01).
              88 FER-NACIONAL  VALUE 'N'.
              88 FER-ESTADUAL  VALUE 'E'.
              88 FER-MUNICIPAL VALUE 'M'.
           05 FILLER             PIC X(01).
           05 FER-DESCRICAO      PIC X(30).
