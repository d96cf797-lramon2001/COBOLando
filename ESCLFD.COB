      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do cadastro de escalas de trabalho. A escala tem o
      * tipo 'S' semanal (padrao de 7 posicoes de segunda a domingo)
      * ou 'C' ciclo (padrao do tamanho do ciclo contado a partir da
      * data-base, ex.: 12x36 = 'TF' com ciclo 2); cada posicao do
      * padrao e 'T' trabalho, 'F' folga ou 'R' repouso semanal
      * remunerado (DSR). ESC-MINUTOS-DIA e a jornada do dia de
      * trabalho (480 no horario administrativo, 720 no 12x36, menor
      * no tempo parcial). A atribuicao vale de EFU-INICIO ate
      * EFU-FIM (zeros = em aberto). A justificativa abona a ausencia
      * da matricula no dia JUS-DATA. COPY dentro da FILE SECTION.
      * Usar em conjunto com ESCLSL.COB, ESCLWS.COB e ESCLPR.COB.
      * Tectonics: cobc (COPY 'ESCLFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  ESCALAS-FILE.
       01  ESCALAS-RECORD.
           05 ESC-CODIGO         PIC X(04).
           05 FILLER             PIC X(01).
           05 ESC-DESCRICAO      PIC X(20).
           05 FILLER             PIC X(01).
           05 ESC-TIPO           PIC X(01).
              88 ESC-SEMANAL VALUE 'S'.
              88 ESC-CICLO   VALUE 'C'.
           05 FILLER             PIC X(01).
           05 ESC-MINUTOS-DIA    PIC 9(04).
           05 FILLER             PIC X(01).
           05 ESC-TAMANHO-CICLO  PIC 9(02).
           05 FILLER             PIC X(01).
           05 ESC-PADRAO         PIC X(14).
           05 FILLER             PIC X(01).
           05 ESC-DATA-BASE      PIC 9(08).
       FD  ESCALA-FUNC-FILE.
       01  ESCALA-FUNC-RECORD.
           05 EFU-MATRICULA      PIC 9(05).
           05 FILLER             PIC X(01).
           05 EFU-CODIGO         PIC X(04).
           05 FILLER             PIC X(01).
           05 EFU-INICIO         PIC 9(08).
           05 FILLER             PIC X(01).
           05 EFU-FIM            PIC 9(08).
       FD  JUSTIFICATIVA-FILE.
       01  JUSTIFICATIVA-RECORD.
           05 JUS-MATRICULA      PIC 9(05).
           05 FILLER             PIC X(01).
           05 JUS-DATA           PIC 9(08).
           05 FILLER             PIC X(01).
           05 JUS-MOTIVO         PIC X(20).
           05 FILLER             PIC X(01).
           05 JUS-USUARIO        PIC X(15).
