      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Clausula SELECT do historico de renegociacoes de
      * emprestimo (LOAN-RENEG.LOG), compartilhada entre quem grava
      * (PROG26, modo 5) e quem le (PROG88, extrato do contrato).
      * COPY dentro do paragrafo FILE-CONTROL; o FILE STATUS
      * WRK-STATUS-RENEG-HIST e declarado por cada programa. Usar em
      * conjunto com RNHFD.COB (FILE SECTION).
      * Tectonics: cobc (COPY 'RNHSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT RENEG-HIST-FILE ASSIGN TO "LOAN-RENEG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RENEG-HIST.
