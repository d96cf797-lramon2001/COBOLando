      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do banco de horas: o razao de lancamentos
      * (BANCO-HORAS.DAT), um registro por credito ou debito de
      * minutos do funcionario, e o cadastro de acordos individuais
      * de compensacao (ACORDO-BANCO-HORAS.DAT). O razao recebe os
      * lancamentos do ponto (PROG43), das folgas compensatorias e
      * vencimentos do fechamento mensal (PROG70) e o zeramento da
      * rescisao (PROG20). COPY dentro do FILE-CONTROL. Usar em
      * conjunto com BNCHFD.COB, BNCHWS.COB e BNCHPR.COB.
      * Tectonics: cobc (COPY 'BNCHSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT BANCO-HORAS-FILE ASSIGN TO "BANCO-HORAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BANCO-HORAS.
           SELECT ACORDO-BH-FILE ASSIGN TO "ACORDO-BANCO-HORAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACORDO-BH.
