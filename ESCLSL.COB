      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do cadastro de escalas de trabalho: as escalas
      * (ESCALAS.DAT - jornada do dia e padrao de dias de trabalho,
      * folga e repouso semanal) e a atribuicao de escala por
      * matricula com vigencia (ESCALA-FUNC.DAT), alem das
      * justificativas de ausencia (JUSTIFICATIVAS.DAT). Mantido pelo
      * PROG71 e usado pelo PROG43 na apuracao do ponto e das faltas.
      * COPY dentro do FILE-CONTROL. Usar em conjunto com ESCLFD.COB,
      * ESCLWS.COB e ESCLPR.COB.
      * Tectonics: cobc (COPY 'ESCLSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT ESCALAS-FILE ASSIGN TO "ESCALAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESCALA.
           SELECT ESCALA-FUNC-FILE ASSIGN TO "ESCALA-FUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESC-FUNC.
           SELECT JUSTIFICATIVA-FILE ASSIGN TO "JUSTIFICATIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JUSTIF.
