      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do cadastro de disciplinas por turma
      * (DISCIPLINAS.DAT) e das notas por aluno, disciplina e
      * bimestre (NOTAS-DISCIPLINA.DAT), mantidos pelo PROG91 e
      * lidos pelo boletim do PROG07. COPY dentro do FILE-CONTROL.
      * Usar em conjunto com DISCFD.COB, DISCWS.COB e DISCPR.COB.
      * Tectonics: cobc (COPY 'DISCSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT DISCIPLINAS-FILE ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DISCIPLINAS.
           SELECT NOTAS-DISC-FILE ASSIGN TO "NOTAS-DISCIPLINA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-NOTAS-DISC.
