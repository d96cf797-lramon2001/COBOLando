      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do cadastro de professores (PROFESSORES.DAT)
      * e das atribuicoes de aula (ATRIBUICOES.DAT: professor, turma,
      * disciplina e ano letivo), mantidos pelo PROG92. COPY dentro
      * do FILE-CONTROL. Usar em conjunto com PROFFD.COB, PROFWS.COB
      * e PROFPR.COB.
      * Tectonics: cobc (COPY 'PROFSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT PROFESSORES-FILE ASSIGN TO "PROFESSORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROFESSORES.
           SELECT ATRIBUICOES-FILE ASSIGN TO "ATRIBUICOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATRIBUICOES.
