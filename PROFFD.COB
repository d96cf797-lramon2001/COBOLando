      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do cadastro de professores e das atribuicoes de
      * aula. PROFESSORES-RECORD: codigo do professor, usuario de
      * USER-MASTER.DAT com que ele entra nos programas de nota,
      * nome e situacao ('A' ativo, 'I' inativo - inativo nao lanca
      * nota). ATRIBUICOES-RECORD: no ano letivo, a disciplina da
      * grade da turma (DISCIPLINAS.DAT) dada pelo professor, com as
      * aulas por semana; disciplina em branco e a turma sem grade
      * de disciplinas, cujas notas gerais ficam no STUDENT.DAT. Um
      * professor por turma, disciplina e ano. COPY dentro da FILE
      * SECTION. Usar em conjunto com PROFSL.COB, PROFWS.COB e
      * PROFPR.COB.
      * Tectonics: cobc (COPY 'PROFFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  PROFESSORES-FILE.
       01  PROFESSORES-RECORD.
           05 PRF-CODIGO          PIC 9(04).
           05 FILLER              PIC X(01).
           05 PRF-USUARIO         PIC X(15).
           05 FILLER              PIC X(01).
           05 PRF-NOME            PIC X(30).
           05 FILLER              PIC X(01).
           05 PRF-SITUACAO        PIC X(01).
              88 PRF-ATIVO        VALUE 'A'.
              88 PRF-INATIVO      VALUE 'I'.
       FD  ATRIBUICOES-FILE.
       01  ATRIBUICOES-RECORD.
           05 ATB-ANO             PIC 9(04).
           05 FILLER              PIC X(01).
           05 ATB-TURMA           PIC 9(02).
           05 FILLER              PIC X(01).
           05 ATB-DISCIPLINA      PIC X(04).
           05 FILLER              PIC X(01).
           05 ATB-PROFESSOR       PIC 9(04).
           05 FILLER              PIC X(01).
           05 ATB-AULAS-SEMANA    PIC 9(02).
