      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do cadastro de disciplinas e das notas por
      * disciplina. DISCIPLINAS-RECORD: uma disciplina da grade de
      * uma turma de TURMAS.DAT - o mesmo codigo pode se repetir em
      * turmas diferentes; DSC-CARGA-HORARIA e o total de aulas da
      * disciplina no ano, base da frequencia por disciplina (zero =
      * a disciplina segue a frequencia geral do aluno).
      * NOTAS-DISC-RECORD: as duas notas e as faltas do aluno na
      * disciplina em um bimestre (1 a 4); o bimestre 5 guarda o
      * exame de recuperacao da disciplina em NDS-NOTA-1. COPY
      * dentro da FILE SECTION. Usar em conjunto com DISCSL.COB,
      * DISCWS.COB e DISCPR.COB.
      * Tectonics: cobc (COPY 'DISCFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  DISCIPLINAS-FILE.
       01  DISCIPLINAS-RECORD.
           05 DSC-TURMA           PIC 9(02).
           05 FILLER              PIC X(01).
           05 DSC-CODIGO          PIC X(04).
           05 FILLER              PIC X(01).
           05 DSC-NOME            PIC X(20).
           05 FILLER              PIC X(01).
           05 DSC-CARGA-HORARIA   PIC 9(03).
       FD  NOTAS-DISC-FILE.
       01  NOTAS-DISC-RECORD.
           05 NDS-MATRICULA       PIC 9(05).
           05 FILLER              PIC X(01).
           05 NDS-DISCIPLINA      PIC X(04).
           05 FILLER              PIC X(01).
           05 NDS-BIMESTRE        PIC 9(01).
              88 NDS-EXAME-RECUP  VALUE 5.
           05 FILLER              PIC X(01).
           05 NDS-NOTA-1          PIC 9(2)V99.
           05 FILLER              PIC X(01).
           05 NDS-NOTA-2          PIC 9(2)V99.
           05 FILLER              PIC X(01).
           05 NDS-FALTAS          PIC 9(03).
