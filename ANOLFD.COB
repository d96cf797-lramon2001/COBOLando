      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do arquivo do ano letivo fechado, no estilo da
      * geracao de temporada do PROG58: tipo '1' e o header (ano,
      * data do fechamento e usuario); tipo '2' e o resultado final
      * congelado de um aluno (medias dos bimestres, final,
      * conceito, frequencia, situacao e a turma de destino no ano
      * seguinte - 99 = concluiu o curso); tipo '3' e o resultado
      * de uma disciplina do aluno, logo abaixo do tipo '2', nas
      * turmas com grade de disciplinas. COPY dentro da FILE
      * SECTION. Usar em conjunto com ANOLSL.COB e ANOLWS.COB.
      * Tectonics: cobc (COPY 'ANOLFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  ANO-LETIVO-FILE.
       01  ANO-LETIVO-RECORD.
           05 ANL-TIPO            PIC X(01).
              88 ANL-HEADER       VALUE '1'.
              88 ANL-ALUNO        VALUE '2'.
              88 ANL-DISCIPLINA   VALUE '3'.
           05 ANL-MATRICULA       PIC 9(05).
           05 ANL-NOME            PIC X(20).
           05 ANL-TURMA           PIC 9(02).
           05 ANL-MEDIA-BIM       PIC 9(2)V99 OCCURS 4 TIMES.
           05 ANL-FINAL           PIC 9(2)V99.
           05 ANL-CONCEITO        PIC X(01).
           05 ANL-FREQUENCIA      PIC 9(03).
           05 ANL-SITUACAO        PIC X(19).
           05 ANL-TURMA-DESTINO   PIC 9(02).
           05 ANL-MARCA           PIC X(18).
       01  ANO-LETIVO-HEADER REDEFINES ANO-LETIVO-RECORD.
           05 ANH-TIPO            PIC X(01).
           05 ANH-ANO             PIC 9(04).
           05 ANH-DATA            PIC 9(08).
           05 ANH-USUARIO         PIC X(20).
           05 FILLER              PIC X(58).
       01  ANO-LETIVO-DISC REDEFINES ANO-LETIVO-RECORD.
           05 AND-TIPO            PIC X(01).
           05 AND-MATRICULA       PIC 9(05).
           05 AND-CODIGO          PIC X(04).
           05 AND-NOME            PIC X(20).
           05 AND-MEDIA-BIM       PIC 9(2)V99 OCCURS 4 TIMES.
           05 AND-FINAL           PIC 9(2)V99.
           05 AND-CONCEITO        PIC X(01).
           05 AND-FREQUENCIA      PIC 9(03).
           05 AND-SITUACAO        PIC X(19).
           05 FILLER              PIC X(18).
