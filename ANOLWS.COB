      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do arquivo do ano letivo
      * fechado: nome dinamico ANO-LETIVO-AAAA.DAT (montado pelo
      * chamador em WRK-NOME-ANO-LETIVO a partir de
      * WRK-ANO-LETIVO), status, fim de arquivo e a turma reservada
      * aos alunos que concluiram o curso no fechamento (nao deve
      * ser cadastrada em TURMAS.DAT). COPY na WORKING-STORAGE
      * SECTION. Usar em conjunto com ANOLSL.COB e ANOLFD.COB.
      * Tectonics: cobc (COPY 'ANOLWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-ANO-LETIVO     PIC X(02) VALUES ZEROS.
       77  WRK-NOME-ANO-LETIVO       PIC X(30) VALUES SPACES.
       77  WRK-ANO-LETIVO            PIC 9(04) VALUES ZEROS.
       77  WRK-FIM-ANO-LETIVO        PIC X(01) VALUES 'N'.
           88 FIM-ANO-LETIVO VALUE 'S'.
       77  WRK-TURMA-CONCLUINTES     PIC 9(02) VALUE 99.
