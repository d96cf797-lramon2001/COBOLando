      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do cadastro de disciplinas
      * e das notas por disciplina: as tabelas carregadas por
      * 9580-CARREGAR-DISCIPLINAS e 9590-CARREGAR-NOTAS-DISC e as
      * consultas - o chamador informa WRK-DSC-TURMA-PROC e
      * WRK-DSC-CODIGO-PROC e executa 9582-LOCALIZAR-DISCIPLINA
      * (posicao em WRK-DSC-IDX-ACHADO), ou informa
      * WRK-NDS-MATRICULA-PROC, WRK-DSC-CODIGO-PROC e
      * WRK-NDS-BIMESTRE-PROC e executa 9592-LOCALIZAR-NOTA-DISC
      * (posicao em WRK-NDS-IDX-ACHADO);
      * zeros = nao encontrado. Tabela estourada na carga fica
      * marcada para o chamador nao regravar o arquivo sem os
      * registros que nao couberam. COPY na WORKING-STORAGE
      * SECTION. Usar em conjunto com DISCSL.COB, DISCFD.COB e
      * DISCPR.COB.
      * Tectonics: cobc (COPY 'DISCWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-DISCIPLINAS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-NOTAS-DISC     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-DISCIPLINAS       PIC X(01) VALUES 'N'.
           88 FIM-DISCIPLINAS VALUE 'S'.
       77  WRK-FIM-NOTAS-DISC        PIC X(01) VALUES 'N'.
           88 FIM-NOTAS-DISC VALUE 'S'.
       77  WRK-DSC-ESTOUROU          PIC X(01) VALUES 'N'.
           88 DISCIPLINAS-ESTOURARAM VALUE 'S'.
       77  WRK-NDS-ESTOUROU          PIC X(01) VALUES 'N'.
           88 NOTAS-DISC-ESTOURARAM VALUE 'S'.
       77  WRK-DSC-TURMA-PROC        PIC 9(02) VALUES ZEROS.
       77  WRK-DSC-CODIGO-PROC       PIC X(04) VALUES SPACES.
       77  WRK-DSC-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-NDS-MATRICULA-PROC    PIC 9(05) VALUES ZEROS.
       77  WRK-NDS-BIMESTRE-PROC     PIC 9(01) VALUES ZEROS.
       77  WRK-NDS-IDX-ACHADO        PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-DISCIPLINAS       PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-NOTAS-DISC        PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-DISCIPLINAS.
           05 WRK-DISCIPLINA-ITEM OCCURS 300 TIMES
                                   INDEXED BY WRK-IDX-DSC.
              10 WRK-DSC-TURMA          PIC 9(02).
              10 WRK-DSC-CODIGO         PIC X(04).
              10 WRK-DSC-NOME           PIC X(20).
              10 WRK-DSC-CARGA          PIC 9(03).
       01  WRK-TAB-NOTAS-DISC.
           05 WRK-NOTA-DISC-ITEM OCCURS 5000 TIMES
                                  INDEXED BY WRK-IDX-NDS.
              10 WRK-NDS-MATRICULA      PIC 9(05).
              10 WRK-NDS-DISCIPLINA     PIC X(04).
              10 WRK-NDS-BIMESTRE       PIC 9(01).
              10 WRK-NDS-NOTA-1         PIC 9(2)V99.
              10 WRK-NDS-NOTA-2         PIC 9(2)V99.
              10 WRK-NDS-FALTAS         PIC 9(03).
