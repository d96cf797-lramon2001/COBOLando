      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do cadastro de professores
      * e das atribuicoes de aula: as tabelas carregadas por
      * 9710-CARREGAR-PROFESSORES e 9720-CARREGAR-ATRIBUICOES e as
      * consultas - WRK-PRF-CODIGO-PROC em 9712-LOCALIZAR-PROFESSOR
      * (posicao em WRK-PRF-IDX-ACHADO); WRK-ATB-ANO-PROC,
      * WRK-ATB-TURMA-PROC e WRK-ATB-DISC-PROC em
      * 9722-LOCALIZAR-ATRIBUICAO (posicao em WRK-ATB-IDX-ACHADO);
      * zeros = nao encontrado. 9726-CONFERIR-ATRIBUICAO usa os
      * mesmos campos de ano, turma e disciplina (em branco = qualquer
      * disciplina da turma) e mais WRK-ATB-USUARIO-PROC e responde
      * em ATRIBUICAO-PERMITIDA. Tabela estourada na carga fica
      * marcada para o chamador nao regravar o arquivo sem os
      * registros que nao couberam. COPY na WORKING-STORAGE
      * SECTION. Usar em conjunto com PROFSL.COB, PROFFD.COB e
      * PROFPR.COB.
      * Tectonics: cobc (COPY 'PROFWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-PROFESSORES    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ATRIBUICOES    PIC X(02) VALUES ZEROS.
       77  WRK-FIM-PROFESSORES       PIC X(01) VALUES 'N'.
           88 FIM-PROFESSORES VALUE 'S'.
       77  WRK-FIM-ATRIBUICOES       PIC X(01) VALUES 'N'.
           88 FIM-ATRIBUICOES VALUE 'S'.
       77  WRK-PRF-ESTOUROU          PIC X(01) VALUES 'N'.
           88 PROFESSORES-ESTOURARAM VALUE 'S'.
       77  WRK-ATB-ESTOUROU          PIC X(01) VALUES 'N'.
           88 ATRIBUICOES-ESTOURARAM VALUE 'S'.
       77  WRK-PRF-CODIGO-PROC       PIC 9(04) VALUES ZEROS.
       77  WRK-PRF-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-ATB-ANO-PROC          PIC 9(04) VALUES ZEROS.
       77  WRK-ATB-TURMA-PROC        PIC 9(02) VALUES ZEROS.
       77  WRK-ATB-DISC-PROC         PIC X(04) VALUES SPACES.
       77  WRK-ATB-USUARIO-PROC      PIC X(15) VALUES SPACES.
       77  WRK-ATB-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-ATB-PERMITIDA         PIC X(01) VALUES 'N'.
           88 ATRIBUICAO-PERMITIDA VALUE 'S'.
       77  WRK-ATB-QTD-NO-ANO        PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PROFESSORES       PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-ATRIBUICOES       PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-PROFESSORES.
           05 WRK-PROFESSOR-ITEM OCCURS 200 TIMES
                                  INDEXED BY WRK-IDX-PRF.
              10 WRK-PRF-CODIGO         PIC 9(04).
              10 WRK-PRF-USUARIO        PIC X(15).
              10 WRK-PRF-NOME           PIC X(30).
              10 WRK-PRF-SITUACAO       PIC X(01).
       01  WRK-TAB-ATRIBUICOES.
           05 WRK-ATRIBUICAO-ITEM OCCURS 500 TIMES
                                   INDEXED BY WRK-IDX-ATB.
              10 WRK-ATB-ANO            PIC 9(04).
              10 WRK-ATB-TURMA          PIC 9(02).
              10 WRK-ATB-DISCIPLINA     PIC X(04).
              10 WRK-ATB-PROFESSOR      PIC 9(04).
              10 WRK-ATB-AULAS          PIC 9(02).
