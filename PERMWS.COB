      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE da matriz de permissoes: a
      * tabela carregada por 9740-CARREGAR-PERMISSOES e a consulta
      * de 9742-LOCALIZAR-PERMISSAO - funcao, tipo, nivel e usuario
      * em WRK-PMS-*-PROC, posicao em WRK-PMS-IDX-ACHADO (zeros =
      * nao encontrada). 9746-CONFERIR-PERMISSAO usa
      * WRK-PMS-FUNCAO-PROC, WRK-PMS-NIVEL-PROC e
      * WRK-PMS-USUARIO-PROC e responde em FUNCAO-CONHECIDA e
      * PERMISSAO-CONCEDIDA. Tabela estourada na carga fica marcada
      * para o chamador nao regravar o arquivo sem os registros que
      * nao couberam. COPY na WORKING-STORAGE SECTION. Usar em
      * conjunto com PERMSL.COB, PERMFD.COB e PERMPR.COB.
      * Tectonics: cobc (COPY 'PERMWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-PERMISSOES     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-PERMISSOES        PIC X(01) VALUES 'N'.
           88 FIM-PERMISSOES VALUE 'S'.
       77  WRK-PMS-ESTOUROU          PIC X(01) VALUES 'N'.
           88 PERMISSOES-ESTOURARAM VALUE 'S'.
       77  WRK-PMS-ARQUIVO-OK        PIC X(01) VALUES 'N'.
           88 MATRIZ-PERMISSOES-EXISTE VALUE 'S'.
       77  WRK-PMS-FUNCAO-PROC       PIC X(14) VALUES SPACES.
       77  WRK-PMS-TIPO-PROC         PIC X(01) VALUES SPACE.
       77  WRK-PMS-NIVEL-PROC        PIC 9(02) VALUES ZEROS.
       77  WRK-PMS-USUARIO-PROC      PIC X(15) VALUES SPACES.
       77  WRK-PMS-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-PMS-CONHECIDA         PIC X(01) VALUES 'N'.
           88 FUNCAO-CONHECIDA VALUE 'S'.
       77  WRK-PMS-CONCEDIDA         PIC X(01) VALUES 'N'.
           88 PERMISSAO-CONCEDIDA VALUE 'S'.
       77  WRK-QTD-PERMISSOES        PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-PERMISSOES.
           05 WRK-PERMISSAO-ITEM OCCURS 300 TIMES
                                  INDEXED BY WRK-IDX-PMS.
              10 WRK-PMS-FUNCAO         PIC X(14).
              10 WRK-PMS-TIPO           PIC X(01).
              10 WRK-PMS-NIVEL          PIC 9(02).
              10 WRK-PMS-USUARIO        PIC X(15).
              10 WRK-PMS-ADMIN          PIC X(15).
              10 WRK-PMS-DATA           PIC 9(08).
