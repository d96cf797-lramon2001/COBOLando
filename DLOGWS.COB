      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do log de distribuicao do
      * spool (DISTRIBUICAO.LOG): status e fim de arquivo. COPY na
      * WORKING-STORAGE SECTION. Usar em conjunto com DLOGSL.COB e
      * DLOGFD.COB.
      * Tectonics: cobc (COPY 'DLOGWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-DIST-LOG       PIC X(02) VALUES ZEROS.
       77  WRK-FIM-DIST-LOG          PIC X(01) VALUES 'N'.
           88 FIM-DIST-LOG VALUE 'S'.
