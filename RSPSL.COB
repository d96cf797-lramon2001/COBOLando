      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do cadastro de responsaveis financeiros
      * (RESPONSAVEIS.DAT, um por codigo de familia, mantido pelo
      * PROG89) e do vinculo aluno x familia (FAMILIAS.DAT, o mesmo
      * lido pelo PROG57 no desconto de irmaos). COPY dentro do
      * FILE-CONTROL. Usar em conjunto com RSPFD.COB, RSPWS.COB e
      * RSPPR.COB.
      * Tectonics: cobc (COPY 'RSPSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT RESPONSAVEIS-FILE ASSIGN TO "RESPONSAVEIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESPONSAVEL.
           SELECT FAMILIAS-FILE ASSIGN TO "FAMILIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAMILIAS.
