      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Clausula SELECT do cadastro de empresas / filiais do
      * grupo (EMPRESAS.DAT), usado pelo PROG17 para criticar a
      * empresa do funcionario e pela folha (PROG04), pelo resumo do
      * ciclo (PROG16) e pelo extrato anual (PROG48) para nomear cada
      * empresa nas remessas, nas guias e nos totais. COPY dentro do
      * paragrafo FILE-CONTROL de cada programa. Usar em conjunto com
      * EMPRFD.COB (FILE SECTION), EMPRWS.COB (WORKING-STORAGE) e
      * EMPRPR.COB (PROCEDURE DIVISION).
      * Tectonics: cobc (COPY 'EMPRSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT EMPRESAS-FILE ASSIGN TO "EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMPRESA.
