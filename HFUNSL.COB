      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Clausula SELECT do historico efetivo-datado do
      * cadastro de funcionarios (HISTORICO-FUNC.DAT), compartilhada
      * entre quem grava (PROG17, PROG09, PROG20, PROG46) e quem le
      * (PROG74, consulta "na data"). COPY dentro do paragrafo
      * FILE-CONTROL. Usar em conjunto com HFUNFD.COB, HFUNWS.COB e
      * HFUNPR.COB.
      * Tectonics: cobc (COPY 'HFUNSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT HIST-FUNC-FILE ASSIGN TO "HISTORICO-FUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST-FUNC.
