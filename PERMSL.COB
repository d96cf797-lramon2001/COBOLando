      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT da matriz de permissoes por funcao
      * (PERMISSOES.CTL), consultada pelo modulo de autorizacao
      * PROG29 e mantida pelo PROG94. COPY dentro do FILE-CONTROL.
      * Usar em conjunto com PERMFD.COB, PERMWS.COB e PERMPR.COB.
      * Tectonics: cobc (COPY 'PERMSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT PERMISSOES-FILE ASSIGN TO "PERMISSOES.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PERMISSOES.
