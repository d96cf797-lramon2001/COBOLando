      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do log de acesso (ACCESS-LOG.LOG) para quem
      * usa o sigilo dos dados salariais: cada visao sem mascara de
      * salario, liquido e dados bancarios fica registrada ali, ao
      * lado das decisoes de acesso do PROG08. COPY dentro do
      * FILE-CONTROL. Usar em conjunto com SIGLFD.COB, SIGLWS.COB e
      * SIGLPR.COB.
      * Tectonics: cobc (COPY 'SIGLSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESS-LOG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACESSO.
