      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do arquivo do ano letivo fechado
      * (ANO-LETIVO-AAAA.DAT, nome montado em WRK-NOME-ANO-LETIVO),
      * gravado pelo fechamento do ano no modo 7 do PROG07 e lido
      * pelo historico escolar do PROG28. COPY dentro do
      * FILE-CONTROL. Usar em conjunto com ANOLFD.COB e ANOLWS.COB.
      * Tectonics: cobc (COPY 'ANOLSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT ANO-LETIVO-FILE ASSIGN TO DYNAMIC WRK-NOME-ANO-LETIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ANO-LETIVO.
