      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do calendario de feriados da empresa
      * (FERIADOS.DAT, mantido pelo PROG99): feriados nacionais,
      * estaduais e municipais com data completa, inclusive os moveis
      * de cada ano (Carnaval, Sexta-feira Santa e Corpus Christi).
      * Base do servico de dia util usado pelo sign-on do PROG03, pela
      * presenca do PROG32, pelo ponto do PROG43 (via ESCLPR.COB), pela
      * projecao de caixa do PROG56 e pela mora do PROG26 e do PROG57.
      * COPY dentro do FILE-CONTROL. Usar em conjunto com CALNFD.COB,
      * CALNWS.COB e CALNPR.COB.
      * Tectonics: cobc (COPY 'CALNSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FERIADOS.
