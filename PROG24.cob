      *              PROG20 e o PROG42 registram passaram a ser
      *              listados marcados, fora da variacao e das
      *              estatisticas - como os de 13o.
      * 15/10/2026 - Os ciclos de folha complementar (C) do PROG16
      *              tambem passaram a ser listados marcados (CPL),
      *              fora da variacao e das estatisticas.
      * 15/10/2026 - Os ciclos de PLR (tipo P) sao listados marcados
      *              como PLR, fora da variacao e das estatisticas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG24.

      * Cada ciclo vira uma linha; a variacao percentual e calculada
      * contra o ciclo normal anterior e os registros de 13o,
      * rescisao, ferias, complementar e PLR so sao listados
      * (marcados), sem entrar na variacao nem nas estatisticas - uma
      * rescisao avulsa nao e custo de folha do mes.
       0200-LISTAR-CICLO.
           ADD 1 TO WRK-QTD-CICLOS.
           MOVE RESUMO-VALOR-AUMENTO TO WRK-MASC-AUMENTO.
           MOVE RESUMO-VALOR-FOLHA   TO WRK-MASC-FOLHA.
           IF RESUMO-TIPO = 'D' OR RESUMO-TIPO = 'R'
              OR RESUMO-TIPO = 'F' OR RESUMO-TIPO = 'C'
              OR RESUMO-TIPO = 'P'
               EVALUATE RESUMO-TIPO
                   WHEN 'D'
                       MOVE '13O' TO WRK-TIPO-LINHA
                   WHEN 'R'
                       MOVE 'RES' TO WRK-TIPO-LINHA
                   WHEN 'C'
                       MOVE 'CPL' TO WRK-TIPO-LINHA
                   WHEN 'P'
                       MOVE 'PLR' TO WRK-TIPO-LINHA
                   WHEN OTHER
                       MOVE 'FER' TO WRK-TIPO-LINHA
               END-EVALUATE
