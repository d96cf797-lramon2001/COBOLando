      * Tectonics: cobc (COPY 'AUTPRM.COB')
      *
      * Modification History:
      * 15/10/2026 - AUT-MOTIVO tambem volta FUNCAO DESCONH (funcao
      *              fora da matriz PERMISSOES.CTL) e SEM PERMISSAO
      *              (funcao sem concessao ao nivel ou ao usuario).
      * 02/09/2026 - Incluido AUT-MOTIVO, devolvido pelo PROG29 com o
      *              codigo do motivo da negativa (ex.: SOD CONFLITO)
      *              ou OVERRIDE SOD quando a excecao autorizada
