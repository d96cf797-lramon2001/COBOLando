      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - Carga e busca passaram a tratar a empresa dona do
      *              departamento (DEP-EMPRESA); registro sem empresa
      *              valida fica na empresa 01.
      ******************************************************************
       9500-CARREGAR-DEPARTAMENTOS.
           MOVE ZEROS TO WRK-QTD-DEPTO-TAB.
                               MOVE DEP-NOME TO
                                   WRK-DEPTO-MASTER-NOME
                                       (WRK-IDX-DEPTO-MASTER)
                               IF DEP-EMPRESA IS NUMERIC
                                  AND DEP-EMPRESA > ZEROS
                                   MOVE DEP-EMPRESA TO
                                       WRK-DEPTO-MASTER-EMPRESA
                                           (WRK-IDX-DEPTO-MASTER)
                               ELSE
                                   MOVE 1 TO
                                       WRK-DEPTO-MASTER-EMPRESA
                                           (WRK-IDX-DEPTO-MASTER)
                               END-IF
                           ELSE
                               DISPLAY 'AVISO: TABELA DE ' ,
                                   'DEPARTAMENTOS CHEIA - CODIGO ' ,
       9550-BUSCAR-DEPARTAMENTO.
           MOVE 'N'    TO WRK-DEPTO-ACHOU.
           MOVE SPACES TO WRK-DEPTO-NOME-ACHADO.
           MOVE ZEROS  TO WRK-DEPTO-EMPRESA-ACHADA.
           PERFORM VARYING WRK-IDX-DEPTO-MASTER FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO-MASTER > WRK-QTD-DEPTO-TAB
               IF WRK-DEPTO-MASTER-CODIGO(WRK-IDX-DEPTO-MASTER) =
                   MOVE 'S' TO WRK-DEPTO-ACHOU
                   MOVE WRK-DEPTO-MASTER-NOME(WRK-IDX-DEPTO-MASTER)
                       TO WRK-DEPTO-NOME-ACHADO
                   MOVE WRK-DEPTO-MASTER-EMPRESA(WRK-IDX-DEPTO-MASTER)
                       TO WRK-DEPTO-EMPRESA-ACHADA
               END-IF
           END-PERFORM.
