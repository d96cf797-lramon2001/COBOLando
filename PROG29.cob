      *              DIFERENTE do requisitante, valido so no dia, e
      *              sai auditada como OVERRIDE SOD - o resumo do
      *              PROG30 destaca cada override.
      * 15/10/2026 - A decisao deixa de ser fixa por nivel: cada
      *              funcao e conferida na matriz PERMISSOES.CTL
      *              (books PERM*, mantida pelo PROG94), que concede
      *              a niveis ou a usuarios especificos. Funcao fora
      *              da matriz (ou matriz ausente) e negada com o
      *              motivo FUNCAO DESCONH; funcao conhecida sem
      *              concessao ao usuario, com SEM PERMISSAO. A
      *              propria funcao PERMISSOES fica restrita ao
      *              ADMINISTRADOR, para a matriz nao se trancar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG29.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESS-LOG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACESSO.
           COPY 'PERMSL.COB'.
           COPY 'AUDITSL.COB'.
       DATA DIVISION.
       FILE SECTION.
           05 LOG-DATA      PIC 9(08).
           05 FILLER         PIC X(01).
           05 LOG-HORA       PIC 9(08).
           COPY 'PERMFD.COB'.
           COPY 'AUDITFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'PERMWS.COB'.
           COPY 'AUDITWS.COB'.
       77  WRK-STATUS-USUARIOS PIC X(02) VALUES ZEROS.
       77  WRK-FIM-USUARIOS    PIC X(01) VALUES 'N'.
               END-READ
           END-PERFORM.

      * Usuario desconhecido ou inativo e negado. A manutencao da
      * matriz (funcao PERMISSOES) e so do ADMINISTRADOR (01); as
      * demais funcoes valem pela matriz de permissoes.
       0200-DECIDIR.
           EVALUATE TRUE
               WHEN NOT USUARIO-ACHADO
                   CONTINUE
               WHEN WRK-USUARIO-ATIVO NOT = 'S'
                   CONTINUE
               WHEN AUT-FUNCAO = 'PERMISSOES'
                   MOVE WRK-NIVEL-ACHADO TO AUT-NIVEL
                   IF WRK-NIVEL-ACHADO = 01
                       MOVE 'S' TO AUT-CONCEDIDO
                   ELSE
                       MOVE 'SEM PERMISSAO' TO AUT-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE WRK-NIVEL-ACHADO TO AUT-NIVEL
                   PERFORM 0250-CONFERIR-MATRIZ
           END-EVALUATE.

      * Concede se a funcao tem na matriz uma concessao ao nivel do
      * usuario ou ao proprio usuario; funcao que nao consta da
      * matriz e negada - nunca concedida por omissao.
       0250-CONFERIR-MATRIZ.
           PERFORM 9740-CARREGAR-PERMISSOES.
           IF NOT MATRIZ-PERMISSOES-EXISTE
               DISPLAY 'AVISO: PERMISSOES.CTL NAO ENCONTRADO - ' ,
                   'FUNCAO ' AUT-FUNCAO ' NEGADA'
           END-IF.
           MOVE AUT-FUNCAO       TO WRK-PMS-FUNCAO-PROC.
           MOVE WRK-NIVEL-ACHADO TO WRK-PMS-NIVEL-PROC.
           MOVE AUT-USUARIO      TO WRK-PMS-USUARIO-PROC.
           PERFORM 9746-CONFERIR-PERMISSAO.
           EVALUATE TRUE
               WHEN NOT FUNCAO-CONHECIDA
                   MOVE 'FUNCAO DESCONH' TO AUT-MOTIVO
                   DISPLAY 'AUTORIZACAO NEGADA: FUNCAO ' AUT-FUNCAO ,
                       ' NAO CONSTA DA MATRIZ DE PERMISSOES'
               WHEN PERMISSAO-CONCEDIDA
                   MOVE 'S' TO AUT-CONCEDIDO
               WHEN OTHER
                   MOVE 'SEM PERMISSAO' TO AUT-MOTIVO
           END-EVALUATE.

       0300-AUDITAR-NEGATIVA.
               CLOSE USER-MASTER-FILE
           END-IF.

           COPY 'PERMPR.COB'.
           COPY 'AUDITPR.COB'.
       END PROGRAM PROG29.
