      *              ARQUIVO-LOCK.CTL; trava obsoleta de abend pode
      *              ser removida pelo operador, com o override
      *              auditado.
      * 15/10/2026 - A alcada do desbloqueio passa a ser a da funcao
      *              DESBLOQUEIO na matriz de permissoes, conferida
      *              pelo PROG29, no lugar da lista fixa de niveis.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG31.
           SELECT LOCKOUT-FILE ASSIGN TO "LOCKOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOCKOUT.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESS-LOG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ACESSO.
              10 LCK-MES      PIC 9(02).
              10 LCK-DIA      PIC 9(02).
           05 LCK-BLOQUEADO   PIC X(01).
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           05 LOG-USUARIO    PIC X(15).
           COPY 'TRVAWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-LOCKOUT   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ACESSO    PIC X(02) VALUES ZEROS.
       77  WRK-FIM-LOCKOUT      PIC X(01) VALUES 'N'.
           88 FIM-LOCKOUT VALUE 'S'.
       77  WRK-OPCAO PIC X(01) VALUES SPACE.
           88 OPCAO-LISTAR      VALUE 'L'.
           88 OPCAO-DESBLOQUEAR VALUE 'D'.
           88 OPCAO-SAIR        VALUE '9'.
       77  WRK-ADMIN            PIC X(15) VALUES SPACES.
       77  WRK-NIVEL-ADMIN      PIC 9(02) VALUES ZEROS.
       77  WRK-ALVO             PIC X(15) VALUES SPACES.
       77  WRK-MOTIVO           PIC X(14) VALUES SPACES.
       77  WRK-QTD-LOCKOUT      PIC 9(03) VALUES ZEROS.
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 0050-AUTORIZAR-ADMIN.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM PERMISSAO PARA ADMINISTRAR O ' ,
                   'LOCKOUT (FUNCAO DESBLOQUEIO).'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Alcada do administrador pela funcao DESBLOQUEIO no PROG29;
      * o nivel devolvido vai para o ACCESS-LOG.LOG.
       0050-AUTORIZAR-ADMIN.
           MOVE WRK-ADMIN     TO AUT-USUARIO.
           MOVE 'DESBLOQUEIO' TO AUT-FUNCAO.
           MOVE 'N'           TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           MOVE AUT-NIVEL     TO WRK-NIVEL-ADMIN.

       0100-CARREGAR-LOCKOUT.
           OPEN INPUT LOCKOUT-FILE.
