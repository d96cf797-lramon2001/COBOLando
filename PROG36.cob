      *              processamento de resultados do PROG15 incluiu -
      *              o backup carrega o registro completo de 40
      *              posicoes.
      * 15/10/2026 - Incluida a exportacao do cadastro de funcionarios
      *              (modo 5, EMPLOYEE-MASTER.DAT para
      *              EMPLOYEE-BACKUP.DAT, mesmo header e trailer) - e a
      *              copia da vespera que a comparacao antes/depois do
      *              PROG10 confronta com o cadastro do dia. Sem
      *              restauracao: o cadastro continua mantido so pelo
      *              PROG17.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG36.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMF-CODIGO
               FILE STATUS IS WRK-STATUS-TEAM.
           COPY 'EMPMSL.COB'.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WRK-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BACKUP.
           05 TMF-DERROTAS    PIC 9(03).
           05 TMF-GOLS-PRO    PIC 9(03).
           05 TMF-GOLS-CONTRA PIC 9(03).
           COPY 'EMPMFD.COB'.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05 BKP-TIPO-REG  PIC X(01).
       WORKING-STORAGE SECTION.
           COPY 'TRVAWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'EMPMWS.COB'.
       77  WRK-STATUS-ALUNO   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TEAM    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-BACKUP  PIC X(02) VALUES ZEROS.
           88 MODO-RES-ALUNOS  VALUE '2'.
           88 MODO-EXP-TIMES   VALUE '3'.
           88 MODO-RES-TIMES   VALUE '4'.
           88 MODO-EXP-FUNC    VALUE '5'.
           88 MODO-SAIR        VALUE '9'.
       77  WRK-FIM-ARQUIVO    PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
           PERFORM UNTIL MODO-SAIR
               DISPLAY ' '
               DISPLAY '1-EXPORTAR ALUNOS  2-RESTAURAR ALUNOS  ' ,
                   '3-EXPORTAR TIMES  4-RESTAURAR TIMES  ' ,
                   '5-EXPORTAR FUNCIONARIOS  9-SAIR: '
               ACCEPT WRK-MODO FROM CONSOLE
               EVALUATE TRUE
                   WHEN MODO-EXP-ALUNOS
                       PERFORM 0300-EXPORTAR-TIMES
                   WHEN MODO-RES-TIMES
                       PERFORM 0400-RESTAURAR-TIMES
                   WHEN MODO-EXP-FUNC
                       PERFORM 0500-EXPORTAR-FUNCIONARIOS
                   WHEN MODO-SAIR
                       CONTINUE
                   WHEN OTHER
               PERFORM 0250-CONFERIR-CONTROLES
           END-IF.

      * Descarrega o EMPLOYEE-MASTER.DAT para EMPLOYEE-BACKUP.DAT com
      * o mesmo header e trailer (soma das matriculas) dos alunos.
       0500-EXPORTAR-FUNCIONARIOS.
           MOVE 'EMPLOYEE-BACKUP.DAT' TO WRK-NOME-BACKUP.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-SOMA-CHAVE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC NOT = '00'
               DISPLAY 'EMPLOYEE-MASTER.DAT NAO ENCONTRADO - ' ,
                   'EXPORTACAO IMPOSSIVEL'
               MOVE 'N' TO WRK-CONTROLE-OK
           ELSE
               OPEN OUTPUT BACKUP-FILE
               PERFORM 0150-GRAVAR-HEADER
               PERFORM UNTIL FIM-ARQUIVO
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE SPACES TO BACKUP-RECORD
                           MOVE 'D' TO BKP-TIPO-REG
                           MOVE EMP-RECORD TO BKP-DADOS
                           WRITE BACKUP-RECORD
                           ADD 1 TO WRK-QTD-REGISTROS
                           ADD EMP-MATRICULA TO WRK-SOMA-CHAVE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM 0160-GRAVAR-TRAILER
               CLOSE BACKUP-FILE
               ADD 1 TO WRK-QTD-OPERACOES
               DISPLAY 'EXPORTADOS ' WRK-QTD-REGISTROS ,
                   ' FUNCIONARIOS (SOMA DE CHAVES ' WRK-SOMA-CHAVE ')'
           END-IF.

           COPY 'TRVAPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG36.
