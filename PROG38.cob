      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - STOP RUN passou a GOBACK para o programa rodar
      *              como passo do job stream do PROG95; o modo (1
      *              selar, 2 verificar) pode vir do parametro do
      *              passo em JOB-CHAMADA.CTL, sem operador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG38.
           SELECT SELOS-FILE ASSIGN TO "SELOS-AUDITORIA.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SELOS.
           SELECT JOB-CHAMADA-FILE ASSIGN TO "JOB-CHAMADA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
           05 SEL-QTD         PIC 9(06).
           05 FILLER          PIC X(01).
           05 SEL-HASH        PIC 9(10)V99.
       FD  JOB-CHAMADA-FILE.
       01  JOB-CHAMADA-RECORD.
           05 JCH-PROGRAMA     PIC X(08).
           05 FILLER           PIC X(01).
           05 JCH-PARAMETRO    PIC X(20).
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
       77  WRK-STATUS-GRADE     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-HISTORICO PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SELOS     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CHAMADA   PIC X(02) VALUES ZEROS.
       77  WRK-MODO-STREAM      PIC X(01) VALUES 'N'.
           88 MODO-STREAM VALUE 'S'.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-SELAR     VALUE '1'.
           88 MODO-VERIFICAR VALUE '2'.
       0001-PRINCIPAL.
           MOVE 'PROG38' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0020-VERIFICAR-CHAMADA.
           IF NOT MODO-STREAM
               DISPLAY '1-SELAR O DIA  2-VERIFICAR OS SELOS: '
               ACCEPT WRK-MODO FROM CONSOLE
           END-IF.
           EVALUATE TRUE
               WHEN MODO-SELAR
                   PERFORM 0100-SELAR-DIA
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Chamada do job stream do PROG95: o modo vem no parametro do
      * passo, sem operador no terminal; a chamada e consumida na
      * hora, como no PROG50.
       0020-VERIFICAR-CHAMADA.
           OPEN INPUT JOB-CHAMADA-FILE.
           IF WRK-STATUS-CHAMADA = '00'
               READ JOB-CHAMADA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCH-PROGRAMA = 'PROG38'
                           SET MODO-STREAM TO TRUE
                           MOVE JCH-PARAMETRO(1:1) TO WRK-MODO
                       END-IF
               END-READ
               CLOSE JOB-CHAMADA-FILE
               IF MODO-STREAM
                   OPEN OUTPUT JOB-CHAMADA-FILE
                   CLOSE JOB-CHAMADA-FILE
               END-IF
           END-IF.

      * Fecha o dia: um selo por arquivo de auditoria com a contagem
      * e o hash-total dos registros da data corrente.
