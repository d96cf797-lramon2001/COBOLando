      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - STOP RUN passou a GOBACK para o programa rodar
      *              como passo do job stream do PROG95; a data do
      *              relatorio pode vir do parametro do passo em
      *              JOB-CHAMADA.CTL (sem operador), e o relatorio
      *              ganhou a secao dos passos do job stream do dia -
      *              executados, com aviso, com falha, pulados na
      *              retomada e pendentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG34.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-CHAMADA-FILE ASSIGN TO "JOB-CHAMADA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CHAMADA-FILE.
       01  JOB-CHAMADA-RECORD.
           05 JCH-PROGRAMA     PIC X(08).
           05 FILLER           PIC X(01).
           05 JCH-PARAMETRO    PIC X(20).
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'TRAILEWS.COB'.
              10 WRK-RUN-PROGRAMA PIC X(08).
              10 WRK-RUN-HORA     PIC 9(06).
              10 WRK-RUN-VIVA     PIC X(01).
      * Chamada do job stream do PROG95 (data do relatorio no
      * parametro do passo).
       77  WRK-STATUS-CHAMADA  PIC X(02) VALUES ZEROS.
       77  WRK-MODO-STREAM     PIC X(01) VALUES 'N'.
           88 MODO-STREAM VALUE 'S'.
      * Passos do job stream do dia: inicio ('S') casado com o
      * termino ('T') do mesmo passo e programa.
       77  WRK-QTD-PASSOS      PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PSO-EXEC    PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PSO-AVISO   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PSO-FALHA   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PSO-PULADO  PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PSO-PENDENTE PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PSO-ABERTO  PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-PASSOS.
           05 WRK-PSO-ITEM OCCURS 100 TIMES
                            INDEXED BY WRK-IDX-PSO.
              10 WRK-PSO-PASSO    PIC 9(02).
              10 WRK-PSO-PROGRAMA PIC X(08).
              10 WRK-PSO-INICIO   PIC 9(06).
              10 WRK-PSO-FIM      PIC 9(06).
              10 WRK-PSO-RC       PIC 9(04).
              10 WRK-PSO-SITUACAO PIC X(10).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG34' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0020-VERIFICAR-CHAMADA.
           IF NOT MODO-STREAM
               DISPLAY 'DATA DO RELATORIO (AAAAMMDD, ZEROS = HOJE): '
               ACCEPT WRK-DATA-DESEJADA FROM CONSOLE
           END-IF.
           IF WRK-DATA-DESEJADA = ZEROS
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
               MOVE WRK-DATA-RELATORIO TO WRK-DATA-DESEJADA
           DISPLAY 'EXECUCOES ENCERRADAS: ' WRK-QTD-EXECUCOES.
           DISPLAY 'ENCERRADAS COM ERRO:  ' WRK-QTD-COM-ERRO.
           DISPLAY 'SEM REGISTRO DE FIM:  ' WRK-QTD-SEM-FIM.
           IF WRK-QTD-PASSOS > ZEROS
               PERFORM 0400-LISTAR-PASSOS
           END-IF.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-EXECUCOES TO WRK-TRAILER-QTD.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Chamada do job stream do PROG95: a data do relatorio vem no
      * parametro do passo (em branco ou zeros = hoje), sem operador
      * no terminal; a chamada e consumida na hora, como no PROG50.
       0020-VERIFICAR-CHAMADA.
           OPEN INPUT JOB-CHAMADA-FILE.
           IF WRK-STATUS-CHAMADA = '00'
               READ JOB-CHAMADA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCH-PROGRAMA = 'PROG34'
                           SET MODO-STREAM TO TRUE
                           IF JCH-PARAMETRO(1:8) NUMERIC
                               MOVE JCH-PARAMETRO(1:8)
                                   TO WRK-DATA-DESEJADA
                           END-IF
                       END-IF
               END-READ
               CLOSE JOB-CHAMADA-FILE
               IF MODO-STREAM
                   OPEN OUTPUT JOB-CHAMADA-FILE
                   CLOSE JOB-CHAMADA-FILE
               END-IF
           END-IF.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
           END-IF.

       0200-TRATAR-REGISTRO.
           EVALUATE RUN-TIPO
               WHEN 'F'
                   PERFORM 0250-FECHAR-EXECUCAO
               WHEN 'S'
                   PERFORM 0350-INICIAR-PASSO
               WHEN 'T'
                   PERFORM 0360-TERMINAR-PASSO
               WHEN OTHER
                   IF WRK-QTD-ABERTAS < 100
                       ADD 1 TO WRK-QTD-ABERTAS
                       SET WRK-IDX-RUN TO WRK-QTD-ABERTAS
                       MOVE RUN-PROGRAMA TO
                           WRK-RUN-PROGRAMA(WRK-IDX-RUN)
                       MOVE RUN-HORA TO WRK-RUN-HORA(WRK-IDX-RUN)
                       MOVE 'S' TO WRK-RUN-VIVA(WRK-IDX-RUN)
                   END-IF
           END-EVALUATE.

       0250-FECHAR-EXECUCAO.
           MOVE ZEROS TO WRK-IDX-ACHADO.
               END-IF
           END-PERFORM.

      * Passos do job stream (registros 'S' e 'T' do PROG95).
       0350-INICIAR-PASSO.
           IF WRK-QTD-PASSOS < 100
               ADD 1 TO WRK-QTD-PASSOS
               SET WRK-IDX-PSO TO WRK-QTD-PASSOS
               MOVE RUN-PASSO    TO WRK-PSO-PASSO(WRK-IDX-PSO)
               MOVE RUN-PROGRAMA TO WRK-PSO-PROGRAMA(WRK-IDX-PSO)
               MOVE RUN-HORA     TO WRK-PSO-INICIO(WRK-IDX-PSO)
               MOVE ZEROS        TO WRK-PSO-FIM(WRK-IDX-PSO)
                                    WRK-PSO-RC(WRK-IDX-PSO)
               MOVE 'EM CURSO' TO WRK-PSO-SITUACAO(WRK-IDX-PSO)
           END-IF.

      * Termino casa com o ultimo inicio ainda aberto do mesmo passo
      * e programa; passo pulado ou pendente so tem o termino.
       0360-TERMINAR-PASSO.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-PSO FROM 1 BY 1
                   UNTIL WRK-IDX-PSO > WRK-QTD-PASSOS
               IF WRK-PSO-PASSO(WRK-IDX-PSO) = RUN-PASSO
                  AND WRK-PSO-PROGRAMA(WRK-IDX-PSO) = RUN-PROGRAMA
                  AND WRK-PSO-FIM(WRK-IDX-PSO) = ZEROS
                  AND WRK-PSO-SITUACAO(WRK-IDX-PSO) = 'EM CURSO'
                   SET WRK-IDX-ACHADO TO WRK-IDX-PSO
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO = ZEROS AND WRK-QTD-PASSOS < 100
               ADD 1 TO WRK-QTD-PASSOS
               MOVE WRK-QTD-PASSOS TO WRK-IDX-ACHADO
               SET WRK-IDX-PSO TO WRK-IDX-ACHADO
               MOVE RUN-PASSO    TO WRK-PSO-PASSO(WRK-IDX-PSO)
               MOVE RUN-PROGRAMA TO WRK-PSO-PROGRAMA(WRK-IDX-PSO)
               MOVE ZEROS        TO WRK-PSO-INICIO(WRK-IDX-PSO)
           END-IF.
           IF WRK-IDX-ACHADO > ZEROS
               SET WRK-IDX-PSO TO WRK-IDX-ACHADO
               MOVE RUN-HORA           TO WRK-PSO-FIM(WRK-IDX-PSO)
               MOVE RUN-PASSO-RC       TO WRK-PSO-RC(WRK-IDX-PSO)
               MOVE RUN-PASSO-SITUACAO TO WRK-PSO-SITUACAO(WRK-IDX-PSO)
           END-IF.

       0400-LISTAR-PASSOS.
           DISPLAY ' '.
           DISPLAY '    PASSOS DO JOB STREAM NOTURNO (PROG95)'.
           DISPLAY 'PASSO PROGRAMA INICIO FIM    RC   SITUACAO'.
           DISPLAY '-----------------------------------------------'.
           PERFORM VARYING WRK-IDX-PSO FROM 1 BY 1
                   UNTIL WRK-IDX-PSO > WRK-QTD-PASSOS
               EVALUATE WRK-PSO-SITUACAO(WRK-IDX-PSO)
                   WHEN 'EXECUTADO'
                       ADD 1 TO WRK-QTD-PSO-EXEC
                   WHEN 'AVISO'
                       ADD 1 TO WRK-QTD-PSO-EXEC
                       ADD 1 TO WRK-QTD-PSO-AVISO
                   WHEN 'FALHOU'
                       ADD 1 TO WRK-QTD-PSO-FALHA
                   WHEN 'EM CURSO'
                       ADD 1 TO WRK-QTD-PSO-ABERTO
                   WHEN 'PULADO'
                       ADD 1 TO WRK-QTD-PSO-PULADO
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-PSO-PENDENTE
               END-EVALUATE
               IF WRK-PSO-INICIO(WRK-IDX-PSO) = ZEROS
                   DISPLAY '  ' WRK-PSO-PASSO(WRK-IDX-PSO) '  ' ,
                       WRK-PSO-PROGRAMA(WRK-IDX-PSO) ' ' ,
                       '  --    --         ' ,
                       WRK-PSO-SITUACAO(WRK-IDX-PSO)
               ELSE
                   DISPLAY '  ' WRK-PSO-PASSO(WRK-IDX-PSO) '  ' ,
                       WRK-PSO-PROGRAMA(WRK-IDX-PSO) ' ' ,
                       WRK-PSO-INICIO(WRK-IDX-PSO)(1:2) ':' ,
                       WRK-PSO-INICIO(WRK-IDX-PSO)(3:2) ' ' ,
                       WRK-PSO-FIM(WRK-IDX-PSO)(1:2) ':' ,
                       WRK-PSO-FIM(WRK-IDX-PSO)(3:2) '  ' ,
                       WRK-PSO-RC(WRK-IDX-PSO) ' ' ,
                       WRK-PSO-SITUACAO(WRK-IDX-PSO)
               END-IF
           END-PERFORM.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'PASSOS EXECUTADOS:    ' WRK-QTD-PSO-EXEC
               ' (COM AVISO: ' WRK-QTD-PSO-AVISO ')'.
           DISPLAY 'PASSOS COM FALHA:     ' WRK-QTD-PSO-FALHA.
           DISPLAY 'PULADOS NA RETOMADA:  ' WRK-QTD-PSO-PULADO.
           DISPLAY 'PENDENTES:            ' WRK-QTD-PSO-PENDENTE.
           DISPLAY 'SEM TERMINO (EM CURSO OU ABORTADOS): ' ,
               WRK-QTD-PSO-ABERTO.

           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG34.
