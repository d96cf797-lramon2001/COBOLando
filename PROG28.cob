      * 02/09/2026 - Notas por bimestre acompanhadas: o historico
      *              mostra as medias dos quatro bimestres e a final
      *              ponderada pelos pesos do NOTAS.CTL.
      * 15/10/2026 - Anos letivos fechados pelo PROG07 (modo 7):
      *              o historico lista, ano a ano, o resultado final
      *              congelado em ANO-LETIVO-AAAA.DAT (medias,
      *              frequencia, situacao, turma seguinte e notas
      *              por disciplina); aluno na turma 99 aparece como
      *              tendo concluido o curso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG28.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE.
           COPY 'TRAILESL.COB'.
           COPY 'ANOLSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           05 CTL-CORTE-DISTINCAO PIC 9(2)V99.
           05 CTL-PESO-BIM        PIC 9(02) OCCURS 4 TIMES.
           COPY 'TRAILEFD.COB'.
           COPY 'ANOLFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'ANOLWS.COB'.
       77  WRK-STATUS-ALUNO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-AUDITORIA PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONTROLE  PIC X(02) VALUES ZEROS.
       77  WRK-CORTE-REC        PIC 9(2)V99 VALUE 2.00.
       77  WRK-CORTE-APROV      PIC 9(2)V99 VALUE 6.00.
       77  WRK-QTD-EVENTOS      PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-ANOS         PIC 9(02) VALUES ZEROS.
       77  WRK-ANO-INICIAL      PIC 9(04) VALUE 2000.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG28' TO WRK-TRAILER-PROGRAMA.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 0100-EXIBIR-SITUACAO-ATUAL.
           PERFORM 0200-EXIBIR-HISTORICO.
           PERFORM 0300-EXIBIR-ANOS-ARQUIVADOS.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-EVENTOS TO WRK-TRAILER-QTD.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
                           WRK-MEDIA-BIM(4) ,
                           '  FINAL PONDERADA: ' WRK-MEDIA
                       EVALUATE TRUE
                           WHEN ALU-TURMA = WRK-TURMA-CONCLUINTES
                               DISPLAY 'SITUACAO ATUAL: CONCLUIU O ' ,
                                   'CURSO'
                           WHEN WRK-MEDIA < WRK-CORTE-REC
                               DISPLAY 'SITUACAO ATUAL: REPROVADO'
                           WHEN WRK-MEDIA < WRK-CORTE-APROV
               '--------'.
           DISPLAY 'EVENTOS DO ALUNO: ' WRK-QTD-EVENTOS.

      * Resultado final de cada ano letivo fechado pelo PROG07: os
      * arquivos ANO-LETIVO-AAAA.DAT sao procurados de 2000 ate o
      * ano corrente, como a varredura de temporadas do PROG58.
       0300-EXIBIR-ANOS-ARQUIVADOS.
           DISPLAY ' '.
           DISPLAY 'ANOS LETIVOS FECHADOS:'.
           DISPLAY 'ANO  TURMA MEDIAS BIMESTRAIS        FINAL C FREQ ' ,
               'SITUACAO            SEGUINTE'.
           DISPLAY '-----------------------------------------------' ,
               '--------'.
           PERFORM VARYING WRK-ANO-LETIVO FROM WRK-ANO-INICIAL BY 1
                   UNTIL WRK-ANO-LETIVO > WRK-ANO-RELATORIO
               MOVE SPACES TO WRK-NOME-ANO-LETIVO
               STRING 'ANO-LETIVO-' WRK-ANO-LETIVO '.DAT'
                   DELIMITED BY SIZE INTO WRK-NOME-ANO-LETIVO
               OPEN INPUT ANO-LETIVO-FILE
               IF WRK-STATUS-ANO-LETIVO = '00'
                   MOVE 'N' TO WRK-FIM-ANO-LETIVO
                   PERFORM UNTIL FIM-ANO-LETIVO
                       READ ANO-LETIVO-FILE
                           AT END
                               MOVE 'S' TO WRK-FIM-ANO-LETIVO
                           NOT AT END
                               PERFORM 0310-EXIBIR-REGISTRO-ANO
                       END-READ
                   END-PERFORM
                   CLOSE ANO-LETIVO-FILE
               END-IF
           END-PERFORM.
           DISPLAY '-----------------------------------------------' ,
               '--------'.
           DISPLAY 'ANOS LETIVOS DO ALUNO: ' WRK-QTD-ANOS.

       0310-EXIBIR-REGISTRO-ANO.
           IF ANL-ALUNO AND ANL-MATRICULA = WRK-MATRICULA
               ADD 1 TO WRK-QTD-ANOS
               DISPLAY WRK-ANO-LETIVO ' ' ANL-TURMA '    ' ,
                   ANL-MEDIA-BIM(1) ' ' ANL-MEDIA-BIM(2) ' ' ,
                   ANL-MEDIA-BIM(3) ' ' ANL-MEDIA-BIM(4) ' ' ,
                   ANL-FINAL ' ' ANL-CONCEITO ' ' ANL-FREQUENCIA ,
                   '% ' ANL-SITUACAO ' ' ANL-TURMA-DESTINO
               IF ANL-MARCA NOT = SPACES
                   DISPLAY '           ' ANL-MARCA
               END-IF
           END-IF.
           IF ANL-DISCIPLINA AND AND-MATRICULA = WRK-MATRICULA
               DISPLAY '     ' AND-CODIGO ' ' AND-NOME ' ' ,
                   AND-MEDIA-BIM(1) ' ' AND-MEDIA-BIM(2) ' ' ,
                   AND-MEDIA-BIM(3) ' ' AND-MEDIA-BIM(4) ' ' ,
                   AND-FINAL ' ' AND-CONCEITO ' ' AND-FREQUENCIA ,
                   '% ' AND-SITUACAO
           END-IF.

           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG28.
