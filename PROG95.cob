      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Job stream noturno dirigido por arquivo: fora a
      * corrente da folha do PROG16, os programas da noite (PROG33,
      * PROG34, selagem do PROG38, PROG60, PROG61, PROG30, PROG35)
      * eram rodados um a um pelo operador a partir de uma lista, e
      * a lista quebrava quando ele faltava. A definicao do stream
      * fica em JOBSTREAM.CTL - por passo, o programa, o parametro
      * (entregue ao programa em JOB-CHAMADA.CTL, consumida por ele
      * como o PROG50 faz com ORCAMENTO-CHAMADA.CTL), o RETURN-CODE
      * maximo aceito e se a falha interrompe o stream ('P') ou so
      * avisa ('A'). Os passos rodam em ordem; o inicio e o fim de
      * cada passo, com o RETURN-CODE, vao para RUN-HISTORY.DAT
      * (registros 'S' e 'T', lidos pelo relatorio de operacao do
      * PROG34). Falha que interrompe grava o passo no checkpoint
      * compartilhado (CHECKPOINT.DAT) e a proxima execucao retoma
      * nesse passo, sem repetir os que ja rodaram; o stream
      * concluido limpa o checkpoint. No fim, o resumo dos passos
      * executados, pulados e com falha.
      * RETURN-CODE 8 stream interrompido ou definicao invalida, 4
      * passo com aviso.
      * Tectonics: cobc (os programas dos passos ligados junto ou
      * disponiveis como modulos para o CALL dinamico)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG95.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSTREAM-FILE ASSIGN TO "JOBSTREAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-STREAM.
           SELECT JOB-CHAMADA-FILE ASSIGN TO "JOB-CHAMADA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
           COPY 'CKPTSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBSTREAM-FILE.
       01  JOBSTREAM-RECORD.
           05 JST-PASSO        PIC 9(02).
           05 FILLER           PIC X(01).
           05 JST-PROGRAMA     PIC X(08).
           05 FILLER           PIC X(01).
           05 JST-PARAMETRO    PIC X(20).
           05 FILLER           PIC X(01).
           05 JST-RC-MAXIMO    PIC 9(02).
           05 FILLER           PIC X(01).
           05 JST-FALHA        PIC X(01).
           05 FILLER           PIC X(01).
           05 JST-DESCRICAO    PIC X(30).
       FD  JOB-CHAMADA-FILE.
       01  JOB-CHAMADA-RECORD.
           05 JCH-PROGRAMA     PIC X(08).
           05 FILLER           PIC X(01).
           05 JCH-PARAMETRO    PIC X(20).
           COPY 'CKPTFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'CKPTWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-STREAM    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CHAMADA   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-STREAM       PIC X(01) VALUES 'N'.
           88 FIM-STREAM VALUE 'S'.
       77  WRK-STREAM-INVALIDO  PIC X(01) VALUES 'N'.
           88 STREAM-INVALIDO VALUE 'S'.
       77  WRK-INTERROMPIDO     PIC X(01) VALUES 'N'.
           88 STREAM-INTERROMPIDO VALUE 'S'.
       77  WRK-PASSO-RETOMADA   PIC 9(02) VALUES ZEROS.
       77  WRK-PASSO-ANTERIOR   PIC 9(02) VALUES ZEROS.
       77  WRK-RC-PASSO         PIC 9(04) VALUES ZEROS.
       77  WRK-NAO-ACHOU        PIC X(01) VALUES 'N'.
           88 PROGRAMA-NAO-ACHADO VALUE 'S'.
       77  WRK-QTD-EXECUTADOS   PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-AVISOS       PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-FALHAS       PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-PULADOS      PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-PENDENTES    PIC 9(02) VALUES ZEROS.
       77  WRK-HORA-PASSO       PIC 9(08) VALUES ZEROS.
       77  WRK-DATA-PASSO       PIC 9(08) VALUES ZEROS.
      * Passos do stream, na ordem do JOBSTREAM.CTL, com o resultado
      * desta execucao.
       77  WRK-QTD-PASSOS       PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-PASSOS.
           05 WRK-PASSO-ITEM OCCURS 50 TIMES
                              INDEXED BY WRK-IDX-PASSO.
              10 WRK-PSO-NUMERO      PIC 9(02).
              10 WRK-PSO-PROGRAMA    PIC X(08).
              10 WRK-PSO-PARAMETRO   PIC X(20).
              10 WRK-PSO-RC-MAXIMO   PIC 9(02).
              10 WRK-PSO-FALHA       PIC X(01).
                 88 PSO-FALHA-INTERROMPE VALUE 'P'.
                 88 PSO-FALHA-AVISA      VALUE 'A'.
              10 WRK-PSO-DESCRICAO   PIC X(30).
              10 WRK-PSO-RC          PIC 9(04).
              10 WRK-PSO-SITUACAO    PIC X(10).
              10 WRK-PSO-INICIO      PIC 9(06).
              10 WRK-PSO-FIM         PIC 9(06).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG95' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0100-CARREGAR-STREAM.
           IF STREAM-INVALIDO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           MOVE 'PROG95' TO WRK-CKPT-PROGRAMA-ATUAL.
           PERFORM 9700-LER-CHECKPOINT.
           IF WRK-CKPT-CHAVE-RETOMADA NOT = SPACES
              AND WRK-CKPT-CHAVE-RETOMADA(1:2) NUMERIC
               MOVE WRK-CKPT-CHAVE-RETOMADA(1:2) TO WRK-PASSO-RETOMADA
               DISPLAY 'RETOMADA: O STREAM ANTERIOR PAROU NO PASSO ' ,
                   WRK-PASSO-RETOMADA ' - OS PASSOS ANTERIORES NAO ' ,
                   'SERAO REPETIDOS'
           END-IF.
           PERFORM VARYING WRK-IDX-PASSO FROM 1 BY 1
                   UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS
               EVALUATE TRUE
                   WHEN WRK-PSO-NUMERO(WRK-IDX-PASSO) <
                           WRK-PASSO-RETOMADA
                       MOVE 'PULADO' TO WRK-PSO-SITUACAO(WRK-IDX-PASSO)
                       ADD 1 TO WRK-QTD-PULADOS
                       PERFORM 0350-REGISTRAR-FIM-PASSO
                   WHEN STREAM-INTERROMPIDO
                       MOVE 'PENDENTE'
                           TO WRK-PSO-SITUACAO(WRK-IDX-PASSO)
                       ADD 1 TO WRK-QTD-PENDENTES
                       PERFORM 0350-REGISTRAR-FIM-PASSO
                   WHEN OTHER
                       PERFORM 0200-EXECUTAR-PASSO
               END-EVALUATE
           END-PERFORM.
           IF STREAM-INTERROMPIDO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9780-LIMPAR-CHECKPOINT
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
               IF WRK-QTD-AVISOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZEROS TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 0500-RESUMO-STREAM.
           MOVE WRK-QTD-EXECUTADOS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Definicao do stream: passos em ordem crescente, programa
      * informado e acao de falha 'P' ou 'A' (em branco vale 'P');
      * definicao ausente, vazia ou fora de ordem nao roda nada.
       0100-CARREGAR-STREAM.
           MOVE ZEROS TO WRK-QTD-PASSOS WRK-PASSO-ANTERIOR.
           OPEN INPUT JOBSTREAM-FILE.
           IF WRK-STATUS-STREAM NOT = '00'
               DISPLAY 'JOBSTREAM.CTL NAO ENCONTRADO - NENHUM PASSO ' ,
                   'A EXECUTAR'
               SET STREAM-INVALIDO TO TRUE
           ELSE
               PERFORM UNTIL FIM-STREAM
                   READ JOBSTREAM-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-STREAM
                       NOT AT END
                           PERFORM 0110-VALIDAR-PASSO
                   END-READ
               END-PERFORM
               CLOSE JOBSTREAM-FILE
               IF WRK-QTD-PASSOS = ZEROS
                   DISPLAY 'JOBSTREAM.CTL SEM PASSOS - NADA A ' ,
                       'EXECUTAR'
                   SET STREAM-INVALIDO TO TRUE
               END-IF
           END-IF.

       0110-VALIDAR-PASSO.
           IF JST-FALHA = SPACE
               MOVE 'P' TO JST-FALHA
           END-IF.
           EVALUATE TRUE
               WHEN JST-PASSO NOT NUMERIC
                  OR JST-PASSO NOT > WRK-PASSO-ANTERIOR
                   DISPLAY 'JOBSTREAM.CTL: PASSO FORA DE ORDEM OU ' ,
                       'INVALIDO APOS O PASSO ' WRK-PASSO-ANTERIOR
                   SET STREAM-INVALIDO TO TRUE
               WHEN JST-PROGRAMA = SPACES
                   DISPLAY 'JOBSTREAM.CTL: PASSO ' JST-PASSO ,
                       ' SEM PROGRAMA'
                   SET STREAM-INVALIDO TO TRUE
               WHEN JST-RC-MAXIMO NOT NUMERIC
                   DISPLAY 'JOBSTREAM.CTL: PASSO ' JST-PASSO ,
                       ' COM RETURN-CODE MAXIMO INVALIDO'
                   SET STREAM-INVALIDO TO TRUE
               WHEN JST-FALHA NOT = 'P' AND JST-FALHA NOT = 'A'
                   DISPLAY 'JOBSTREAM.CTL: PASSO ' JST-PASSO ,
                       ' COM ACAO DE FALHA INVALIDA (P OU A)'
                   SET STREAM-INVALIDO TO TRUE
               WHEN WRK-QTD-PASSOS NOT < 50
                   DISPLAY 'JOBSTREAM.CTL: MAIS DE 50 PASSOS'
                   SET STREAM-INVALIDO TO TRUE
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PASSOS
                   SET WRK-IDX-PASSO TO WRK-QTD-PASSOS
                   MOVE JST-PASSO     TO WRK-PSO-NUMERO(WRK-IDX-PASSO)
                   MOVE JST-PROGRAMA
                       TO WRK-PSO-PROGRAMA(WRK-IDX-PASSO)
                   MOVE JST-PARAMETRO
                       TO WRK-PSO-PARAMETRO(WRK-IDX-PASSO)
                   MOVE JST-RC-MAXIMO
                       TO WRK-PSO-RC-MAXIMO(WRK-IDX-PASSO)
                   MOVE JST-FALHA     TO WRK-PSO-FALHA(WRK-IDX-PASSO)
                   MOVE JST-DESCRICAO
                       TO WRK-PSO-DESCRICAO(WRK-IDX-PASSO)
                   MOVE ZEROS  TO WRK-PSO-RC(WRK-IDX-PASSO)
                       WRK-PSO-INICIO(WRK-IDX-PASSO)
                       WRK-PSO-FIM(WRK-IDX-PASSO)
                   MOVE SPACES TO WRK-PSO-SITUACAO(WRK-IDX-PASSO)
           END-EVALUATE.
           IF JST-PASSO NUMERIC
               MOVE JST-PASSO TO WRK-PASSO-ANTERIOR
           END-IF.

      * Um passo: registro de inicio, parametro em JOB-CHAMADA.CTL,
      * CALL do programa e julgamento do RETURN-CODE contra o maximo
      * aceito. Programa inexistente conta como falha (RC 9999). O
      * CANCEL devolve o programa ao estado inicial, para o mesmo
      * programa poder aparecer em mais de um passo.
       0200-EXECUTAR-PASSO.
           DISPLAY ' '.
           DISPLAY 'PASSO ' WRK-PSO-NUMERO(WRK-IDX-PASSO) ': ' ,
               WRK-PSO-PROGRAMA(WRK-IDX-PASSO) ' ' ,
               WRK-PSO-DESCRICAO(WRK-IDX-PASSO).
           MOVE 'INICIADO' TO WRK-PSO-SITUACAO(WRK-IDX-PASSO).
           PERFORM 0300-REGISTRAR-INICIO-PASSO.
           PERFORM 0250-GRAVAR-CHAMADA.
           MOVE 'N' TO WRK-NAO-ACHOU.
           MOVE ZEROS TO RETURN-CODE.
           CALL WRK-PSO-PROGRAMA(WRK-IDX-PASSO)
               ON EXCEPTION
                   SET PROGRAMA-NAO-ACHADO TO TRUE
           END-CALL.
           IF PROGRAMA-NAO-ACHADO
               DISPLAY 'PROGRAMA ' WRK-PSO-PROGRAMA(WRK-IDX-PASSO) ,
                   ' NAO ENCONTRADO'
               MOVE 9999 TO WRK-RC-PASSO
           ELSE
               MOVE RETURN-CODE TO WRK-RC-PASSO
               CANCEL WRK-PSO-PROGRAMA(WRK-IDX-PASSO)
           END-IF.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM 0260-LIMPAR-CHAMADA.
           MOVE WRK-RC-PASSO TO WRK-PSO-RC(WRK-IDX-PASSO).
           EVALUATE TRUE
               WHEN WRK-RC-PASSO NOT >
                       WRK-PSO-RC-MAXIMO(WRK-IDX-PASSO)
                   MOVE 'EXECUTADO' TO WRK-PSO-SITUACAO(WRK-IDX-PASSO)
                   ADD 1 TO WRK-QTD-EXECUTADOS
               WHEN PSO-FALHA-AVISA(WRK-IDX-PASSO)
                   MOVE 'AVISO' TO WRK-PSO-SITUACAO(WRK-IDX-PASSO)
                   ADD 1 TO WRK-QTD-EXECUTADOS
                   ADD 1 TO WRK-QTD-AVISOS
                   DISPLAY 'AVISO: PASSO ' ,
                       WRK-PSO-NUMERO(WRK-IDX-PASSO) ' TERMINOU COM ' ,
                       'RETURN-CODE ' WRK-RC-PASSO ' - O STREAM SEGUE'
               WHEN OTHER
                   MOVE 'FALHOU' TO WRK-PSO-SITUACAO(WRK-IDX-PASSO)
                   ADD 1 TO WRK-QTD-FALHAS
                   SET STREAM-INTERROMPIDO TO TRUE
                   DISPLAY 'PASSO ' WRK-PSO-NUMERO(WRK-IDX-PASSO) ,
                       ' FALHOU COM RETURN-CODE ' WRK-RC-PASSO ,
                       ' - STREAM INTERROMPIDO; A PROXIMA EXECUCAO ' ,
                       'RETOMA NESTE PASSO'
                   MOVE SPACES TO WRK-CKPT-CHAVE-NOVA
                   MOVE WRK-PSO-NUMERO(WRK-IDX-PASSO)
                       TO WRK-CKPT-CHAVE-NOVA(1:2)
                   PERFORM 9750-GRAVAR-CHECKPOINT
           END-EVALUATE.
           PERFORM 0350-REGISTRAR-FIM-PASSO.

      * Chamada do passo para o programa: o nome do programa diz a
      * ele que roda no stream, sem operador, e o parametro vai junto
      * (em branco quando o passo nao tem).
       0250-GRAVAR-CHAMADA.
           OPEN OUTPUT JOB-CHAMADA-FILE.
           MOVE SPACES TO JOB-CHAMADA-RECORD.
           MOVE WRK-PSO-PROGRAMA(WRK-IDX-PASSO)  TO JCH-PROGRAMA.
           MOVE WRK-PSO-PARAMETRO(WRK-IDX-PASSO) TO JCH-PARAMETRO.
           WRITE JOB-CHAMADA-RECORD.
           CLOSE JOB-CHAMADA-FILE.

      * Chamada nao consumida pelo programa do passo nao pode sobrar
      * para o passo seguinte nem para uma execucao de menu.
       0260-LIMPAR-CHAMADA.
           OPEN OUTPUT JOB-CHAMADA-FILE.
           CLOSE JOB-CHAMADA-FILE.

       0300-REGISTRAR-INICIO-PASSO.
           ACCEPT WRK-DATA-PASSO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-PASSO FROM TIME.
           MOVE WRK-HORA-PASSO(1:6) TO WRK-PSO-INICIO(WRK-IDX-PASSO).
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WRK-STATUS-RUNHIST = '35'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE WRK-PSO-PROGRAMA(WRK-IDX-PASSO) TO RUN-PROGRAMA.
           MOVE 'S'                    TO RUN-TIPO.
           MOVE WRK-DATA-PASSO         TO RUN-DATA.
           MOVE WRK-HORA-PASSO(1:6)    TO RUN-HORA.
           MOVE ZEROS                  TO RUN-QTD.
           MOVE WRK-PSO-NUMERO(WRK-IDX-PASSO) TO RUN-PASSO.
           MOVE ZEROS                  TO RUN-PASSO-RC.
           MOVE WRK-PSO-SITUACAO(WRK-IDX-PASSO) TO RUN-PASSO-SITUACAO.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

      * Termino do passo (executado, aviso, falha) ou a marca do
      * passo que nao rodou nesta execucao (pulado na retomada ou
      * pendente depois de uma interrupcao).
       0350-REGISTRAR-FIM-PASSO.
           ACCEPT WRK-DATA-PASSO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-PASSO FROM TIME.
           MOVE WRK-HORA-PASSO(1:6) TO WRK-PSO-FIM(WRK-IDX-PASSO).
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WRK-STATUS-RUNHIST = '35'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           MOVE SPACES TO RUN-HISTORY-RECORD.
           MOVE WRK-PSO-PROGRAMA(WRK-IDX-PASSO) TO RUN-PROGRAMA.
           MOVE 'T'                    TO RUN-TIPO.
           MOVE WRK-DATA-PASSO         TO RUN-DATA.
           MOVE WRK-HORA-PASSO(1:6)    TO RUN-HORA.
           MOVE ZEROS                  TO RUN-QTD.
           MOVE WRK-PSO-NUMERO(WRK-IDX-PASSO) TO RUN-PASSO.
           MOVE WRK-PSO-RC(WRK-IDX-PASSO)     TO RUN-PASSO-RC.
           MOVE WRK-PSO-SITUACAO(WRK-IDX-PASSO) TO RUN-PASSO-SITUACAO.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

      * Resumo do stream para o operador da manha.
       0500-RESUMO-STREAM.
           DISPLAY ' '.
           DISPLAY '    RESUMO DO JOB STREAM NOTURNO'.
           DISPLAY 'PASSO PROGRAMA INICIO FIM    RC   SITUACAO'.
           DISPLAY '-----------------------------------------------'.
           PERFORM VARYING WRK-IDX-PASSO FROM 1 BY 1
                   UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS
               IF WRK-PSO-SITUACAO(WRK-IDX-PASSO) = 'PULADO'
                  OR WRK-PSO-SITUACAO(WRK-IDX-PASSO) = 'PENDENTE'
                   DISPLAY '  ' WRK-PSO-NUMERO(WRK-IDX-PASSO) '  ' ,
                       WRK-PSO-PROGRAMA(WRK-IDX-PASSO) ' ' ,
                       '  --    --         ' ,
                       WRK-PSO-SITUACAO(WRK-IDX-PASSO)
               ELSE
                   DISPLAY '  ' WRK-PSO-NUMERO(WRK-IDX-PASSO) '  ' ,
                       WRK-PSO-PROGRAMA(WRK-IDX-PASSO) ' ' ,
                       WRK-PSO-INICIO(WRK-IDX-PASSO)(1:2) ':' ,
                       WRK-PSO-INICIO(WRK-IDX-PASSO)(3:2) ' ' ,
                       WRK-PSO-FIM(WRK-IDX-PASSO)(1:2) ':' ,
                       WRK-PSO-FIM(WRK-IDX-PASSO)(3:2) '  ' ,
                       WRK-PSO-RC(WRK-IDX-PASSO) ' ' ,
                       WRK-PSO-SITUACAO(WRK-IDX-PASSO)
               END-IF
           END-PERFORM.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'EXECUTADOS: ' WRK-QTD-EXECUTADOS
               '  COM AVISO: ' WRK-QTD-AVISOS
               '  FALHARAM: ' WRK-QTD-FALHAS
               '  PULADOS (RETOMADA): ' WRK-QTD-PULADOS
               '  PENDENTES: ' WRK-QTD-PENDENTES.
           IF STREAM-INTERROMPIDO
               DISPLAY 'STREAM INTERROMPIDO - RODE O PROG95 DE NOVO ' ,
                   'APOS CORRIGIR A CAUSA PARA RETOMAR NO PASSO ' ,
                   'COM FALHA.'
           END-IF.

           COPY 'CKPTPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG95.
