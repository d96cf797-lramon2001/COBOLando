      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - Incluida a reimpressao por destinatario (opcao
      *              5): lista as pecas que o PROG97 gerou para a
      *              pessoa (DISTRIBUICAO.LOG) e reimprime a peca
      *              escolhida, exatamente como foi entregue. A linha
      *              do spool passa a trazer a marca de distribuicao
      *              depois da coluna 100, que nao e reimpressa.
      * 15/10/2026 - Sigilo dos dados salariais: a reimpressao da
      *              folha, do reajuste, dos holerites (nova opcao 6,
      *              de um funcionario ou de todos) e das pecas
      *              desses relatorios sai com salario, liquido e
      *              dados bancarios mascarados, a menos que o
      *              usuario informado tenha a funcao DADOS SALARIO
      *              no PROG29; a visao sem mascara fica registrada
      *              em ACCESS-LOG.LOG (books SIGL*).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG40.
           SELECT SPOOL-FILE ASSIGN TO DYNAMIC WRK-NOME-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SPOOL.
           COPY 'DLOGSL.COB'.
           COPY 'SIGLSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-FILE.
       01  SPOOL-RECORD.
           05 SPOOL-TEXTO PIC X(100).
           05 SPOOL-MARCA PIC X(17).
           COPY 'DLOGFD.COB'.
           COPY 'SIGLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'TRAILEWS.COB'.
           COPY 'DLOGWS.COB'.
           COPY 'SIGLWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-SPOOL PIC X(02) VALUES ZEROS.
       77  WRK-NOME-SPOOL   PIC X(50) VALUES SPACES.
       77  WRK-OPCAO        PIC 9(01) VALUES ZEROS.
       77  WRK-FIM-SPOOL    PIC X(01) VALUES 'N'.
           88 FIM-SPOOL VALUE 'S'.
       77  WRK-QTD-LINHAS   PIC 9(05) VALUES ZEROS.
      * Pecas do destinatario lidas do DISTRIBUICAO.LOG (opcao 5).
       77  WRK-DESTINATARIO PIC X(15) VALUES SPACES.
       77  WRK-QTD-PECAS    PIC 9(02) VALUES ZEROS.
       77  WRK-IDX-PECA     PIC 9(02) VALUES ZEROS.
       77  WRK-ESCOLHA      PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-PECAS.
           05 WRK-PECA OCCURS 50 TIMES.
              10 WRK-PECA-NOME      PIC X(50).
              10 WRK-PECA-RELATORIO PIC X(20).
      * Relatorio com dados salariais: passa pelo sigilo (SIGLPR.COB).
       77  WRK-RELATORIO-SIGILO PIC X(20) VALUES SPACES.
       77  WRK-SENSIVEL     PIC X(01) VALUES 'N'.
           88 RELATORIO-SENSIVEL VALUE 'S'.
      * Holerites (opcao 6): matricula pedida (zero = todos) e os
      * blocos que comecam na linha de '=' do HOLERITES.DAT.
       77  WRK-MATRICULA-PEDIDA PIC 9(05) VALUES ZEROS.
       77  WRK-BLOCO-SELECIONADO PIC X(01) VALUES 'N'.
           88 BLOCO-SELECIONADO VALUE 'S'.
       77  WRK-QTD-PEND-BLOCO PIC 9(01) VALUES ZEROS.
       77  WRK-IDX-PEND-BLOCO PIC 9(01) VALUES ZEROS.
       77  WRK-LINHA-MATRICULA  PIC X(100) VALUES SPACES.
       01  WRK-TAB-PEND-BLOCO.
           05 WRK-PEND-BLOCO-LINHA PIC X(100) OCCURS 5 TIMES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG40' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           DISPLAY 'RELATORIO A REIMPRIMIR: 1-FOLHA  2-REAJUSTE  ' ,
               '3-BOLETIM  4-RESUMO DO CICLO  ' ,
               '5-POR DESTINATARIO  6-HOLERITES: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 'FOLHA.SPL' TO WRK-NOME-SPOOL
                   MOVE 'FOLHA.SPL' TO WRK-RELATORIO-SIGILO
               WHEN 2
                   MOVE 'REAJUSTE.SPL' TO WRK-NOME-SPOOL
                   MOVE 'REAJUSTE.SPL' TO WRK-RELATORIO-SIGILO
               WHEN 3
                   MOVE 'BOLETIM.SPL' TO WRK-NOME-SPOOL
               WHEN 4
                   MOVE 'RESUMO.SPL' TO WRK-NOME-SPOOL
               WHEN 5
                   PERFORM 0100-ESCOLHER-PECA
               WHEN 6
                   MOVE 'HOLERITES.DAT' TO WRK-NOME-SPOOL
                   MOVE 'HOLERITES.DAT' TO WRK-RELATORIO-SIGILO
                   DISPLAY 'MATRICULA (ZERO = TODOS): '
                   ACCEPT WRK-MATRICULA-PEDIDA FROM CONSOLE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9950-EXIBIR-TRAILER
                   STOP RUN
           END-EVALUATE.
           IF WRK-NOME-SPOOL = SPACES
               MOVE 8 TO RETURN-CODE
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0200-CONFERIR-SENSIVEL.
           OPEN INPUT SPOOL-FILE.
           IF WRK-STATUS-SPOOL NOT = '00'
               DISPLAY WRK-NOME-SPOOL ' NAO ENCONTRADO - O ' ,
                       AT END
                           MOVE 'S' TO WRK-FIM-SPOOL
                       NOT AT END
                           PERFORM 0300-REIMPRIMIR-LINHA
                   END-READ
               END-PERFORM
               CLOSE SPOOL-FILE
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Opcao 5: pecas entregues ao destinatario, da mais antiga para
      * a mais recente; a escolhida e reimpressa do arquivo da peca.
       0100-ESCOLHER-PECA.
           DISPLAY 'DESTINATARIO: '.
           ACCEPT WRK-DESTINATARIO FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-PECAS.
           OPEN INPUT DIST-LOG-FILE.
           IF WRK-STATUS-DIST-LOG = '00'
               PERFORM UNTIL FIM-DIST-LOG
                   READ DIST-LOG-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-DIST-LOG
                       NOT AT END
                           IF DLG-DESTINATARIO = WRK-DESTINATARIO
                              AND WRK-QTD-PECAS < 50
                               ADD 1 TO WRK-QTD-PECAS
                               MOVE DLG-PECA
                                   TO WRK-PECA-NOME(WRK-QTD-PECAS)
                               MOVE DLG-RELATORIO
                                   TO WRK-PECA-RELATORIO(WRK-QTD-PECAS)
                               DISPLAY WRK-QTD-PECAS ' - ' ,
                                   DLG-RELATORIO ' ' DLG-DATA ,
                                   ' ' DLG-PAGINAS ' PAG. ' DLG-PECA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-LOG-FILE
           END-IF.
           IF WRK-QTD-PECAS = ZEROS
               DISPLAY 'NENHUMA PECA DISTRIBUIDA PARA ' ,
                   WRK-DESTINATARIO
           ELSE
               DISPLAY 'PECA A REIMPRIMIR: '
               ACCEPT WRK-ESCOLHA FROM CONSOLE
               IF WRK-ESCOLHA > ZEROS AND WRK-ESCOLHA <= WRK-QTD-PECAS
                   MOVE WRK-PECA-NOME(WRK-ESCOLHA) TO WRK-NOME-SPOOL
                   MOVE WRK-PECA-RELATORIO(WRK-ESCOLHA)
                       TO WRK-RELATORIO-SIGILO
               ELSE
                   DISPLAY 'OPCAO INVALIDA.'
               END-IF
           END-IF.

      * Folha, reajuste e holerites (e as pecas deles) trazem dados
      * salariais: sem a funcao DADOS SALARIO, saem mascarados.
       0200-CONFERIR-SENSIVEL.
           IF WRK-RELATORIO-SIGILO = 'FOLHA.SPL'
              OR WRK-RELATORIO-SIGILO = 'REAJUSTE.SPL'
              OR WRK-RELATORIO-SIGILO = 'HOLERITES.DAT'
               SET RELATORIO-SENSIVEL TO TRUE
               DISPLAY 'USUARIO (BRANCO = VALORES MASCARADOS): '
               ACCEPT WRK-SIGILO-USUARIO FROM CONSOLE
               MOVE WRK-RELATORIO-SIGILO TO WRK-SIGILO-OBJETO
               PERFORM 9760-CONFERIR-SIGILO
               IF NOT SIGILO-ABERTO
                   DISPLAY 'SEM A FUNCAO DADOS SALARIO - SALARIOS, ' ,
                       'LIQUIDOS E DADOS BANCARIOS SAEM MASCARADOS'
               END-IF
           END-IF.

       0300-REIMPRIMIR-LINHA.
           IF WRK-RELATORIO-SIGILO = 'HOLERITES.DAT'
              AND WRK-MATRICULA-PEDIDA > ZEROS
               PERFORM 0310-FILTRAR-HOLERITE
           ELSE
               PERFORM 0320-EXIBIR-LINHA
           END-IF.

      * Bloco do holerite: a linha de '=' e o titulo esperam a linha
      * 'MATRICULA: ' que decide se o bloco e do funcionario pedido.
       0310-FILTRAR-HOLERITE.
           EVALUATE TRUE
               WHEN SPOOL-TEXTO(1:10) = ALL '='
                   MOVE 'N' TO WRK-BLOCO-SELECIONADO
                   MOVE 1 TO WRK-QTD-PEND-BLOCO
                   MOVE SPOOL-TEXTO TO WRK-PEND-BLOCO-LINHA(1)
               WHEN SPOOL-TEXTO(1:11) = 'MATRICULA: '
                   IF SPOOL-TEXTO(12:5) NUMERIC
                      AND SPOOL-TEXTO(12:5) = WRK-MATRICULA-PEDIDA
                       SET BLOCO-SELECIONADO TO TRUE
                       MOVE SPOOL-TEXTO TO WRK-LINHA-MATRICULA
                       PERFORM VARYING WRK-IDX-PEND-BLOCO FROM 1 BY 1
                               UNTIL WRK-IDX-PEND-BLOCO >
                                   WRK-QTD-PEND-BLOCO
                           MOVE WRK-PEND-BLOCO-LINHA
                               (WRK-IDX-PEND-BLOCO) TO SPOOL-TEXTO
                           PERFORM 0320-EXIBIR-LINHA
                       END-PERFORM
                       MOVE WRK-LINHA-MATRICULA TO SPOOL-TEXTO
                       PERFORM 0320-EXIBIR-LINHA
                   END-IF
                   MOVE ZEROS TO WRK-QTD-PEND-BLOCO
               WHEN BLOCO-SELECIONADO
                   PERFORM 0320-EXIBIR-LINHA
               WHEN WRK-QTD-PEND-BLOCO > ZEROS
                AND WRK-QTD-PEND-BLOCO < 5
                   ADD 1 TO WRK-QTD-PEND-BLOCO
                   MOVE SPOOL-TEXTO
                       TO WRK-PEND-BLOCO-LINHA(WRK-QTD-PEND-BLOCO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0320-EXIBIR-LINHA.
           ADD 1 TO WRK-QTD-LINHAS.
           IF RELATORIO-SENSIVEL
               MOVE SPOOL-TEXTO TO WRK-SIGILO-LINHA
               PERFORM 9769-EXIBIR-LINHA-SIGILO
           ELSE
               DISPLAY SPOOL-TEXTO
           END-IF.

           COPY 'SIGLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG40.
