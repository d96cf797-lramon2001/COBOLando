      * tiver rodada em aberto, e fechar duas vezes o mesmo ano e
      * recusado pela existencia da propria geracao. O modo 2 lista
      * os campeoes das temporadas arquivadas.
      * A bilheteria da temporada (BILHETERIA.DAT, do PROG93) vai
      * para a geracao FINANCEIRO-AAAA.DAT com o extrato de cada
      * clube e os totais da liga, e e zerada; o fechamento e
      * recusado enquanto houver cota da liga nao contabilizada.
      * Tectonics: cobc
      *
      * Modification History:
      * 02/09/2026 - Criado.
      * 15/10/2026 - Extrato financeiro dos clubes arquivado em
      *              FINANCEIRO-AAAA.DAT (com linha no manifesto) e
      *              BILHETERIA.DAT zerado no fechamento; cota da liga
      *              pendente de contabilizacao recusa o fechamento.
      *              FD de FIXTURES.DAT com a marca de W.O. do PROG15.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG58.
           SELECT MANIFESTO-FILE ASSIGN TO "ARQUIVO-MANIFESTO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANIFESTO.
           SELECT FINANCEIRO-FILE ASSIGN TO DYNAMIC WRK-NOME-FINANCEIRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FINANCEIRO.
           COPY 'BILHSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           05 FIX-TIME-CASA     PIC 9(02).
           05 FIX-TIME-FORA     PIC 9(02).
           05 FIX-TEM-RESULTADO PIC X(01).
           05 FIX-POSSIVEL-WO   PIC X(01).
       FD  TEMPORADA-FILE.
       01  TEMPORADA-RECORD.
           05 TMP-TIPO        PIC X(01).
           05 LGA-QTD-REBAIXADOS PIC 9(02).
       FD  MANIFESTO-FILE.
       01  MANIFESTO-RECORD   PIC X(100).
      * Geracao financeira da temporada: header '1' com ano e data,
      * detalhe '2' por jogo de cada clube (cota do clube e saldo
      * acumulado), total '3' por clube na ordem da tabela final e
      * total '4' da liga.
       FD  FINANCEIRO-FILE.
       01  FINANCEIRO-RECORD.
           05 FNC-TIPO        PIC X(01).
           05 FNC-CODIGO      PIC 9(02).
           05 FNC-RODADA      PIC 9(02).
           05 FNC-MANDO       PIC X(01).
           05 FNC-ADVERSARIO  PIC 9(02).
           05 FNC-INGRESSOS   PIC 9(06).
           05 FNC-RENDA-BRUTA PIC 9(08)V99.
           05 FNC-DESPESAS    PIC 9(08)V99.
           05 FNC-COTA-LIGA   PIC 9(08)V99.
           05 FNC-COTA-CLUBE  PIC 9(08)V99.
           05 FNC-SALDO       PIC 9(10)V99.
           05 FNC-VOUCHER     PIC 9(06).
       01  FINANCEIRO-HEADER REDEFINES FINANCEIRO-RECORD.
           05 FNH-TIPO        PIC X(01).
           05 FNH-ANO         PIC 9(04).
           05 FNH-DATA        PIC 9(08).
           05 FILLER          PIC X(59).
       01  FINANCEIRO-TOTAL REDEFINES FINANCEIRO-RECORD.
           05 FNT-TIPO        PIC X(01).
           05 FNT-CODIGO      PIC 9(02).
           05 FNT-NOME        PIC X(20).
           05 FNT-POSICAO     PIC 9(02).
           05 FNT-JOGOS       PIC 9(03).
           05 FNT-PUBLICO     PIC 9(08).
           05 FNT-SALDO       PIC 9(10)V99.
           05 FILLER          PIC X(24).
       01  FINANCEIRO-LIGA REDEFINES FINANCEIRO-RECORD.
           05 FNL-TIPO        PIC X(01).
           05 FNL-JOGOS       PIC 9(03).
           05 FNL-PUBLICO     PIC 9(08).
           05 FNL-RENDA-BRUTA PIC 9(10)V99.
           05 FNL-DESPESAS    PIC 9(10)V99.
           05 FNL-COTA-LIGA   PIC 9(10)V99.
           05 FILLER          PIC X(24).
           COPY 'BILHFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'BILHWS.COB'.
       77  WRK-STATUS-TEAM      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FIXTURES  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TEMPORADA PIC X(02) VALUES ZEROS.
       77  WRK-ANO-INICIO       PIC 9(04) VALUES ZEROS.
       77  WRK-ANO-FIM          PIC 9(04) VALUES ZEROS.
       77  WRK-ANO-CORRENTE     PIC 9(04) VALUES ZEROS.
      * Arquivo financeiro da temporada.
       77  WRK-STATUS-FINANCEIRO PIC X(02) VALUES ZEROS.
       77  WRK-NOME-FINANCEIRO  PIC X(30) VALUES SPACES.
       77  WRK-QTD-BIL-PENDENTE PIC 9(03) VALUES ZEROS.
       77  WRK-MAIOR-RODADA     PIC 9(02) VALUES ZEROS.
       77  WRK-RODADA-EXT       PIC 9(02) VALUES ZEROS.
       77  WRK-CLB-JOGOS        PIC 9(03) VALUES ZEROS.
       77  WRK-CLB-PUBLICO      PIC 9(08) VALUES ZEROS.
       77  WRK-CLB-SALDO        PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-FINANCEIRO   PIC 9(05) VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG58' TO WRK-TRAILER-PROGRAMA.
                   'FECHAMENTO RECUSADO'
           ELSE
               PERFORM 0150-VERIFICAR-RODADAS-ABERTAS
               PERFORM 0160-VERIFICAR-BILHETERIA
               EVALUATE TRUE
                   WHEN TEM-RODADA-ABERTA
                       DISPLAY 'FIXTURES.DAT AINDA TEM RODADA EM ' ,
                           'ABERTO - FECHE TODAS AS RODADAS NO ' ,
                           'PROG15 ANTES DO FECHAMENTO'
                   WHEN BILHETERIA-ESTOUROU
                       DISPLAY 'BILHETERIA.DAT MAIOR QUE A TABELA ' ,
                           '- FECHAMENTO RECUSADO'
                   WHEN WRK-QTD-BIL-PENDENTE > ZEROS
                       DISPLAY 'BILHETERIA.DAT TEM ' ,
                           WRK-QTD-BIL-PENDENTE ' JOGO(S) COM COTA ' ,
                           'DA LIGA NAO CONTABILIZADA - RODE O ' ,
                           'MODO 2 DO PROG93 ANTES DO FECHAMENTO'
                   WHEN OTHER
                       PERFORM 0200-LER-PARAM-LIGA
                       PERFORM 0250-CARREGAR-E-ORDENAR
                       IF WRK-QTD-TIMES = ZEROS
                           DISPLAY 'TEAM-MASTER.DAT NAO ENCONTRADO ' ,
                               'OU VAZIO - NADA A FECHAR'
                       ELSE
                           PERFORM 0300-GRAVAR-TEMPORADA
                           PERFORM 0350-GRAVAR-MANIFESTO
                           IF WRK-QTD-BILHETERIA > ZEROS
                               PERFORM 0360-GRAVAR-FINANCEIRO
                               PERFORM 0380-MANIFESTO-FINANCEIRO
                               PERFORM 0460-ESVAZIAR-BILHETERIA
                           END-IF
                           PERFORM 0400-ZERAR-ACUMULADORES
                           PERFORM 0450-ESVAZIAR-FIXTURES
                           DISPLAY 'TEMPORADA ' WRK-ANO-TEMPORADA ,
                               ' FECHADA - CADASTROS E BLOCKLIST ' ,
                               'PRESERVADOS, ACUMULADORES ZERADOS'
                       END-IF
               END-EVALUATE
           END-IF.

       0150-VERIFICAR-RODADAS-ABERTAS.
               CLOSE FIXTURES-FILE
           END-IF.

      * Bilheteria da temporada: todo jogo tem de estar com a cota
      * da liga contabilizada (modo 2 do PROG93) antes de arquivar.
       0160-VERIFICAR-BILHETERIA.
           PERFORM 9730-CARREGAR-BILHETERIA.
           MOVE ZEROS TO WRK-QTD-BIL-PENDENTE.
           PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                   UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
               IF WRK-BIL-VOUCHER(WRK-IDX-BIL) = ZEROS
                   ADD 1 TO WRK-QTD-BIL-PENDENTE
               END-IF
           END-PERFORM.

       0200-LER-PARAM-LIGA.
           OPEN INPUT LIGA-PARAM-FILE.
           IF WRK-STATUS-LIGA-PRM = '00'
           WRITE MANIFESTO-RECORD.
           CLOSE MANIFESTO-FILE.

      * Geracao FINANCEIRO-AAAA.DAT: o extrato de cada clube, na
      * ordem da tabela final, jogo a jogo por rodada com a cota do
      * clube e o saldo acumulado (o mesmo do modo 3 do PROG93), o
      * total do clube e, no fim, o total da liga.
       0360-GRAVAR-FINANCEIRO.
           MOVE SPACES TO WRK-NOME-FINANCEIRO.
           STRING 'FINANCEIRO-' WRK-ANO-TEMPORADA '.DAT'
               DELIMITED BY SIZE INTO WRK-NOME-FINANCEIRO.
           MOVE ZEROS TO WRK-MAIOR-RODADA WRK-QTD-FINANCEIRO.
           PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                   UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
               IF WRK-BIL-RODADA(WRK-IDX-BIL) > WRK-MAIOR-RODADA
                   MOVE WRK-BIL-RODADA(WRK-IDX-BIL)
                       TO WRK-MAIOR-RODADA
               END-IF
           END-PERFORM.
           OPEN OUTPUT FINANCEIRO-FILE.
           MOVE SPACES            TO FINANCEIRO-RECORD.
           MOVE '1'               TO FNH-TIPO.
           MOVE WRK-ANO-TEMPORADA TO FNH-ANO.
           MOVE WRK-DATA-HOJE     TO FNH-DATA.
           WRITE FINANCEIRO-RECORD.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-TIMES
               MOVE ZEROS TO WRK-CLB-JOGOS WRK-CLB-PUBLICO
                             WRK-CLB-SALDO
               PERFORM VARYING WRK-RODADA-EXT FROM 1 BY 1
                       UNTIL WRK-RODADA-EXT > WRK-MAIOR-RODADA
                   PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                           UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
                       IF WRK-BIL-RODADA(WRK-IDX-BIL) = WRK-RODADA-EXT
                          AND (WRK-BIL-CASA(WRK-IDX-BIL) =
                                  WRK-FIN-CODIGO(WRK-CTR)
                               OR WRK-BIL-FORA(WRK-IDX-BIL) =
                                  WRK-FIN-CODIGO(WRK-CTR))
                           PERFORM 0370-GRAVAR-JOGO-CLUBE
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES                 TO FINANCEIRO-RECORD
               MOVE '3'                    TO FNT-TIPO
               MOVE WRK-FIN-CODIGO(WRK-CTR) TO FNT-CODIGO
               MOVE WRK-FIN-NOME(WRK-CTR)   TO FNT-NOME
               MOVE WRK-CTR                TO FNT-POSICAO
               MOVE WRK-CLB-JOGOS          TO FNT-JOGOS
               MOVE WRK-CLB-PUBLICO        TO FNT-PUBLICO
               MOVE WRK-CLB-SALDO          TO FNT-SALDO
               WRITE FINANCEIRO-RECORD
           END-PERFORM.
           MOVE SPACES TO FINANCEIRO-RECORD.
           MOVE '4' TO FNL-TIPO.
           MOVE WRK-QTD-BILHETERIA TO FNL-JOGOS.
           MOVE ZEROS TO FNL-PUBLICO FNL-RENDA-BRUTA FNL-DESPESAS
                         FNL-COTA-LIGA.
           PERFORM VARYING WRK-IDX-BIL FROM 1 BY 1
                   UNTIL WRK-IDX-BIL > WRK-QTD-BILHETERIA
               ADD WRK-BIL-INGRESSOS(WRK-IDX-BIL) TO FNL-PUBLICO
               ADD WRK-BIL-BRUTA(WRK-IDX-BIL)     TO FNL-RENDA-BRUTA
               ADD WRK-BIL-DESPESAS(WRK-IDX-BIL)  TO FNL-DESPESAS
               ADD WRK-BIL-COTA-LIGA(WRK-IDX-BIL) TO FNL-COTA-LIGA
           END-PERFORM.
           WRITE FINANCEIRO-RECORD.
           CLOSE FINANCEIRO-FILE.
           DISPLAY 'EXTRATO FINANCEIRO ARQUIVADO EM ' ,
               WRK-NOME-FINANCEIRO.

       0370-GRAVAR-JOGO-CLUBE.
           MOVE SPACES TO FINANCEIRO-RECORD.
           MOVE '2' TO FNC-TIPO.
           MOVE WRK-FIN-CODIGO(WRK-CTR) TO FNC-CODIGO.
           MOVE WRK-BIL-RODADA(WRK-IDX-BIL) TO FNC-RODADA.
           IF WRK-BIL-CASA(WRK-IDX-BIL) = WRK-FIN-CODIGO(WRK-CTR)
               MOVE 'C' TO FNC-MANDO
               MOVE WRK-BIL-FORA(WRK-IDX-BIL) TO FNC-ADVERSARIO
               MOVE WRK-BIL-COTA-CASA(WRK-IDX-BIL) TO FNC-COTA-CLUBE
               ADD WRK-BIL-INGRESSOS(WRK-IDX-BIL) TO WRK-CLB-PUBLICO
           ELSE
               MOVE 'F' TO FNC-MANDO
               MOVE WRK-BIL-CASA(WRK-IDX-BIL) TO FNC-ADVERSARIO
               MOVE WRK-BIL-COTA-FORA(WRK-IDX-BIL) TO FNC-COTA-CLUBE
           END-IF.
           MOVE WRK-BIL-INGRESSOS(WRK-IDX-BIL) TO FNC-INGRESSOS.
           MOVE WRK-BIL-BRUTA(WRK-IDX-BIL)     TO FNC-RENDA-BRUTA.
           MOVE WRK-BIL-DESPESAS(WRK-IDX-BIL)  TO FNC-DESPESAS.
           MOVE WRK-BIL-COTA-LIGA(WRK-IDX-BIL) TO FNC-COTA-LIGA.
           MOVE WRK-BIL-VOUCHER(WRK-IDX-BIL)   TO FNC-VOUCHER.
           ADD 1 TO WRK-CLB-JOGOS.
           ADD FNC-COTA-CLUBE TO WRK-CLB-SALDO.
           MOVE WRK-CLB-SALDO TO FNC-SALDO.
           WRITE FINANCEIRO-RECORD.
           ADD 1 TO WRK-QTD-FINANCEIRO.

      * Linha de manifesto da geracao financeira: a bilheteria sai
      * inteira do arquivo corrente.
       0380-MANIFESTO-FINANCEIRO.
           OPEN EXTEND MANIFESTO-FILE.
           IF WRK-STATUS-MANIFESTO = '35'
               OPEN OUTPUT MANIFESTO-FILE
           END-IF.
           MOVE SPACES TO WRK-LINHA-MANIFESTO.
           STRING WRK-DATA-HOJE ' BILHETERIA.DAT -> '
               WRK-NOME-FINANCEIRO ' ARQ:' WRK-QTD-BILHETERIA
               ' MANT:000'
               DELIMITED BY SIZE INTO WRK-LINHA-MANIFESTO.
           MOVE WRK-LINHA-MANIFESTO TO MANIFESTO-RECORD.
           WRITE MANIFESTO-RECORD.
           CLOSE MANIFESTO-FILE.

      * Temporada nova: acumuladores zerados, cadastros preservados.
       0400-ZERAR-ACUMULADORES.
           MOVE 'N' TO WRK-FIM-TEAM.
           OPEN OUTPUT FIXTURES-FILE.
           CLOSE FIXTURES-FILE.

      * A bilheteria da temporada fechada ja esta na geracao
      * financeira.
       0460-ESVAZIAR-BILHETERIA.
           OPEN OUTPUT BILHETERIA-FILE.
           CLOSE BILHETERIA-FILE.

      * Historico de campeoes: varre as geracoes TEMPORADA-AAAA.DAT
      * da faixa de anos e lista o campeao (e os rebaixados) de cada
      * temporada arquivada.
               CLOSE TEMPORADA-FILE
           END-IF.

           COPY 'BILHPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG58.
