      *              passou a sair com a tabela de artilheiros ao
      *              lado. Sem GOLS.DAT, o modo 5 roda sem a critica
      *              de detalhe, com aviso.
      * 15/10/2026 - Incluidos os cartoes e as suspensoes automaticas:
      *              CARTOES.DAT traz rodada, time, camisa, minuto e
      *              tipo (A amarelo, V vermelho) e e conferido contra
      *              o elenco como os gols; as regras vem de
      *              LIGA-PARAM.CTL (amarelos acumulados que geram um
      *              jogo de suspensao e jogos de suspensao por
      *              vermelho, padrao tres e um). Gol ou cartao de
      *              jogador cumprindo suspensao rejeita o resultado
      *              e marca o jogo em FIXTURES.DAT para possivel
      *              W.O. Novo modo 7 com o quadro disciplinar por
      *              time e jogador, a lista de suspensos da proxima
      *              rodada e os jogos marcados para W.O.
      * 15/10/2026 - Incluido o modo 8 (inscricoes e transferencias):
      *              cada jogador de ELENCOS.DAT ganhou um ID unico e
      *              a data de inscricao (linhas antigas sao numeradas
      *              na carga), TRANSFERENCIAS-LIGA.DAT guarda o
      *              historico datado das trocas de time, so aceitas
      *              dentro das janelas de LIGA-PARAM.CTL e respeitando
      *              o limite de jogadores por elenco. Gols e
      *              cartoes passam a ser conferidos e creditados pelo
      *              time e camisa do jogador na rodada do lance, a
      *              artilharia soma por jogador e o modo 8 emite o
      *              relatorio de transferencias por janela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG15.
           SELECT GOLS-FILE ASSIGN TO "GOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GOLS.
           SELECT CARTOES-FILE ASSIGN TO "CARTOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CARTOES.
           SELECT TRANSFERENCIAS-FILE
               ASSIGN TO "TRANSFERENCIAS-LIGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSF.
           SELECT LIGA-PARAM-FILE ASSIGN TO "LIGA-PARAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LIGA-PRM.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           05 FIX-TIME-CASA     PIC 9(02).
           05 FIX-TIME-FORA     PIC 9(02).
           05 FIX-TEM-RESULTADO PIC X(01).
           05 FIX-POSSIVEL-WO   PIC X(01).
       FD  ELENCOS-FILE.
       01  ELENCOS-RECORD.
           05 ELE-TIME          PIC 9(02).
           05 ELE-CAMISA        PIC 9(02).
           05 ELE-NOME          PIC X(20).
           05 ELE-ID            PIC 9(05).
           05 ELE-DATA-INSCRICAO PIC 9(08).
       FD  GOLS-FILE.
       01  GOLS-RECORD.
           05 GOL-RODADA        PIC 9(02).
           05 GOL-TIME          PIC 9(02).
           05 GOL-CAMISA        PIC 9(02).
           05 GOL-MINUTO        PIC 9(03).
       FD  CARTOES-FILE.
       01  CARTOES-RECORD.
           05 CAR-RODADA        PIC 9(02).
           05 CAR-TIME          PIC 9(02).
           05 CAR-CAMISA        PIC 9(02).
           05 CAR-MINUTO        PIC 9(03).
           05 CAR-TIPO          PIC X(01).
      * LIGA-PARAM.CTL e compartilhado com o fechamento de temporada
      * (PROG58), que le so a linha de corte; os campos de suspensao
      * sao opcionais no fim da linha.
       FD  LIGA-PARAM-FILE.
       01  LIGA-PARAM-RECORD.
           05 LGA-QTD-REBAIXADOS  PIC 9(02).
           05 LGA-LIMITE-AMARELOS PIC 9(02).
           05 LGA-JOGOS-VERMELHO  PIC 9(02).
           05 LGA-MAX-ELENCO      PIC 9(02).
           05 LGA-JANELA OCCURS 2 TIMES.
              10 LGA-JANELA-INICIO PIC 9(08).
              10 LGA-JANELA-FIM    PIC 9(08).
      * Historico de transferencias: TRF-RODADA e a primeira rodada
      * em que o jogador atua pelo time de destino.
       FD  TRANSFERENCIAS-FILE.
       01  TRANSFERENCIAS-RECORD.
           05 TRF-ID             PIC 9(05).
           05 TRF-DATA           PIC 9(08).
           05 TRF-RODADA         PIC 9(02).
           05 TRF-TIME-ORIGEM    PIC 9(02).
           05 TRF-CAMISA-ORIGEM  PIC 9(02).
           05 TRF-TIME-DESTINO   PIC 9(02).
           05 TRF-CAMISA-DESTINO PIC 9(02).
           05 TRF-JANELA         PIC 9(01).
           05 TRF-USUARIO        PIC X(15).
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           88 MODO-CLASSIFICACAO  VALUE '4'.
           88 MODO-RESULTADOS     VALUE '5'.
           88 MODO-GERAR-TABELA   VALUE '6'.
           88 MODO-DISCIPLINA     VALUE '7'.
           88 MODO-ELENCOS        VALUE '8'.
           88 MODO-SAIR           VALUE '9'.
       77  WRK-OPCAO-MANUT PIC X(01) VALUE SPACE.
           88 OPCAO-INCLUIR VALUE 'I'.
              10 WRK-FIX-CASA      PIC 9(02).
              10 WRK-FIX-FORA      PIC 9(02).
              10 WRK-FIX-RESPONDIDO PIC X(01).
              10 WRK-FIX-WO         PIC X(01).
      * Geracao pelo metodo do circulo: o time 1 fixo e os demais
      * girando; numero impar de times ganha a folga (codigo zero).
       77  WRK-QTD-CIRCULO     PIC 9(02) VALUE ZEROS.
       77  WRK-GOLS-DET-CASA   PIC 9(03) VALUE ZEROS.
       77  WRK-GOLS-DET-FORA   PIC 9(03) VALUE ZEROS.
       77  WRK-GOL-VALIDO      PIC X(01) VALUE 'S'.
       01  WRK-TAB-ELENCO.
           05 WRK-ELE-ITEM OCCURS 300 TIMES
                            INDEXED BY WRK-IDX-ELE.
              10 WRK-ELE-TIME   PIC 9(02).
              10 WRK-ELE-CAMISA PIC 9(02).
              10 WRK-ELE-NOME   PIC X(20).
              10 WRK-ELE-ID     PIC 9(05).
              10 WRK-ELE-DATA   PIC 9(08).
              10 WRK-ELE-AMARELOS  PIC 9(03).
              10 WRK-ELE-VERMELHOS PIC 9(03).
              10 WRK-ELE-CICLO     PIC 9(02).
              10 WRK-ELE-PENDENTES PIC 9(02).
              10 WRK-ELE-GANCHOS   PIC 9(03).
       01  WRK-TAB-GOLS.
           05 WRK-GOL-ITEM OCCURS 500 TIMES
                            INDEXED BY WRK-IDX-GOL.
       77  WRK-TEMP-GOLS       PIC 9(03) VALUE ZEROS.
       77  WRK-TEMP-TIME       PIC 9(02) VALUE ZEROS.
       77  WRK-TEMP-CAMISA     PIC 9(02) VALUE ZEROS.
       77  WRK-TEMP-JOGADOR    PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ARTILHARIA.
           05 WRK-ART-ITEM OCCURS 100 TIMES
                            INDEXED BY WRK-IDX-ART.
              10 WRK-ART-TIME   PIC 9(02).
              10 WRK-ART-CAMISA PIC 9(02).
              10 WRK-ART-GOLS   PIC 9(03).
              10 WRK-ART-JOGADOR PIC 9(03).
      * Cartoes (CARTOES.DAT) e suspensoes: a apuracao percorre as
      * rodadas em ordem, gasta o gancho pendente na proxima rodada
      * em que o time joga e so depois soma os cartoes da rodada.
       77  WRK-STATUS-CARTOES  PIC X(02) VALUE ZEROS.
       77  WRK-STATUS-LIGA-PRM PIC X(02) VALUE ZEROS.
       77  WRK-FIM-CARTOES     PIC X(01) VALUE 'N'.
           88 FIM-CARTOES VALUE 'S'.
       77  WRK-TEM-CARTOES     PIC X(01) VALUE 'N'.
           88 TEM-DETALHE-CARTOES VALUE 'S'.
       77  WRK-QTD-CARTOES     PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-AMARELOS PIC 9(02) VALUE 3.
       77  WRK-JOGOS-VERMELHO  PIC 9(02) VALUE 1.
       77  WRK-CARTAO-VALIDO   PIC X(01) VALUE 'S'.
       77  WRK-ROD-DISC        PIC 9(03) VALUE ZEROS.
       77  WRK-TIME-JOGA       PIC X(01) VALUE 'N'.
       77  WRK-BUSCA-RODADA    PIC 9(02) VALUE ZEROS.
       77  WRK-BUSCA-TIME      PIC 9(02) VALUE ZEROS.
       77  WRK-BUSCA-CAMISA    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ELE-ACHADO  PIC 9(03) VALUE ZEROS.
       77  WRK-SUSPENSO        PIC X(01) VALUE 'N'.
           88 JOGADOR-SUSPENSO VALUE 'S'.
       77  WRK-JOGO-IRREGULAR  PIC X(01) VALUE 'N'.
       77  WRK-QTD-SUSPENSOES  PIC 9(03) VALUE ZEROS.
       77  WRK-PROXIMA-RODADA  PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-LISTADOS    PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-AMARELOS    PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-VERMELHOS   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CARTOES.
           05 WRK-CAR-ITEM OCCURS 500 TIMES
                            INDEXED BY WRK-IDX-CAR.
              10 WRK-CAR-RODADA PIC 9(02).
              10 WRK-CAR-TIME   PIC 9(02).
              10 WRK-CAR-CAMISA PIC 9(02).
              10 WRK-CAR-TIPO   PIC X(01).
       01  WRK-TAB-SUSPENSOES.
           05 WRK-SUS-ITEM OCCURS 500 TIMES
                            INDEXED BY WRK-IDX-SUS.
              10 WRK-SUS-RODADA PIC 9(02).
              10 WRK-SUS-TIME   PIC 9(02).
              10 WRK-SUS-CAMISA PIC 9(02).
      * Inscricoes e transferencias (modo 8): a posicao (time e
      * camisa) de um jogador numa rodada sai do historico - a
      * primeira transferencia posterior a rodada devolve a origem;
      * sem nenhuma, vale a posicao atual do elenco.
       77  WRK-STATUS-TRANSF   PIC X(02) VALUE ZEROS.
       77  WRK-FIM-TRANSF      PIC X(01) VALUE 'N'.
           88 FIM-TRANSF VALUE 'S'.
       77  WRK-QTD-TRANSF      PIC 9(03) VALUE ZEROS.
       77  WRK-CTR-TRF         PIC 9(03) VALUE ZEROS.
       77  WRK-PROXIMO-ID      PIC 9(05) VALUE ZEROS.
       77  WRK-MAX-ELENCO      PIC 9(02) VALUE 30.
       77  WRK-JANELA-ATUAL    PIC 9(01) VALUE ZEROS.
       77  WRK-CTR-JANELA      PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-POS         PIC 9(03) VALUE ZEROS.
       77  WRK-POS-TIME        PIC 9(02) VALUE ZEROS.
       77  WRK-POS-CAMISA      PIC 9(02) VALUE ZEROS.
       77  WRK-ID-JOGADOR      PIC 9(05) VALUE ZEROS.
       77  WRK-CAMISA-NOVA     PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-JOGADOR    PIC X(20) VALUE SPACES.
       77  WRK-QTD-NO-TIME     PIC 9(03) VALUE ZEROS.
       77  WRK-RODADA-EFETIVA  PIC 9(02) VALUE ZEROS.
       77  WRK-MAIOR-RESPONDIDA PIC 9(02) VALUE ZEROS.
       77  WRK-CAMISA-OCUPADA  PIC X(01) VALUE 'N'.
       77  WRK-TIME-CADASTRADO PIC X(01) VALUE 'N'.
       77  WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77  WRK-OPCAO-ELENCO    PIC X(01) VALUE SPACE.
           88 OPCAO-INSCREVER       VALUE 'I'.
           88 OPCAO-TRANSFERIR      VALUE 'T'.
           88 OPCAO-LISTAR-ELENCO   VALUE 'L'.
           88 OPCAO-RELATORIO-TRANSF VALUE 'R'.
           88 OPCAO-VOLTAR-ELENCO   VALUE 'V'.
       01  WRK-TAB-JANELAS.
           05 WRK-JANELA-ITEM OCCURS 2 TIMES.
              10 WRK-JANELA-INICIO PIC 9(08).
              10 WRK-JANELA-FIM    PIC 9(08).
       01  WRK-TAB-TRANSF.
           05 WRK-TRF-ITEM OCCURS 200 TIMES.
              10 WRK-TRF-ID             PIC 9(05).
              10 WRK-TRF-DATA           PIC 9(08).
              10 WRK-TRF-RODADA         PIC 9(02).
              10 WRK-TRF-TIME-ORIGEM    PIC 9(02).
              10 WRK-TRF-CAMISA-ORIGEM  PIC 9(02).
              10 WRK-TRF-TIME-DESTINO   PIC 9(02).
              10 WRK-TRF-CAMISA-DESTINO PIC 9(02).
              10 WRK-TRF-JANELA         PIC 9(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'PROG15' TO WRK-TRAILER-PROGRAMA.
               DISPLAY ' '
               DISPLAY '1-MANTER CADASTRO  2-LISTAR  3-LISTAR ' ,
                   'ORDENADO  4-CLASSIFICACAO  5-PROCESSAR ' ,
                   'RESULTADOS  6-GERAR TABELA DE JOGOS  7-QUADRO ' ,
                   'DISCIPLINAR  8-INSCRICOES E TRANSFERENCIAS  ' ,
                   '9-SAIR: '
               ACCEPT WRK-MODO FROM CONSOLE
               EVALUATE TRUE
                   WHEN MODO-MANTER
                       PERFORM 0500-PROCESSAR-RESULTADOS
                   WHEN MODO-GERAR-TABELA
                       PERFORM 0600-GERAR-TABELA-JOGOS
                   WHEN MODO-DISCIPLINA
                       PERFORM 0800-QUADRO-DISCIPLINAR
                   WHEN MODO-ELENCOS
                       PERFORM 0900-MANTER-ELENCOS
                   WHEN MODO-SAIR
                       CONTINUE
                   WHEN OTHER
               PERFORM 0630-CARREGAR-FIXTURES.
               PERFORM 0670-CARREGAR-ELENCOS.
               PERFORM 0680-CARREGAR-GOLS.
               PERFORM 0750-CARREGAR-CARTOES.
               PERFORM 0760-LER-PARAM-LIGA.
               PERFORM 0770-APURAR-SUSPENSOES.
               IF WRK-QTD-FIXTURES = ZEROS
                   DISPLAY 'FIXTURES.DAT NAO ENCONTRADO - GERE A ' ,
                       'TABELA DE JOGOS (MODO 6) ANTES DE ' ,

           0510-APLICAR-RESULTADO.
               MOVE 'S' TO WRK-RESULTADO-OK.
               MOVE ZEROS TO WRK-IDX-FIX-ACHADO.
               IF RES-RODADA IS NOT NUMERIC
                  OR RES-TIME-CASA IS NOT NUMERIC
                  OR RES-TIME-FORA IS NOT NUMERIC
               IF WRK-RESULTADO-OK = 'S' AND TEM-DETALHE-GOLS
                   PERFORM 0690-CONFERIR-DETALHE-GOLS
               END-IF.
      * Cartoes do jogo: tipo A ou V e camisa no elenco do proprio
      * time, com a mesma regra dos gols.
               IF WRK-RESULTADO-OK = 'S' AND TEM-DETALHE-CARTOES
                   PERFORM 0695-CONFERIR-CARTOES
               END-IF.
      * Gol ou cartao de jogador cumprindo suspensao rejeita o
      * resultado e marca o jogo agendado para possivel W.O.
               IF WRK-IDX-FIX-ACHADO > ZEROS
                   PERFORM 0697-CONFERIR-SUSPENSOS
               END-IF.
               IF WRK-RESULTADO-OK = 'S'
                   MOVE RES-TIME-CASA TO TMF-CODIGO
                   READ TEAM-MASTER-FILE
                                   MOVE FIX-TEM-RESULTADO TO
                                       WRK-FIX-RESPONDIDO
                                           (WRK-IDX-FIX)
                                   MOVE FIX-POSSIVEL-WO TO
                                       WRK-FIX-WO(WRK-IDX-FIX)
                               ELSE
                                   DISPLAY 'AVISO: TABELA DE JOGOS ' ,
                                       'CHEIA - JOGO IGNORADO'
                   MOVE WRK-FIX-FORA(WRK-IDX-FIX) TO FIX-TIME-FORA
                   MOVE WRK-FIX-RESPONDIDO(WRK-IDX-FIX)
                       TO FIX-TEM-RESULTADO
                   MOVE WRK-FIX-WO(WRK-IDX-FIX) TO FIX-POSSIVEL-WO
                   WRITE FIXTURES-RECORD
               END-PERFORM.
               CLOSE FIXTURES-FILE.
                                       WRK-ELE-CAMISA(WRK-IDX-ELE)
                                   MOVE ELE-NOME TO
                                       WRK-ELE-NOME(WRK-IDX-ELE)
                                   MOVE ZEROS TO
                                       WRK-ELE-ID(WRK-IDX-ELE)
                                       WRK-ELE-DATA(WRK-IDX-ELE)
                                   IF ELE-ID IS NUMERIC
                                       MOVE ELE-ID TO
                                           WRK-ELE-ID(WRK-IDX-ELE)
                                   END-IF
                                   IF ELE-DATA-INSCRICAO IS NUMERIC
                                       MOVE ELE-DATA-INSCRICAO TO
                                           WRK-ELE-DATA(WRK-IDX-ELE)
                                   END-IF
                               ELSE
                                   DISPLAY 'AVISO: TABELA DE ' ,
                                       'ELENCOS CHEIA - JOGADOR ' ,
                   END-PERFORM
                   CLOSE ELENCOS-FILE
               END-IF.
               PERFORM 0675-NUMERAR-ELENCO.
               PERFORM 0860-CARREGAR-TRANSFERENCIAS.

      * Jogador sem ID (linha de antes das inscricoes) recebe o
      * proximo numero livre; o ID so fica gravado quando o modo 8
      * regrava o arquivo.
           0675-NUMERAR-ELENCO.
               MOVE ZEROS TO WRK-PROXIMO-ID.
               PERFORM VARYING WRK-IDX-ELE FROM 1 BY 1
                       UNTIL WRK-IDX-ELE > WRK-QTD-ELENCO
                   IF WRK-ELE-ID(WRK-IDX-ELE) > WRK-PROXIMO-ID
                       MOVE WRK-ELE-ID(WRK-IDX-ELE) TO WRK-PROXIMO-ID
                   END-IF
               END-PERFORM.
               ADD 1 TO WRK-PROXIMO-ID.
               PERFORM VARYING WRK-IDX-ELE FROM 1 BY 1
                       UNTIL WRK-IDX-ELE > WRK-QTD-ELENCO
                   IF WRK-ELE-ID(WRK-IDX-ELE) = ZEROS
                       MOVE WRK-PROXIMO-ID TO WRK-ELE-ID(WRK-IDX-ELE)
                       ADD 1 TO WRK-PROXIMO-ID
                   END-IF
               END-PERFORM.

           0680-CARREGAR-GOLS.
               MOVE ZEROS TO WRK-QTD-GOLS.
               END-IF.

      * Soma os gols detalhados dos dois lados do resultado corrente
      * e confere o elenco de cada marcador (time e camisa do jogador
      * na rodada do resultado); qualquer furo rejeita o resultado
      * inteiro.
           0690-CONFERIR-DETALHE-GOLS.
               MOVE ZEROS TO WRK-GOLS-DET-CASA WRK-GOLS-DET-FORA.
               MOVE 'S' TO WRK-GOL-VALIDO.
                      AND (WRK-GOL-TIME(WRK-IDX-GOL) = RES-TIME-CASA
                           OR WRK-GOL-TIME(WRK-IDX-GOL) =
                              RES-TIME-FORA)
                       MOVE RES-RODADA TO WRK-BUSCA-RODADA
                       MOVE WRK-GOL-TIME(WRK-IDX-GOL)
                           TO WRK-BUSCA-TIME
                       MOVE WRK-GOL-CAMISA(WRK-IDX-GOL)
                           TO WRK-BUSCA-CAMISA
                       PERFORM 0780-LOCALIZAR-JOGADOR
                       IF WRK-IDX-ELE-ACHADO = ZEROS
                           DISPLAY 'GOL COM CAMISA FORA DO ELENCO ' ,
                               '(RODADA ' RES-RODADA ' TIME ' ,
                               WRK-GOL-TIME(WRK-IDX-GOL) ,
                   MOVE 'N' TO WRK-RESULTADO-OK
               END-IF.

      * Confere os cartoes dos dois lados do resultado corrente:
      * tipo A (amarelo) ou V (vermelho) e camisa no elenco do
      * proprio time; qualquer furo rejeita o resultado inteiro.
           0695-CONFERIR-CARTOES.
               MOVE 'S' TO WRK-CARTAO-VALIDO.
               MOVE RES-RODADA TO WRK-BUSCA-RODADA.
               PERFORM VARYING WRK-IDX-CAR FROM 1 BY 1
                       UNTIL WRK-IDX-CAR > WRK-QTD-CARTOES
                   IF WRK-CAR-RODADA(WRK-IDX-CAR) = RES-RODADA
                      AND (WRK-CAR-TIME(WRK-IDX-CAR) = RES-TIME-CASA
                           OR WRK-CAR-TIME(WRK-IDX-CAR) =
                              RES-TIME-FORA)
                       MOVE WRK-CAR-TIME(WRK-IDX-CAR)
                           TO WRK-BUSCA-TIME
                       MOVE WRK-CAR-CAMISA(WRK-IDX-CAR)
                           TO WRK-BUSCA-CAMISA
                       PERFORM 0780-LOCALIZAR-JOGADOR
                       IF WRK-IDX-ELE-ACHADO = ZEROS
                           DISPLAY 'CARTAO COM CAMISA FORA DO ' ,
                               'ELENCO (RODADA ' RES-RODADA ' TIME ' ,
                               WRK-CAR-TIME(WRK-IDX-CAR) ,
                               ' CAMISA ' ,
                               WRK-CAR-CAMISA(WRK-IDX-CAR) ')'
                           MOVE 'N' TO WRK-CARTAO-VALIDO
                       END-IF
                       IF WRK-CAR-TIPO(WRK-IDX-CAR) NOT = 'A'
                          AND WRK-CAR-TIPO(WRK-IDX-CAR) NOT = 'V'
                           DISPLAY 'CARTAO COM TIPO INVALIDO ' ,
                               '(RODADA ' RES-RODADA ' TIME ' ,
                               WRK-CAR-TIME(WRK-IDX-CAR) ,
                               ' CAMISA ' ,
                               WRK-CAR-CAMISA(WRK-IDX-CAR) ,
                               ' TIPO ' WRK-CAR-TIPO(WRK-IDX-CAR) ')'
                           MOVE 'N' TO WRK-CARTAO-VALIDO
                       END-IF
                   END-IF
               END-PERFORM.
               IF WRK-CARTAO-VALIDO = 'N'
                   MOVE 'N' TO WRK-RESULTADO-OK
               END-IF.

      * Gol ou cartao de jogador que cumpre suspensao na rodada do
      * resultado: o resultado e rejeitado e o jogo agendado fica
      * marcado em FIXTURES.DAT para possivel W.O.
           0697-CONFERIR-SUSPENSOS.
               MOVE 'N' TO WRK-JOGO-IRREGULAR.
               MOVE RES-RODADA TO WRK-BUSCA-RODADA.
               PERFORM VARYING WRK-IDX-GOL FROM 1 BY 1
                       UNTIL WRK-IDX-GOL > WRK-QTD-GOLS
                   IF WRK-GOL-RODADA(WRK-IDX-GOL) = RES-RODADA
                      AND (WRK-GOL-TIME(WRK-IDX-GOL) = RES-TIME-CASA
                           OR WRK-GOL-TIME(WRK-IDX-GOL) =
                              RES-TIME-FORA)
                       MOVE WRK-GOL-TIME(WRK-IDX-GOL)
                           TO WRK-BUSCA-TIME
                       MOVE WRK-GOL-CAMISA(WRK-IDX-GOL)
                           TO WRK-BUSCA-CAMISA
                       PERFORM 0790-BUSCAR-SUSPENSAO
                       IF JOGADOR-SUSPENSO
                           DISPLAY 'GOL DE JOGADOR SUSPENSO ' ,
                               '(RODADA ' RES-RODADA ' TIME ' ,
                               WRK-BUSCA-TIME ' CAMISA ' ,
                               WRK-BUSCA-CAMISA ')'
                           MOVE 'S' TO WRK-JOGO-IRREGULAR
                       END-IF
                   END-IF
               END-PERFORM.
               PERFORM VARYING WRK-IDX-CAR FROM 1 BY 1
                       UNTIL WRK-IDX-CAR > WRK-QTD-CARTOES
                   IF WRK-CAR-RODADA(WRK-IDX-CAR) = RES-RODADA
                      AND (WRK-CAR-TIME(WRK-IDX-CAR) = RES-TIME-CASA
                           OR WRK-CAR-TIME(WRK-IDX-CAR) =
                              RES-TIME-FORA)
                       MOVE WRK-CAR-TIME(WRK-IDX-CAR)
                           TO WRK-BUSCA-TIME
                       MOVE WRK-CAR-CAMISA(WRK-IDX-CAR)
                           TO WRK-BUSCA-CAMISA
                       PERFORM 0790-BUSCAR-SUSPENSAO
                       IF JOGADOR-SUSPENSO
                           DISPLAY 'CARTAO DE JOGADOR SUSPENSO ' ,
                               '(RODADA ' RES-RODADA ' TIME ' ,
                               WRK-BUSCA-TIME ' CAMISA ' ,
                               WRK-BUSCA-CAMISA ')'
                           MOVE 'S' TO WRK-JOGO-IRREGULAR
                       END-IF
                   END-IF
               END-PERFORM.
               IF WRK-JOGO-IRREGULAR = 'S'
                   MOVE 'N' TO WRK-RESULTADO-OK
                   MOVE 'S' TO WRK-FIX-WO(WRK-IDX-FIX-ACHADO)
                   MOVE 'S' TO WRK-FIXTURES-MUDOU
                   DISPLAY 'JOGO MARCADO PARA POSSIVEL W.O.: ' ,
                       'RODADA ' RES-RODADA ' ' RES-TIME-CASA ' X ' ,
                       RES-TIME-FORA
               END-IF.

      * Artilharia: gols somados por jogador (o marcador resolvido
      * pelo time e camisa na rodada do gol, exibido com o time e a
      * camisa atuais), ordenados do maior para o menor; gol sem
      * jogador no elenco fica pelo time e camisa do detalhe.
           0700-EXIBIR-ARTILHARIA.
               PERFORM 0670-CARREGAR-ELENCOS.
               PERFORM 0680-CARREGAR-GOLS.
               MOVE ZEROS TO WRK-QTD-ARTILHEIROS.
               PERFORM VARYING WRK-IDX-GOL FROM 1 BY 1
                       UNTIL WRK-IDX-GOL > WRK-QTD-GOLS
                   MOVE WRK-GOL-RODADA(WRK-IDX-GOL) TO WRK-BUSCA-RODADA
                   MOVE WRK-GOL-TIME(WRK-IDX-GOL) TO WRK-BUSCA-TIME
                   MOVE WRK-GOL-CAMISA(WRK-IDX-GOL) TO WRK-BUSCA-CAMISA
                   PERFORM 0780-LOCALIZAR-JOGADOR
                   IF WRK-IDX-ELE-ACHADO > ZEROS
                       SET WRK-IDX-ELE TO WRK-IDX-ELE-ACHADO
                       MOVE WRK-ELE-TIME(WRK-IDX-ELE) TO WRK-POS-TIME
                       MOVE WRK-ELE-CAMISA(WRK-IDX-ELE)
                           TO WRK-POS-CAMISA
                   ELSE
                       MOVE WRK-BUSCA-TIME TO WRK-POS-TIME
                       MOVE WRK-BUSCA-CAMISA TO WRK-POS-CAMISA
                   END-IF
                   MOVE ZEROS TO WRK-IDX-ART-ACHADO
                   PERFORM VARYING WRK-IDX-ART FROM 1 BY 1
                           UNTIL WRK-IDX-ART > WRK-QTD-ARTILHEIROS
                       IF WRK-ART-JOGADOR(WRK-IDX-ART) =
                               WRK-IDX-ELE-ACHADO
                          AND WRK-ART-TIME(WRK-IDX-ART) =
                              WRK-POS-TIME
                          AND WRK-ART-CAMISA(WRK-IDX-ART) =
                              WRK-POS-CAMISA
                           SET WRK-IDX-ART-ACHADO TO WRK-IDX-ART
                       END-IF
                   END-PERFORM
                       ADD 1 TO WRK-QTD-ARTILHEIROS
                       MOVE WRK-QTD-ARTILHEIROS
                           TO WRK-IDX-ART-ACHADO
                       MOVE WRK-POS-TIME TO
                           WRK-ART-TIME(WRK-IDX-ART-ACHADO)
                       MOVE WRK-POS-CAMISA TO
                           WRK-ART-CAMISA(WRK-IDX-ART-ACHADO)
                       MOVE WRK-IDX-ELE-ACHADO TO
                           WRK-ART-JOGADOR(WRK-IDX-ART-ACHADO)
                       MOVE ZEROS TO
                           WRK-ART-GOLS(WRK-IDX-ART-ACHADO)
                   END-IF
                               TO WRK-TEMP-CAMISA
                           MOVE WRK-ART-GOLS(WRK-CTR2)
                               TO WRK-TEMP-GOLS
                           MOVE WRK-ART-JOGADOR(WRK-CTR2)
                               TO WRK-TEMP-JOGADOR
                           MOVE WRK-ART-TIME(WRK-CTR2 + 1)
                               TO WRK-ART-TIME(WRK-CTR2)
                           MOVE WRK-ART-CAMISA(WRK-CTR2 + 1)
                               TO WRK-ART-CAMISA(WRK-CTR2)
                           MOVE WRK-ART-GOLS(WRK-CTR2 + 1)
                               TO WRK-ART-GOLS(WRK-CTR2)
                           MOVE WRK-ART-JOGADOR(WRK-CTR2 + 1)
                               TO WRK-ART-JOGADOR(WRK-CTR2)
                           MOVE WRK-TEMP-TIME
                               TO WRK-ART-TIME(WRK-CTR2 + 1)
                           MOVE WRK-TEMP-CAMISA
                               TO WRK-ART-CAMISA(WRK-CTR2 + 1)
                           MOVE WRK-TEMP-GOLS
                               TO WRK-ART-GOLS(WRK-CTR2 + 1)
                           MOVE WRK-TEMP-JOGADOR
                               TO WRK-ART-JOGADOR(WRK-CTR2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.
               PERFORM VARYING WRK-IDX-ART FROM 1 BY 1
                       UNTIL WRK-IDX-ART > WRK-QTD-ARTILHEIROS
                   MOVE SPACES TO WRK-TEMP-NOME
                   IF WRK-ART-JOGADOR(WRK-IDX-ART) > ZEROS
                       MOVE WRK-ELE-NOME(WRK-ART-JOGADOR(WRK-IDX-ART))
                           TO WRK-TEMP-NOME
                   END-IF
                   DISPLAY WRK-ART-GOLS(WRK-IDX-ART) '  '
                       WRK-ART-TIME(WRK-IDX-ART) '    '
                       WRK-ART-CAMISA(WRK-IDX-ART) '    '
                       WRK-TEMP-NOME
               END-PERFORM.

           0750-CARREGAR-CARTOES.
               MOVE ZEROS TO WRK-QTD-CARTOES.
               MOVE 'N' TO WRK-FIM-CARTOES WRK-TEM-CARTOES.
               OPEN INPUT CARTOES-FILE.
               IF WRK-STATUS-CARTOES NOT = '00'
                   DISPLAY 'AVISO: CARTOES.DAT NAO ENCONTRADO - ' ,
                       'RESULTADOS SEM CRITICA DE CARTOES'
               ELSE
                   SET TEM-DETALHE-CARTOES TO TRUE
                   PERFORM UNTIL FIM-CARTOES
                       READ CARTOES-FILE
                           AT END
                               MOVE 'S' TO WRK-FIM-CARTOES
                           NOT AT END
                               IF WRK-QTD-CARTOES < 500
                                   ADD 1 TO WRK-QTD-CARTOES
                                   SET WRK-IDX-CAR
                                       TO WRK-QTD-CARTOES
                                   MOVE CAR-RODADA TO
                                       WRK-CAR-RODADA(WRK-IDX-CAR)
                                   MOVE CAR-TIME TO
                                       WRK-CAR-TIME(WRK-IDX-CAR)
                                   MOVE CAR-CAMISA TO
                                       WRK-CAR-CAMISA(WRK-IDX-CAR)
                                   MOVE CAR-TIPO TO
                                       WRK-CAR-TIPO(WRK-IDX-CAR)
                               ELSE
                                   DISPLAY 'AVISO: TABELA DE ' ,
                                       'CARTOES CHEIA - CARTAO ' ,
                                       'IGNORADO'
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CARTOES-FILE
               END-IF.

      * Regras de suspensao, limite de elenco e janelas de
      * transferencia de LIGA-PARAM.CTL; campo ausente, zerado ou nao
      * numerico fica no padrao (tres amarelos, um jogo por vermelho,
      * trinta jogadores por elenco e nenhuma janela aberta).
           0760-LER-PARAM-LIGA.
               MOVE 3 TO WRK-LIMITE-AMARELOS.
               MOVE 1 TO WRK-JOGOS-VERMELHO.
               MOVE 30 TO WRK-MAX-ELENCO.
               MOVE ZEROS TO WRK-TAB-JANELAS.
               OPEN INPUT LIGA-PARAM-FILE.
               IF WRK-STATUS-LIGA-PRM = '00'
                   READ LIGA-PARAM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LGA-LIMITE-AMARELOS IS NUMERIC
                              AND LGA-LIMITE-AMARELOS > ZEROS
                               MOVE LGA-LIMITE-AMARELOS
                                   TO WRK-LIMITE-AMARELOS
                           END-IF
                           IF LGA-JOGOS-VERMELHO IS NUMERIC
                              AND LGA-JOGOS-VERMELHO > ZEROS
                               MOVE LGA-JOGOS-VERMELHO
                                   TO WRK-JOGOS-VERMELHO
                           END-IF
                           IF LGA-MAX-ELENCO IS NUMERIC
                              AND LGA-MAX-ELENCO > ZEROS
                               MOVE LGA-MAX-ELENCO TO WRK-MAX-ELENCO
                           END-IF
                           PERFORM VARYING WRK-CTR-JANELA FROM 1 BY 1
                                   UNTIL WRK-CTR-JANELA > 2
                               IF LGA-JANELA-INICIO(WRK-CTR-JANELA)
                                       IS NUMERIC
                                  AND LGA-JANELA-FIM(WRK-CTR-JANELA)
                                       IS NUMERIC
                                   MOVE LGA-JANELA-INICIO
                                       (WRK-CTR-JANELA) TO
                                       WRK-JANELA-INICIO
                                           (WRK-CTR-JANELA)
                                   MOVE LGA-JANELA-FIM
                                       (WRK-CTR-JANELA) TO
                                       WRK-JANELA-FIM(WRK-CTR-JANELA)
                               END-IF
                           END-PERFORM
                   END-READ
                   CLOSE LIGA-PARAM-FILE
               END-IF.

      * Apura as suspensoes rodada a rodada a partir dos cartoes e
      * da tabela de jogos: primeiro o gancho pendente e cumprido se
      * o time joga na rodada (sem FIXTURES.DAT toda rodada conta),
      * depois os cartoes da rodada alimentam os contadores. Cartao
      * de jogador suspenso ou fora do elenco nao conta para gancho.
           0770-APURAR-SUSPENSOES.
               MOVE ZEROS TO WRK-QTD-SUSPENSOES.
               PERFORM VARYING WRK-IDX-ELE FROM 1 BY 1
                       UNTIL WRK-IDX-ELE > WRK-QTD-ELENCO
                   MOVE ZEROS TO WRK-ELE-AMARELOS(WRK-IDX-ELE)
                                 WRK-ELE-VERMELHOS(WRK-IDX-ELE)
                                 WRK-ELE-CICLO(WRK-IDX-ELE)
                                 WRK-ELE-PENDENTES(WRK-IDX-ELE)
                                 WRK-ELE-GANCHOS(WRK-IDX-ELE)
               END-PERFORM.
               PERFORM VARYING WRK-ROD-DISC FROM 1 BY 1
                       UNTIL WRK-ROD-DISC > 99
                   PERFORM 0772-CUMPRIR-SUSPENSOES
                   PERFORM 0774-APLICAR-CARTOES
               END-PERFORM.

           0772-CUMPRIR-SUSPENSOES.
               PERFORM VARYING WRK-IDX-ELE FROM 1 BY 1
                       UNTIL WRK-IDX-ELE > WRK-QTD-ELENCO
                   IF WRK-ELE-PENDENTES(WRK-IDX-ELE) > ZEROS
                       MOVE WRK-ROD-DISC TO WRK-BUSCA-RODADA
                       SET WRK-IDX-POS TO WRK-IDX-ELE
                       PERFORM 0880-POSICAO-NA-RODADA
                       MOVE WRK-POS-TIME TO WRK-BUSCA-TIME
                       PERFORM 0778-CONFERIR-JOGO-TIME
                       IF WRK-TIME-JOGA = 'S'
                          AND WRK-QTD-SUSPENSOES < 500
                           ADD 1 TO WRK-QTD-SUSPENSOES
                           SET WRK-IDX-SUS TO WRK-QTD-SUSPENSOES
                           MOVE WRK-ROD-DISC TO
                               WRK-SUS-RODADA(WRK-IDX-SUS)
                           MOVE WRK-POS-TIME TO
                               WRK-SUS-TIME(WRK-IDX-SUS)
                           MOVE WRK-POS-CAMISA TO
                               WRK-SUS-CAMISA(WRK-IDX-SUS)
                           SUBTRACT 1 FROM
                               WRK-ELE-PENDENTES(WRK-IDX-ELE)
                       END-IF
                   END-IF
               END-PERFORM.

           0774-APLICAR-CARTOES.
               PERFORM VARYING WRK-IDX-CAR FROM 1 BY 1
                       UNTIL WRK-IDX-CAR > WRK-QTD-CARTOES
                   IF WRK-CAR-RODADA(WRK-IDX-CAR) = WRK-ROD-DISC
                       MOVE WRK-CAR-RODADA(WRK-IDX-CAR)
                           TO WRK-BUSCA-RODADA
                       MOVE WRK-CAR-TIME(WRK-IDX-CAR)
                           TO WRK-BUSCA-TIME
                       MOVE WRK-CAR-CAMISA(WRK-IDX-CAR)
                           TO WRK-BUSCA-CAMISA
                       PERFORM 0780-LOCALIZAR-JOGADOR
                       PERFORM 0790-BUSCAR-SUSPENSAO
                       IF WRK-IDX-ELE-ACHADO > ZEROS
                          AND NOT JOGADOR-SUSPENSO
                           SET WRK-IDX-ELE TO WRK-IDX-ELE-ACHADO
                           PERFORM 0776-CONTAR-CARTAO
                       END-IF
                   END-IF
               END-PERFORM.

      * Vermelho gera o gancho configurado; amarelo soma no ciclo e,
      * ao atingir o limite, gera um jogo e zera o ciclo.
           0776-CONTAR-CARTAO.
               EVALUATE WRK-CAR-TIPO(WRK-IDX-CAR)
                   WHEN 'V'
                       ADD 1 TO WRK-ELE-VERMELHOS(WRK-IDX-ELE)
                       ADD WRK-JOGOS-VERMELHO TO
                           WRK-ELE-PENDENTES(WRK-IDX-ELE)
                           WRK-ELE-GANCHOS(WRK-IDX-ELE)
                   WHEN 'A'
                       ADD 1 TO WRK-ELE-AMARELOS(WRK-IDX-ELE)
                                WRK-ELE-CICLO(WRK-IDX-ELE)
                       IF WRK-ELE-CICLO(WRK-IDX-ELE) >=
                               WRK-LIMITE-AMARELOS
                           MOVE ZEROS TO WRK-ELE-CICLO(WRK-IDX-ELE)
                           ADD 1 TO WRK-ELE-PENDENTES(WRK-IDX-ELE)
                                    WRK-ELE-GANCHOS(WRK-IDX-ELE)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      * O time WRK-BUSCA-TIME tem jogo agendado na rodada
      * WRK-ROD-DISC?
           0778-CONFERIR-JOGO-TIME.
               IF WRK-QTD-FIXTURES = ZEROS
                   MOVE 'S' TO WRK-TIME-JOGA
               ELSE
                   MOVE 'N' TO WRK-TIME-JOGA
                   PERFORM VARYING WRK-IDX-FIX FROM 1 BY 1
                           UNTIL WRK-IDX-FIX > WRK-QTD-FIXTURES
                       IF WRK-FIX-RODADA(WRK-IDX-FIX) = WRK-ROD-DISC
                          AND (WRK-FIX-CASA(WRK-IDX-FIX) =
                                  WRK-BUSCA-TIME
                               OR WRK-FIX-FORA(WRK-IDX-FIX) =
                                  WRK-BUSCA-TIME)
                           MOVE 'S' TO WRK-TIME-JOGA
                       END-IF
                   END-PERFORM
               END-IF.

      * Posicao no elenco do jogador que vestia WRK-BUSCA-CAMISA
      * pelo time WRK-BUSCA-TIME na rodada WRK-BUSCA-RODADA (zero
      * quando ninguem).
           0780-LOCALIZAR-JOGADOR.
               MOVE ZEROS TO WRK-IDX-ELE-ACHADO.
               PERFORM VARYING WRK-IDX-POS FROM 1 BY 1
                       UNTIL WRK-IDX-POS > WRK-QTD-ELENCO
                   PERFORM 0880-POSICAO-NA-RODADA
                   IF WRK-POS-TIME = WRK-BUSCA-TIME
                      AND WRK-POS-CAMISA = WRK-BUSCA-CAMISA
                       MOVE WRK-IDX-POS TO WRK-IDX-ELE-ACHADO
                   END-IF
               END-PERFORM.

      * O jogador WRK-BUSCA-TIME/WRK-BUSCA-CAMISA cumpre suspensao
      * na rodada WRK-BUSCA-RODADA?
           0790-BUSCAR-SUSPENSAO.
               MOVE 'N' TO WRK-SUSPENSO.
               PERFORM VARYING WRK-IDX-SUS FROM 1 BY 1
                       UNTIL WRK-IDX-SUS > WRK-QTD-SUSPENSOES
                   IF WRK-SUS-RODADA(WRK-IDX-SUS) = WRK-BUSCA-RODADA
                      AND WRK-SUS-TIME(WRK-IDX-SUS) = WRK-BUSCA-TIME
                      AND WRK-SUS-CAMISA(WRK-IDX-SUS) =
                          WRK-BUSCA-CAMISA
                       MOVE 'S' TO WRK-SUSPENSO
                   END-IF
               END-PERFORM.

      * Modo 7: quadro disciplinar por time e jogador, suspensos da
      * rodada seguinte a ultima fechada e jogos marcados para
      * possivel W.O.
           0800-QUADRO-DISCIPLINAR.
               PERFORM 0630-CARREGAR-FIXTURES.
               PERFORM 0670-CARREGAR-ELENCOS.
               PERFORM 0750-CARREGAR-CARTOES.
               PERFORM 0760-LER-PARAM-LIGA.
               PERFORM 0770-APURAR-SUSPENSOES.
               PERFORM 0640-APURAR-RODADA-FECHADA.
               IF WRK-ULT-ROD-FECHADA < 99
                   COMPUTE WRK-PROXIMA-RODADA =
                       WRK-ULT-ROD-FECHADA + 1
               ELSE
                   MOVE WRK-ULT-ROD-FECHADA TO WRK-PROXIMA-RODADA
               END-IF.
               PERFORM 0250-CARREGAR-ROSTER.
               DISPLAY ' '.
               DISPLAY 'QUADRO DISCIPLINAR - UM JOGO DE SUSPENSAO A ' ,
                   'CADA ' WRK-LIMITE-AMARELOS ' AMARELOS, ' ,
                   WRK-JOGOS-VERMELHO ' POR VERMELHO'.
               DISPLAY 'TIME CAMISA JOGADOR              AMA VER ' ,
                   'JOGOS SUSP'.
               PERFORM VARYING WRK-IDX-ROSTER FROM 1 BY 1
                       UNTIL WRK-IDX-ROSTER > WRK-QTD-TIMES
                   PERFORM 0810-DISCIPLINA-TIME
               END-PERFORM.
               DISPLAY ' '.
               DISPLAY 'SUSPENSOS PARA A RODADA ' WRK-PROXIMA-RODADA.
               MOVE ZEROS TO WRK-QTD-LISTADOS.
               PERFORM VARYING WRK-IDX-SUS FROM 1 BY 1
                       UNTIL WRK-IDX-SUS > WRK-QTD-SUSPENSOES
                   IF WRK-SUS-RODADA(WRK-IDX-SUS) = WRK-PROXIMA-RODADA
                       ADD 1 TO WRK-QTD-LISTADOS
                       MOVE WRK-SUS-TIME(WRK-IDX-SUS)
                           TO WRK-BUSCA-TIME
                       MOVE WRK-SUS-CAMISA(WRK-IDX-SUS)
                           TO WRK-BUSCA-CAMISA
                       MOVE WRK-SUS-RODADA(WRK-IDX-SUS)
                           TO WRK-BUSCA-RODADA
                       PERFORM 0780-LOCALIZAR-JOGADOR
                       SET WRK-IDX-ELE TO WRK-IDX-ELE-ACHADO
                       DISPLAY '   ' WRK-BUSCA-TIME '   '
                           WRK-BUSCA-CAMISA '     '
                           WRK-ELE-NOME(WRK-IDX-ELE)
                   END-IF
               END-PERFORM.
               IF WRK-QTD-LISTADOS = ZEROS
                   DISPLAY '   NENHUM JOGADOR SUSPENSO'
               END-IF.
               DISPLAY ' '.
               DISPLAY 'JOGOS MARCADOS PARA POSSIVEL W.O.'.
               MOVE ZEROS TO WRK-QTD-LISTADOS.
               PERFORM VARYING WRK-IDX-FIX FROM 1 BY 1
                       UNTIL WRK-IDX-FIX > WRK-QTD-FIXTURES
                   IF WRK-FIX-WO(WRK-IDX-FIX) = 'S'
                       ADD 1 TO WRK-QTD-LISTADOS
                       DISPLAY '   RODADA ' WRK-FIX-RODADA(WRK-IDX-FIX)
                           ': ' WRK-FIX-CASA(WRK-IDX-FIX) ' X '
                           WRK-FIX-FORA(WRK-IDX-FIX)
                   END-IF
               END-PERFORM.
               IF WRK-QTD-LISTADOS = ZEROS
                   DISPLAY '   NENHUM JOGO MARCADO'
               END-IF.

      * Jogadores do elenco atual do time corrente do roster com
      * algum cartao (contagem do jogador na liga, em qualquer time)
      * e o total de cartoes creditados ao time - o time do jogador
      * na rodada de cada cartao.
           0810-DISCIPLINA-TIME.
               MOVE ZEROS TO WRK-TOT-AMARELOS WRK-TOT-VERMELHOS.
               PERFORM VARYING WRK-IDX-ELE FROM 1 BY 1
                       UNTIL WRK-IDX-ELE > WRK-QTD-ELENCO
                   IF WRK-ELE-TIME(WRK-IDX-ELE) =
                           WRK-ROSTER-CODIGO(WRK-IDX-ROSTER)
                      AND (WRK-ELE-AMARELOS(WRK-IDX-ELE) > ZEROS
                           OR WRK-ELE-VERMELHOS(WRK-IDX-ELE) > ZEROS)
                       DISPLAY WRK-ELE-TIME(WRK-IDX-ELE) '   '
                           WRK-ELE-CAMISA(WRK-IDX-ELE) '     '
                           WRK-ELE-NOME(WRK-IDX-ELE) ' '
                           WRK-ELE-AMARELOS(WRK-IDX-ELE) ' '
                           WRK-ELE-VERMELHOS(WRK-IDX-ELE) ' '
                           WRK-ELE-GANCHOS(WRK-IDX-ELE)
                   END-IF
               END-PERFORM.
               PERFORM VARYING WRK-IDX-CAR FROM 1 BY 1
                       UNTIL WRK-IDX-CAR > WRK-QTD-CARTOES
                   IF WRK-CAR-TIME(WRK-IDX-CAR) =
                           WRK-ROSTER-CODIGO(WRK-IDX-ROSTER)
                       EVALUATE WRK-CAR-TIPO(WRK-IDX-CAR)
                           WHEN 'A'
                               ADD 1 TO WRK-TOT-AMARELOS
                           WHEN 'V'
                               ADD 1 TO WRK-TOT-VERMELHOS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM.
               DISPLAY '   TOTAL ' WRK-ROSTER-NOME(WRK-IDX-ROSTER)
                   ': ' WRK-TOT-AMARELOS ' AMARELOS, '
                   WRK-TOT-VERMELHOS ' VERMELHOS'.

           0860-CARREGAR-TRANSFERENCIAS.
               MOVE ZEROS TO WRK-QTD-TRANSF.
               MOVE 'N' TO WRK-FIM-TRANSF.
               OPEN INPUT TRANSFERENCIAS-FILE.
               IF WRK-STATUS-TRANSF = '00'
                   PERFORM UNTIL FIM-TRANSF
                       READ TRANSFERENCIAS-FILE
                           AT END
                               MOVE 'S' TO WRK-FIM-TRANSF
                           NOT AT END
                               IF WRK-QTD-TRANSF < 200
                                   ADD 1 TO WRK-QTD-TRANSF
                                   PERFORM 0865-GUARDAR-TRANSFERENCIA
                               ELSE
                                   DISPLAY 'AVISO: TABELA DE ' ,
                                       'TRANSFERENCIAS CHEIA - ' ,
                                       'TRANSFERENCIA IGNORADA'
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSFERENCIAS-FILE
               END-IF.

      * Copia o registro corrente de TRANSFERENCIAS-LIGA.DAT para a
      * posicao WRK-QTD-TRANSF da tabela.
           0865-GUARDAR-TRANSFERENCIA.
               MOVE TRF-ID TO WRK-TRF-ID(WRK-QTD-TRANSF).
               MOVE TRF-DATA TO WRK-TRF-DATA(WRK-QTD-TRANSF).
               MOVE TRF-RODADA TO WRK-TRF-RODADA(WRK-QTD-TRANSF).
               MOVE TRF-TIME-ORIGEM
                   TO WRK-TRF-TIME-ORIGEM(WRK-QTD-TRANSF).
               MOVE TRF-CAMISA-ORIGEM
                   TO WRK-TRF-CAMISA-ORIGEM(WRK-QTD-TRANSF).
               MOVE TRF-TIME-DESTINO
                   TO WRK-TRF-TIME-DESTINO(WRK-QTD-TRANSF).
               MOVE TRF-CAMISA-DESTINO
                   TO WRK-TRF-CAMISA-DESTINO(WRK-QTD-TRANSF).
               MOVE TRF-JANELA TO WRK-TRF-JANELA(WRK-QTD-TRANSF).

      * Time e camisa do jogador da posicao WRK-IDX-POS do elenco na
      * rodada WRK-BUSCA-RODADA: o historico e lido do fim para o
      * comeco e a transferencia mais antiga posterior a rodada
      * devolve a origem.
           0880-POSICAO-NA-RODADA.
               MOVE WRK-ELE-TIME(WRK-IDX-POS) TO WRK-POS-TIME.
               MOVE WRK-ELE-CAMISA(WRK-IDX-POS) TO WRK-POS-CAMISA.
               PERFORM VARYING WRK-CTR-TRF FROM WRK-QTD-TRANSF BY -1
                       UNTIL WRK-CTR-TRF = ZEROS
                   IF WRK-TRF-ID(WRK-CTR-TRF) = WRK-ELE-ID(WRK-IDX-POS)
                      AND WRK-TRF-RODADA(WRK-CTR-TRF) >
                          WRK-BUSCA-RODADA
                       MOVE WRK-TRF-TIME-ORIGEM(WRK-CTR-TRF)
                           TO WRK-POS-TIME
                       MOVE WRK-TRF-CAMISA-ORIGEM(WRK-CTR-TRF)
                           TO WRK-POS-CAMISA
                   END-IF
               END-PERFORM.

      * Modo 8: inscricao e transferencia de jogadores, com a mesma
      * exigencia de autorizacao da manutencao de times.
           0900-MANTER-ELENCOS.
               DISPLAY 'USUARIO PARA A MANUTENCAO: '.
               ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
               MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
               MOVE 'MANTER ELENCOS' TO AUT-FUNCAO.
               CALL 'PROG29' USING WRK-AUT-PARAMETROS.
               IF AUT-CONCEDIDO NOT = 'S'
                   DISPLAY 'ACESSO NEGADO A INSCRICOES E ' ,
                       'TRANSFERENCIAS (EXIGE SUPERVISOR OU ' ,
                       'ADMINISTRADOR).'
               ELSE
                   PERFORM 0905-EXECUTAR-ELENCOS
               END-IF.

           0905-EXECUTAR-ELENCOS.
               PERFORM 0250-CARREGAR-ROSTER.
               PERFORM 0630-CARREGAR-FIXTURES.
               PERFORM 0670-CARREGAR-ELENCOS.
               PERFORM 0760-LER-PARAM-LIGA.
               MOVE SPACE TO WRK-OPCAO-ELENCO.
               PERFORM UNTIL OPCAO-VOLTAR-ELENCO
                   DISPLAY 'I-INSCREVER  T-TRANSFERIR  L-LISTAR  ' ,
                       'R-RELATORIO DE TRANSFERENCIAS  V-VOLTAR: '
                   ACCEPT WRK-OPCAO-ELENCO FROM CONSOLE
                   EVALUATE TRUE
                       WHEN OPCAO-INSCREVER
                           PERFORM 0910-INSCREVER-JOGADOR
                       WHEN OPCAO-TRANSFERIR
                           PERFORM 0920-TRANSFERIR-JOGADOR
                       WHEN OPCAO-LISTAR-ELENCO
                           PERFORM 0990-LISTAR-INSCRITOS
                       WHEN OPCAO-RELATORIO-TRANSF
                           PERFORM 0980-RELATORIO-TRANSFERENCIAS
                       WHEN OPCAO-VOLTAR-ELENCO
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'OPCAO INVALIDA.'
                   END-EVALUATE
               END-PERFORM.

      * Inscricao: time cadastrado, camisa livre no elenco atual do
      * time e elenco abaixo do limite; o jogador recebe o proximo
      * ID e a data do dia.
           0910-INSCREVER-JOGADOR.
               DISPLAY 'CODIGO DO TIME: '.
               ACCEPT WRK-BUSCA-TIME FROM CONSOLE.
               PERFORM 0950-CONFERIR-TIME.
               IF WRK-TIME-CADASTRADO = 'N'
                   DISPLAY 'TIME NAO CADASTRADO: ' WRK-BUSCA-TIME
               ELSE
                   DISPLAY 'CAMISA (01-99): '
                   ACCEPT WRK-CAMISA-NOVA FROM CONSOLE
                   DISPLAY 'NOME DO JOGADOR: '
                   ACCEPT WRK-NOME-JOGADOR FROM CONSOLE
                   PERFORM 0955-CONFERIR-CAMISA
                   EVALUATE TRUE
                       WHEN WRK-CAMISA-NOVA = ZEROS
                           DISPLAY 'CAMISA INVALIDA.'
                       WHEN WRK-CAMISA-OCUPADA = 'S'
                           DISPLAY 'CAMISA ' WRK-CAMISA-NOVA ,
                               ' JA USADA NO TIME ' WRK-BUSCA-TIME
                       WHEN WRK-QTD-NO-TIME >= WRK-MAX-ELENCO
                           DISPLAY 'ELENCO DO TIME ' WRK-BUSCA-TIME ,
                               ' COMPLETO (LIMITE DE ' ,
                               WRK-MAX-ELENCO ' JOGADORES) - ' ,
                               'INSCRICAO RECUSADA'
                       WHEN WRK-QTD-ELENCO >= 300
                           DISPLAY 'TABELA DE ELENCOS CHEIA - ' ,
                               'INSCRICAO RECUSADA'
                       WHEN OTHER
                           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                           ADD 1 TO WRK-QTD-ELENCO
                           SET WRK-IDX-ELE TO WRK-QTD-ELENCO
                           MOVE WRK-BUSCA-TIME
                               TO WRK-ELE-TIME(WRK-IDX-ELE)
                           MOVE WRK-CAMISA-NOVA
                               TO WRK-ELE-CAMISA(WRK-IDX-ELE)
                           MOVE WRK-NOME-JOGADOR
                               TO WRK-ELE-NOME(WRK-IDX-ELE)
                           MOVE WRK-PROXIMO-ID
                               TO WRK-ELE-ID(WRK-IDX-ELE)
                           MOVE WRK-DATA-HOJE
                               TO WRK-ELE-DATA(WRK-IDX-ELE)
                           ADD 1 TO WRK-PROXIMO-ID
                           DISPLAY 'JOGADOR INSCRITO COM O ID ' ,
                               WRK-ELE-ID(WRK-IDX-ELE)
                           PERFORM 0970-REGRAVAR-ELENCOS
                           ADD 1 TO WRK-QTD-OPERACOES
                   END-EVALUATE
               END-IF.

      * Transferencia: so dentro de uma janela de LIGA-PARAM.CTL, para
      * outro time cadastrado, com camisa livre e vaga no elenco de
      * destino.
           0920-TRANSFERIR-JOGADOR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0960-LOCALIZAR-JANELA.
               IF WRK-JANELA-ATUAL = ZEROS
                   DISPLAY 'FORA DA JANELA DE TRANSFERENCIAS - ' ,
                       'TRANSFERENCIA RECUSADA EM ' WRK-DATA-HOJE
               ELSE
                   DISPLAY 'ID DO JOGADOR: '
                   ACCEPT WRK-ID-JOGADOR FROM CONSOLE
                   PERFORM 0965-LOCALIZAR-ID
                   IF WRK-IDX-ELE-ACHADO = ZEROS
                       DISPLAY 'JOGADOR NAO INSCRITO: ' WRK-ID-JOGADOR
                   ELSE
                       PERFORM 0925-CONFERIR-DESTINO
                   END-IF
               END-IF.

           0925-CONFERIR-DESTINO.
               SET WRK-IDX-ELE TO WRK-IDX-ELE-ACHADO.
               DISPLAY 'JOGADOR ' WRK-ELE-NOME(WRK-IDX-ELE) ' - TIME ' ,
                   WRK-ELE-TIME(WRK-IDX-ELE) ' CAMISA ' ,
                   WRK-ELE-CAMISA(WRK-IDX-ELE).
               DISPLAY 'TIME DE DESTINO: '.
               ACCEPT WRK-BUSCA-TIME FROM CONSOLE.
               DISPLAY 'CAMISA NO TIME DE DESTINO (01-99): '.
               ACCEPT WRK-CAMISA-NOVA FROM CONSOLE.
               PERFORM 0950-CONFERIR-TIME.
               PERFORM 0955-CONFERIR-CAMISA.
               SET WRK-IDX-ELE TO WRK-IDX-ELE-ACHADO.
               EVALUATE TRUE
                   WHEN WRK-TIME-CADASTRADO = 'N'
                       DISPLAY 'TIME NAO CADASTRADO: ' WRK-BUSCA-TIME
                   WHEN WRK-BUSCA-TIME = WRK-ELE-TIME(WRK-IDX-ELE)
                       DISPLAY 'JOGADOR JA PERTENCE AO TIME ' ,
                           WRK-BUSCA-TIME
                   WHEN WRK-CAMISA-NOVA = ZEROS
                       DISPLAY 'CAMISA INVALIDA.'
                   WHEN WRK-CAMISA-OCUPADA = 'S'
                       DISPLAY 'CAMISA ' WRK-CAMISA-NOVA ,
                           ' JA USADA NO TIME ' WRK-BUSCA-TIME
                   WHEN WRK-QTD-NO-TIME >= WRK-MAX-ELENCO
                       DISPLAY 'ELENCO DO TIME ' WRK-BUSCA-TIME ,
                           ' COMPLETO (LIMITE DE ' WRK-MAX-ELENCO ,
                           ' JOGADORES) - TRANSFERENCIA RECUSADA'
                   WHEN WRK-QTD-TRANSF >= 200
                       DISPLAY 'TABELA DE TRANSFERENCIAS CHEIA - ' ,
                           'TRANSFERENCIA RECUSADA'
                   WHEN OTHER
                       PERFORM 0930-APURAR-RODADA-EFETIVA
                       PERFORM 0940-GRAVAR-TRANSFERENCIA
               END-EVALUATE.

      * Primeira rodada pelo destino: a seguinte a maior rodada ja
      * respondida de qualquer dos dois times, e nunca antes da
      * rodada seguinte a ultima fechada - gol ou cartao ja postado
      * continua com o time da epoca.
           0930-APURAR-RODADA-EFETIVA.
               PERFORM 0640-APURAR-RODADA-FECHADA.
               MOVE WRK-ULT-ROD-FECHADA TO WRK-MAIOR-RESPONDIDA.
               PERFORM VARYING WRK-IDX-FIX FROM 1 BY 1
                       UNTIL WRK-IDX-FIX > WRK-QTD-FIXTURES
                   IF WRK-FIX-RESPONDIDO(WRK-IDX-FIX) = 'S'
                      AND WRK-FIX-RODADA(WRK-IDX-FIX) >
                          WRK-MAIOR-RESPONDIDA
                      AND (WRK-FIX-CASA(WRK-IDX-FIX) =
                              WRK-ELE-TIME(WRK-IDX-ELE)
                           OR WRK-FIX-FORA(WRK-IDX-FIX) =
                              WRK-ELE-TIME(WRK-IDX-ELE)
                           OR WRK-FIX-CASA(WRK-IDX-FIX) =
                              WRK-BUSCA-TIME
                           OR WRK-FIX-FORA(WRK-IDX-FIX) =
                              WRK-BUSCA-TIME)
                       MOVE WRK-FIX-RODADA(WRK-IDX-FIX)
                           TO WRK-MAIOR-RESPONDIDA
                   END-IF
               END-PERFORM.
               IF WRK-MAIOR-RESPONDIDA < 99
                   COMPUTE WRK-RODADA-EFETIVA =
                       WRK-MAIOR-RESPONDIDA + 1
               ELSE
                   MOVE 99 TO WRK-RODADA-EFETIVA
               END-IF.

      * Grava o historico, atualiza a posicao atual do jogador e
      * regrava ELENCOS.DAT.
           0940-GRAVAR-TRANSFERENCIA.
               OPEN EXTEND TRANSFERENCIAS-FILE.
               IF WRK-STATUS-TRANSF = '35'
                   OPEN OUTPUT TRANSFERENCIAS-FILE
               END-IF.
               MOVE SPACES TO TRANSFERENCIAS-RECORD.
               MOVE WRK-ELE-ID(WRK-IDX-ELE)     TO TRF-ID.
               MOVE WRK-DATA-HOJE               TO TRF-DATA.
               MOVE WRK-RODADA-EFETIVA          TO TRF-RODADA.
               MOVE WRK-ELE-TIME(WRK-IDX-ELE)   TO TRF-TIME-ORIGEM.
               MOVE WRK-ELE-CAMISA(WRK-IDX-ELE) TO TRF-CAMISA-ORIGEM.
               MOVE WRK-BUSCA-TIME              TO TRF-TIME-DESTINO.
               MOVE WRK-CAMISA-NOVA             TO TRF-CAMISA-DESTINO.
               MOVE WRK-JANELA-ATUAL            TO TRF-JANELA.
               MOVE WRK-USUARIO-SESSAO          TO TRF-USUARIO.
               WRITE TRANSFERENCIAS-RECORD.
               CLOSE TRANSFERENCIAS-FILE.
               ADD 1 TO WRK-QTD-TRANSF.
               PERFORM 0865-GUARDAR-TRANSFERENCIA.
               MOVE WRK-BUSCA-TIME  TO WRK-ELE-TIME(WRK-IDX-ELE).
               MOVE WRK-CAMISA-NOVA TO WRK-ELE-CAMISA(WRK-IDX-ELE).
               DISPLAY 'JOGADOR ' WRK-ELE-ID(WRK-IDX-ELE) ,
                   ' TRANSFERIDO PARA O TIME ' WRK-BUSCA-TIME ,
                   ' CAMISA ' WRK-CAMISA-NOVA ' A PARTIR DA RODADA ' ,
                   WRK-RODADA-EFETIVA.
               PERFORM 0970-REGRAVAR-ELENCOS.
               ADD 1 TO WRK-QTD-OPERACOES.

      * O time WRK-BUSCA-TIME esta no roster carregado?
           0950-CONFERIR-TIME.
               MOVE 'N' TO WRK-TIME-CADASTRADO.
               PERFORM VARYING WRK-IDX-ROSTER FROM 1 BY 1
                       UNTIL WRK-IDX-ROSTER > WRK-QTD-TIMES
                   IF WRK-ROSTER-CODIGO(WRK-IDX-ROSTER) =
                           WRK-BUSCA-TIME
                       MOVE 'S' TO WRK-TIME-CADASTRADO
                   END-IF
               END-PERFORM.

      * Elenco atual do time WRK-BUSCA-TIME: quantos jogadores tem e
      * se a camisa WRK-CAMISA-NOVA ja esta em uso - camisa deixada
      * por jogador transferido continua presa ao historico e nao
      * volta a ser usada no time, para que time, camisa e rodada
      * apontem sempre um unico jogador.
           0955-CONFERIR-CAMISA.
               MOVE ZEROS TO WRK-QTD-NO-TIME.
               MOVE 'N' TO WRK-CAMISA-OCUPADA.
               PERFORM VARYING WRK-IDX-ELE FROM 1 BY 1
                       UNTIL WRK-IDX-ELE > WRK-QTD-ELENCO
                   IF WRK-ELE-TIME(WRK-IDX-ELE) = WRK-BUSCA-TIME
                       ADD 1 TO WRK-QTD-NO-TIME
                       IF WRK-ELE-CAMISA(WRK-IDX-ELE) = WRK-CAMISA-NOVA
                           MOVE 'S' TO WRK-CAMISA-OCUPADA
                       END-IF
                   END-IF
               END-PERFORM.
               PERFORM VARYING WRK-CTR-TRF FROM 1 BY 1
                       UNTIL WRK-CTR-TRF > WRK-QTD-TRANSF
                   IF WRK-TRF-TIME-ORIGEM(WRK-CTR-TRF) = WRK-BUSCA-TIME
                      AND WRK-TRF-CAMISA-ORIGEM(WRK-CTR-TRF) =
                          WRK-CAMISA-NOVA
                       MOVE 'S' TO WRK-CAMISA-OCUPADA
                   END-IF
               END-PERFORM.

      * Janela de transferencias que contem WRK-DATA-HOJE (zero
      * quando nenhuma).
           0960-LOCALIZAR-JANELA.
               MOVE ZEROS TO WRK-JANELA-ATUAL.
               PERFORM VARYING WRK-CTR-JANELA FROM 1 BY 1
                       UNTIL WRK-CTR-JANELA > 2
                   IF WRK-JANELA-INICIO(WRK-CTR-JANELA) > ZEROS
                      AND WRK-DATA-HOJE >=
                          WRK-JANELA-INICIO(WRK-CTR-JANELA)
                      AND WRK-DATA-HOJE <=
                          WRK-JANELA-FIM(WRK-CTR-JANELA)
                       MOVE WRK-CTR-JANELA TO WRK-JANELA-ATUAL
                   END-IF
               END-PERFORM.

      * Posicao no elenco do jogador de ID WRK-ID-JOGADOR (zero
      * quando nao inscrito).
           0965-LOCALIZAR-ID.
               MOVE ZEROS TO WRK-IDX-ELE-ACHADO.
               PERFORM VARYING WRK-IDX-ELE FROM 1 BY 1
                       UNTIL WRK-IDX-ELE > WRK-QTD-ELENCO
                   IF WRK-ELE-ID(WRK-IDX-ELE) = WRK-ID-JOGADOR
                       SET WRK-IDX-ELE-ACHADO TO WRK-IDX-ELE
                   END-IF
               END-PERFORM.

           0970-REGRAVAR-ELENCOS.
               OPEN OUTPUT ELENCOS-FILE.
               PERFORM VARYING WRK-IDX-ELE FROM 1 BY 1
                       UNTIL WRK-IDX-ELE > WRK-QTD-ELENCO
                   MOVE SPACES TO ELENCOS-RECORD
                   MOVE WRK-ELE-TIME(WRK-IDX-ELE)   TO ELE-TIME
                   MOVE WRK-ELE-CAMISA(WRK-IDX-ELE) TO ELE-CAMISA
                   MOVE WRK-ELE-NOME(WRK-IDX-ELE)   TO ELE-NOME
                   MOVE WRK-ELE-ID(WRK-IDX-ELE)     TO ELE-ID
                   MOVE WRK-ELE-DATA(WRK-IDX-ELE)
                       TO ELE-DATA-INSCRICAO
                   WRITE ELENCOS-RECORD
               END-PERFORM.
               CLOSE ELENCOS-FILE.

      * Relatorio de transferencias agrupado pelas duas janelas de
      * LIGA-PARAM.CTL, na ordem do historico.
           0980-RELATORIO-TRANSFERENCIAS.
               PERFORM VARYING WRK-CTR-JANELA FROM 1 BY 1
                       UNTIL WRK-CTR-JANELA > 2
                   DISPLAY ' '
                   IF WRK-JANELA-INICIO(WRK-CTR-JANELA) = ZEROS
                       DISPLAY 'JANELA ' WRK-CTR-JANELA ,
                           ': NAO CONFIGURADA'
                   ELSE
                       DISPLAY 'JANELA ' WRK-CTR-JANELA ': ' ,
                           WRK-JANELA-INICIO(WRK-CTR-JANELA) ' A ' ,
                           WRK-JANELA-FIM(WRK-CTR-JANELA)
                   END-IF
                   DISPLAY 'DATA     ID    JOGADOR              ' ,
                       'DE    CAM PARA  CAM RODADA'
                   MOVE ZEROS TO WRK-QTD-LISTADOS
                   PERFORM VARYING WRK-CTR-TRF FROM 1 BY 1
                           UNTIL WRK-CTR-TRF > WRK-QTD-TRANSF
                       IF WRK-TRF-JANELA(WRK-CTR-TRF) = WRK-CTR-JANELA
                           PERFORM 0985-LINHA-TRANSFERENCIA
                       END-IF
                   END-PERFORM
                   DISPLAY 'TOTAL DA JANELA: ' WRK-QTD-LISTADOS ,
                       ' TRANSFERENCIAS'
               END-PERFORM.

           0985-LINHA-TRANSFERENCIA.
               ADD 1 TO WRK-QTD-LISTADOS.
               MOVE WRK-TRF-ID(WRK-CTR-TRF) TO WRK-ID-JOGADOR.
               PERFORM 0965-LOCALIZAR-ID.
               MOVE SPACES TO WRK-NOME-JOGADOR.
               IF WRK-IDX-ELE-ACHADO > ZEROS
                   MOVE WRK-ELE-NOME(WRK-IDX-ELE-ACHADO)
                       TO WRK-NOME-JOGADOR
               END-IF.
               DISPLAY WRK-TRF-DATA(WRK-CTR-TRF) ' '
                   WRK-TRF-ID(WRK-CTR-TRF) ' ' WRK-NOME-JOGADOR ' '
                   WRK-TRF-TIME-ORIGEM(WRK-CTR-TRF) '    '
                   WRK-TRF-CAMISA-ORIGEM(WRK-CTR-TRF) '  '
                   WRK-TRF-TIME-DESTINO(WRK-CTR-TRF) '    '
                   WRK-TRF-CAMISA-DESTINO(WRK-CTR-TRF) '  '
                   WRK-TRF-RODADA(WRK-CTR-TRF).

           0990-LISTAR-INSCRITOS.
               DISPLAY 'ID    TIME CAMISA JOGADOR              ' ,
                   'INSCRICAO'.
               PERFORM VARYING WRK-IDX-ELE FROM 1 BY 1
                       UNTIL WRK-IDX-ELE > WRK-QTD-ELENCO
                   DISPLAY WRK-ELE-ID(WRK-IDX-ELE) ' '
                       WRK-ELE-TIME(WRK-IDX-ELE) '   '
                       WRK-ELE-CAMISA(WRK-IDX-ELE) '     '
                       WRK-ELE-NOME(WRK-IDX-ELE) ' '
                       WRK-ELE-DATA(WRK-IDX-ELE)
               END-PERFORM.

           COPY 'MSGPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG15.
