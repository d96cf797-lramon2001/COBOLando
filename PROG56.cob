      * recebimentos sao as parcelas em aberto de PARCELAS.DAT
      * (consignado e avulso) posicionadas no dia 10 do vencimento, e
      * as pendencias do nosso lado em PENDENTES.DAT entram como
      * compensacao esperada na primeira semana e as notas em aberto
      * do contas a pagar (CONTAS-PAGAR.DAT) saem na semana do
      * vencimento - vencidas na primeira semana. Semana com saldo
      * projetado negativo sai flagada - a resposta ao "da para
      * cobrir o dia 5?" sem abrir quatro relatorios.
      * Tectonics: cobc
      *              ciclos de rescisao (R) e ferias (F) de
      *              EOD-RESUMO.LOG - eventos pontuais que nao se
      *              repetem todo dia 5.
      * 15/10/2026 - A folha esperada da projecao ignora tambem os
      *              ciclos de folha complementar (C) e de PLR (P) de
      *              EOD-RESUMO.LOG.
      * 15/10/2026 - Notas em aberto do contas a pagar entram como
      *              saida na semana do vencimento.
      * 15/10/2026 - Registro de PARCELAS.DAT acompanha a amortizacao
      *              gravada por parcela pelo PROG12 e pelo PROG26.
      * 15/10/2026 - SALDO-BANCO.CTL passou a ter uma linha por conta
      *              corrente (PROG55); o saldo de partida e a soma de
      *              todas as contas. PENDENTES.DAT ganhou a conta
      *              contabil de caixa de cada pendencia.
      * 15/10/2026 - Folha do dia 5 e recebimento do dia 10 que caem
      *              em fim de semana ou feriado passam para o
      *              primeiro dia util seguinte, pelo calendario de
      *              feriados compartilhado (FERIADOS.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG56.
           SELECT PENDENTES-FILE ASSIGN TO "PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENDENTES.
           COPY 'FORNSL.COB'.
           COPY 'TRAILESL.COB'.
           COPY 'CALNSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SALDO-CTL-FILE.
           05 SCT-DATA   PIC 9(08).
           05 FILLER     PIC X(01).
           05 SCT-SALDO  PIC S9(10)V99 SIGN IS LEADING SEPARATE.
           05 FILLER     PIC X(01).
           05 SCT-CONTA  PIC 9(04).
       FD  EOD-SUMMARY-FILE.
       01  EOD-SUMMARY-RECORD.
           05 RESUMO-DATA.
           05 PAR-JUROS-MORA   PIC 9(06)V99.
           05 PAR-ABATIMENTO   PIC 9(06)V99.
           05 PAR-DATA-PAGTO   PIC 9(06).
           05 PAR-AMORTIZACAO  PIC 9(08)V99.
       FD  PENDENTES-FILE.
       01  PENDENTES-RECORD.
           05 PEN-ORIGEM         PIC X(01).
           05 PEN-DATA           PIC 9(08).
           05 PEN-VALOR          PIC S9(6)V99.
           05 PEN-PRIMEIRA-VISTA PIC 9(08).
           05 PEN-CONTA          PIC 9(04).
           COPY 'FORNFD.COB'.
           COPY 'TRAILEFD.COB'.
           COPY 'CALNFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'FORNWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'CALNWS.COB'.
       77  WRK-STATUS-SALDO-CTL PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RESUMO    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PARCELAS  PIC X(02) VALUES ZEROS.
           88 FIM-PARCELAS VALUE 'S'.
       77  WRK-FIM-PENDENTES    PIC X(01) VALUES 'N'.
           88 FIM-PENDENTES VALUE 'S'.
       77  WRK-FIM-SALDO-CTL    PIC X(01) VALUES 'N'.
           88 FIM-SALDO-CTL VALUE 'S'.
       77  WRK-SALDO-ATUAL      PIC S9(10)V99 VALUES ZEROS.
       77  WRK-FOLHA-ESPERADA   PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TEM-FOLHA        PIC X(01) VALUES 'N'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = FUNCTION INTEGER-OF-DATE
               (WRK-DATA-HOJE).
           PERFORM 9810-CARREGAR-CALENDARIO.
           PERFORM 0100-LER-SALDO-ATUAL.
           PERFORM 0200-LER-FOLHA-ESPERADA.
           PERFORM 0300-POSICIONAR-FOLHAS.
           PERFORM 0400-POSICIONAR-PARCELAS.
           PERFORM 0500-POSICIONAR-PENDENTES.
           PERFORM 0550-POSICIONAR-CONTAS-PAGAR.
           PERFORM 0600-EMITIR-PROJECAO.
           MOVE 8 TO WRK-TRAILER-QTD.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
           DISPLAY ' '.

      * Saldo corrente da conciliacao (SALDO-BANCO.CTL, gravado pelo
      * PROG55, uma linha por conta corrente, somadas); sem o
      * arquivo, o operador informa o saldo conferido.
       0100-LER-SALDO-ATUAL.
           OPEN INPUT SALDO-CTL-FILE.
           IF WRK-STATUS-SALDO-CTL = '00'
               PERFORM UNTIL FIM-SALDO-CTL
                   READ SALDO-CTL-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-SALDO-CTL
                       NOT AT END
                           ADD SCT-SALDO TO WRK-SALDO-ATUAL
                           MOVE SCT-SALDO TO WRK-MASC-VALOR
                           DISPLAY 'SALDO DA CONCILIACAO DE ' ,
                               SCT-DATA ' CONTA ' SCT-CONTA ': ' ,
                               WRK-MASC-VALOR
                   END-READ
               END-PERFORM
               CLOSE SALDO-CTL-FILE
           ELSE
               DISPLAY 'SALDO-BANCO.CTL NAO ENCONTRADO - INFORME ' ,
                           IF RESUMO-TIPO NOT = 'D'
                              AND RESUMO-TIPO NOT = 'R'
                              AND RESUMO-TIPO NOT = 'F'
                              AND RESUMO-TIPO NOT = 'C'
                              AND RESUMO-TIPO NOT = 'P'
                               MOVE RESUMO-VALOR-FOLHA
                                   TO WRK-FOLHA-ESPERADA
                               SET TEM-FOLHA TO TRUE
           END-IF.

      * A folha sai no dia 5 de cada mes futuro que cair dentro das
      * oito semanas - no primeiro dia util a partir do dia 5 quando
      * ele cai em fim de semana ou feriado (FERIADOS.DAT).
       0300-POSICIONAR-FOLHAS.
           PERFORM VARYING WRK-CTR-MES FROM 1 BY 1
                   UNTIL WRK-CTR-MES > 3
                   (WRK-ANO-AUX * 12) + 1
               COMPUTE WRK-DATA-EVENTO =
                   (WRK-ANO-AUX * 10000) + (WRK-MES-AUX * 100) + 5
               PERFORM 0340-AJUSTAR-DIA-UTIL
               PERFORM 0350-SEMANA-DO-EVENTO
               IF WRK-SEMANA-EVENTO >= 1
                  AND WRK-SEMANA-EVENTO <= 8
               END-IF
           END-PERFORM.

      * Evento que cai em dia nao util vai para o primeiro dia util
      * seguinte pelo servico do calendario.
       0340-AJUSTAR-DIA-UTIL.
           MOVE WRK-DATA-EVENTO TO WRK-CAL-DATA.
           PERFORM 9820-PROXIMO-DIA-UTIL.
           MOVE WRK-CAL-DATA-UTIL TO WRK-DATA-EVENTO.

      * Semana (1-8) do evento em WRK-DATA-EVENTO, contada em blocos
      * de sete dias a partir de hoje; fora da janela devolve zero.
       0350-SEMANA-DO-EVENTO.
           END-IF.

      * Recebimentos: parcelas em aberto (consignado e avulso)
      * posicionadas no dia 10 do vencimento (ou no primeiro dia util
      * seguinte); vencida antes de hoje entra como recebimento
      * esperado da primeira semana.
       0400-POSICIONAR-PARCELAS.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-STATUS-PARCELAS = '00'
                           IF PAR-SITUACAO = 'A'
                               COMPUTE WRK-DATA-EVENTO =
                                   (PAR-VENCIMENTO * 100) + 10
                               PERFORM 0340-AJUSTAR-DIA-UTIL
                               PERFORM 0350-SEMANA-DO-EVENTO
                               IF WRK-SEMANA-EVENTO = ZEROS
                                  AND FUNCTION INTEGER-OF-DATE
               CLOSE PENDENTES-FILE
           END-IF.

      * Contas a pagar: notas em aberto saem na semana do
      * vencimento; vencida antes de hoje entra como saida da
      * primeira semana, como as parcelas.
       0550-POSICIONAR-CONTAS-PAGAR.
           OPEN INPUT CONTAS-PAGAR-FILE.
           IF WRK-STATUS-CPAGAR = '00'
               PERFORM UNTIL FIM-CPAGAR
                   READ CONTAS-PAGAR-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CPAGAR
                       NOT AT END
                           IF CPG-ABERTA
                               MOVE CPG-VENCIMENTO TO WRK-DATA-EVENTO
                               PERFORM 0350-SEMANA-DO-EVENTO
                               IF WRK-SEMANA-EVENTO = ZEROS
                                  AND FUNCTION INTEGER-OF-DATE
                                      (WRK-DATA-EVENTO) <
                                      WRK-DIAS-HOJE
                                   MOVE 1 TO WRK-SEMANA-EVENTO
                               END-IF
                               IF WRK-SEMANA-EVENTO >= 1
                                  AND WRK-SEMANA-EVENTO <= 8
                                   ADD CPG-VALOR TO
                                       WRK-SEM-SAIDAS
                                           (WRK-SEMANA-EVENTO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-PAGAR-FILE
           END-IF.

       0600-EMITIR-PROJECAO.
           MOVE WRK-SALDO-ATUAL TO WRK-SALDO-PROJETADO.
           DISPLAY ' '.
           DISPLAY WRK-RODAPE-MENSAGEM.

           COPY 'TRAILEPR.COB'.
           COPY 'CALNPR.COB'.
       END PROGRAM PROG56.
