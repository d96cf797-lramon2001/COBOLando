      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Extrato mensal consolidado da familia e informe anual
      * de mensalidades pagas para o imposto de renda, ao responsavel
      * financeiro de RESPONSAVEIS.DAT (PROG89), somando todos os
      * alunos vinculados a familia em FAMILIAS.DAT. O modo 1, para
      * uma competencia, lista por aluno a mensalidade cobrada no
      * mes, o que foi pago no mes (com a multa e os juros cobrados
      * na baixa) e as mensalidades vencidas em aberto com a mora
      * atualizada ate a competencia (multa de 2% e juros de 1% ao
      * mes, as regras da baixa do PROG87), e o saldo a pagar. O modo
      * 2, para um ano civil, lista por aluno as mensalidades pagas
      * no ano (pela competencia do pagamento; baixa antiga sem ela
      * conta pela competencia da mensalidade), o valor da
      * mensalidade, os encargos e o total pago, com o CPF do
      * responsavel. Uma familia (codigo informado) ou todas; aluno
      * de familia sem responsavel sai como pendencia no fim. Spool
      * EXTRATO-FAMILIA.SPL. RETURN-CODE 8 competencia, ano ou
      * familia invalida, 4 nada a informar, 1 tabela cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG90.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-STATUS-ALUNO.
           SELECT MENSALIDADES-FILE ASSIGN TO "MENSALIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
           COPY 'RSPSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="EXTRATO-FAMILIA.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05 ALU-MATRICULA    PIC 9(05).
           05 ALU-NOME         PIC X(20).
           05 ALU-TURMA        PIC 9(02).
           05 ALU-BIMESTRE OCCURS 4 TIMES.
              10 ALU-BIM-NOTA-1 PIC 9(2)V99.
              10 ALU-BIM-NOTA-2 PIC 9(2)V99.
           05 ALU-NOTA-RECUP   PIC 9(2)V99.
       FD  MENSALIDADES-FILE.
       01  MENSALIDADES-RECORD.
           05 MEN-MATRICULA    PIC 9(05).
           05 MEN-COMPETENCIA  PIC 9(06).
           05 MEN-VALOR        PIC 9(06)V99.
           05 MEN-SITUACAO     PIC X(01).
           05 MEN-VALOR-PAGO   PIC 9(06)V99.
           05 MEN-MULTA        PIC 9(06)V99.
           05 MEN-JUROS        PIC 9(06)V99.
           05 MEN-DATA-PAGTO   PIC 9(06).
           COPY 'RSPFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'RSPWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-ALUNO      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MENSAL     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO       PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU    PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       77  WRK-ALUNO-ABERTO      PIC X(01) VALUES 'N'.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-EXTRATO VALUE '1'.
           88 MODO-INFORME VALUE '2'.
      * Linha vai para o spool e, quando pedida uma so familia,
      * tambem para a tela do atendimento.
       77  WRK-ECO-TELA          PIC X(01) VALUES 'S'.
       77  WRK-MULTA-PCT-MEN     PIC 9(02)V99 VALUE 2,00.
       77  WRK-JUROS-PCT-MEN     PIC 9(02)V99 VALUE 1,00.
       01  WRK-DATA-HOJE         PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPETENCIA-HOJE PIC 9(06).
           05 FILLER               PIC 9(02).
      * Competencia do extrato e da mensalidade, para os meses de
      * atraso.
       01  WRK-COMP-EXTRATO      PIC 9(06) VALUES ZEROS.
       01  WRK-COMP-EXTRATO-R REDEFINES WRK-COMP-EXTRATO.
           05 WRK-EXT-ANO          PIC 9(04).
           05 WRK-EXT-MES          PIC 9(02).
       01  WRK-COMP-ITEM         PIC 9(06) VALUES ZEROS.
       01  WRK-COMP-ITEM-R REDEFINES WRK-COMP-ITEM.
           05 WRK-ITEM-ANO         PIC 9(04).
           05 WRK-ITEM-MES         PIC 9(02).
       01  WRK-COMP-EDITAR       PIC 9(06) VALUES ZEROS.
       01  WRK-COMP-EDITAR-R REDEFINES WRK-COMP-EDITAR.
           05 WRK-COMP-ED-ANO      PIC 9(04).
           05 WRK-COMP-ED-MES      PIC 9(02).
       77  WRK-COMP-EDITADA      PIC X(07) VALUES SPACES.
      * Mensalidades de MENSALIDADES.DAT (mesma capacidade do PROG87).
       77  WRK-QTD-MENSAL        PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-MENSALIDADES.
           05 WRK-MEN-ITEM OCCURS 600 TIMES
                            INDEXED BY WRK-IDX-MEN.
              10 WRK-MEN-MATRICULA   PIC 9(05).
              10 WRK-MEN-COMPETENCIA PIC 9(06).
              10 WRK-MEN-VALOR       PIC 9(06)V99.
              10 WRK-MEN-SITUACAO    PIC X(01).
              10 WRK-MEN-VALOR-PAGO  PIC 9(06)V99.
              10 WRK-MEN-MULTA       PIC 9(06)V99.
              10 WRK-MEN-JUROS       PIC 9(06)V99.
              10 WRK-MEN-DATA-PAGTO  PIC 9(06).
      * Pedido e familia em emissao.
       77  WRK-FAMILIA-PEDIDA    PIC 9(04) VALUES ZEROS.
       77  WRK-ANO-INFORME       PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-FAMILIAS-EMIT PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-ALUNOS-FAM    PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-SEM-RESP      PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-LISTADAS      PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-ITENS-FAM     PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-ITENS-ALUNO   PIC 9(03) VALUES ZEROS.
       77  WRK-MATRICULA         PIC 9(05) VALUES ZEROS.
       77  WRK-NOME-ALUNO        PIC X(20) VALUES SPACES.
       77  WRK-LANCAMENTO        PIC X(08) VALUES SPACES.
       77  WRK-COMP-PAGTO        PIC 9(06) VALUES ZEROS.
       77  WRK-MESES-ATRASO      PIC S9(04) VALUES ZEROS.
      * Valores da linha e acumuladores do aluno, da familia e gerais.
       77  WRK-VALOR-LINHA       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-MULTA-LINHA       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-JUROS-LINHA       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOTAL-LINHA       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-FM-COBRADO        PIC 9(08)V99 VALUES ZEROS.
       77  WRK-FM-PAGO           PIC 9(08)V99 VALUES ZEROS.
       77  WRK-FM-QTD-VENCIDAS   PIC 9(03) VALUES ZEROS.
       77  WRK-FM-VENCIDO        PIC 9(08)V99 VALUES ZEROS.
       77  WRK-FM-MORA           PIC 9(08)V99 VALUES ZEROS.
       77  WRK-FM-A-VENCER       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-FM-SALDO          PIC 9(08)V99 VALUES ZEROS.
       77  WRK-AL-VALOR          PIC 9(08)V99 VALUES ZEROS.
       77  WRK-AL-ENCARGOS       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-AL-PAGO           PIC 9(08)V99 VALUES ZEROS.
       77  WRK-FM-VALOR          PIC 9(08)V99 VALUES ZEROS.
       77  WRK-FM-ENCARGOS       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-GR-VALOR          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-GR-PAGO           PIC 9(10)V99 VALUES ZEROS.
       77  WRK-MASC-VALOR        PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VALOR-2      PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VALOR-3      PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL        PIC ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-QTD          PIC ZZ9 VALUES ZEROS.
       77  WRK-MASC-CPF          PIC 999.999.999B99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG90' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9282-CARREGAR-RESPONSAVEIS.
           PERFORM 9290-CARREGAR-FAMILIAS.
           PERFORM 0050-CARREGAR-MENSALIDADES.
           IF CARGA-ESTOUROU OR RESPONSAVEIS-ESTOURARAM
              OR FAMILIAS-ESTOURARAM
               DISPLAY 'ARQUIVO MAIOR QUE A TABELA - AMPLIE A ' ,
                   'CAPACIDADE; EXTRATO NAO EMITIDO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           DISPLAY '1-EXTRATO MENSAL DA FAMILIA  ' ,
               '2-INFORME ANUAL PARA O IMPOSTO DE RENDA: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           EVALUATE TRUE
               WHEN MODO-EXTRATO
                   PERFORM 0200-EXTRATO-MENSAL
               WHEN MODO-INFORME
                   PERFORM 0400-INFORME-ANUAL
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           END-IF.
           MOVE WRK-QTD-LISTADAS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0050-CARREGAR-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT MENSALIDADES-FILE.
           IF WRK-STATUS-MENSAL = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ MENSALIDADES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-MENSAL < 600
                               ADD 1 TO WRK-QTD-MENSAL
                               SET WRK-IDX-MEN TO WRK-QTD-MENSAL
                               MOVE MEN-MATRICULA TO
                                   WRK-MEN-MATRICULA(WRK-IDX-MEN)
                               MOVE MEN-COMPETENCIA TO
                                   WRK-MEN-COMPETENCIA(WRK-IDX-MEN)
                               MOVE MEN-VALOR TO
                                   WRK-MEN-VALOR(WRK-IDX-MEN)
                               MOVE MEN-SITUACAO TO
                                   WRK-MEN-SITUACAO(WRK-IDX-MEN)
                               MOVE MEN-VALOR-PAGO TO
                                   WRK-MEN-VALOR-PAGO(WRK-IDX-MEN)
                               MOVE MEN-MULTA TO
                                   WRK-MEN-MULTA(WRK-IDX-MEN)
                               MOVE MEN-JUROS TO
                                   WRK-MEN-JUROS(WRK-IDX-MEN)
                               MOVE MEN-DATA-PAGTO TO
                                   WRK-MEN-DATA-PAGTO(WRK-IDX-MEN)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES-FILE
           END-IF.

      * Cabecalho padrao (BOOK.COB) na tela e no spool.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           PERFORM 9300-ABRIR-SPOOL.

      * Familia pedida: zeros emite todas; codigo informado tem de
      * ter responsavel no cadastro.
       0100-CONFERIR-FAMILIA.
           DISPLAY 'CODIGO DA FAMILIA (ZEROS PARA TODAS): '.
           ACCEPT WRK-FAMILIA-PEDIDA FROM CONSOLE.
           IF WRK-FAMILIA-PEDIDA = ZEROS
               MOVE 'N' TO WRK-ECO-TELA
           ELSE
               MOVE WRK-FAMILIA-PEDIDA TO WRK-RSP-FAMILIA-PROC
               PERFORM 9284-LOCALIZAR-RESPONSAVEL
               IF WRK-RSP-IDX-ACHADO = ZEROS
                   DISPLAY 'FAMILIA SEM RESPONSAVEL EM ' ,
                       'RESPONSAVEIS.DAT.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * Modo 1: extrato mensal de cada familia.
       0200-EXTRATO-MENSAL.
           DISPLAY 'COMPETENCIA DO EXTRATO (AAAAMM): '.
           ACCEPT WRK-COMP-EXTRATO FROM CONSOLE.
           IF WRK-COMP-EXTRATO NOT NUMERIC
              OR WRK-EXT-MES < 1 OR WRK-EXT-MES > 12
              OR WRK-EXT-ANO < 1900
              OR WRK-COMP-EXTRATO > WRK-COMPETENCIA-HOJE
               DISPLAY 'COMPETENCIA INVALIDA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-CONFERIR-FAMILIA
           END-IF.
           IF RETURN-CODE = ZEROS
               PERFORM 0090-MONTAR-CABECALHO
               PERFORM 0800-ABRIR-ALUNOS
               MOVE ZEROS TO WRK-QTD-FAMILIAS-EMIT WRK-GR-VALOR
                   WRK-GR-PAGO
               PERFORM VARYING WRK-IDX-RSP FROM 1 BY 1
                       UNTIL WRK-IDX-RSP > WRK-QTD-RESPONSAVEIS
                   IF WRK-FAMILIA-PEDIDA = ZEROS
                      OR WRK-RSP-FAMILIA(WRK-IDX-RSP) =
                         WRK-FAMILIA-PEDIDA
                       PERFORM 0210-EXTRATO-FAMILIA
                   END-IF
               END-PERFORM
               PERFORM 0700-FECHO-RELATORIO
           END-IF.

      * Bloco da familia: cabecalho do responsavel, os alunos e os
      * totais. Em emissao geral, familia sem movimento nao sai.
       0210-EXTRATO-FAMILIA.
           MOVE ZEROS TO WRK-FM-COBRADO WRK-FM-PAGO WRK-FM-VENCIDO
               WRK-FM-MORA WRK-FM-A-VENCER WRK-FM-QTD-VENCIDAS
               WRK-QTD-ITENS-FAM.
           PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                   UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
               IF WRK-FAM-CODIGO(WRK-IDX-FAM) =
                       WRK-RSP-FAMILIA(WRK-IDX-RSP)
                   PERFORM VARYING WRK-IDX-MEN FROM 1 BY 1
                           UNTIL WRK-IDX-MEN > WRK-QTD-MENSAL
                       IF WRK-MEN-MATRICULA(WRK-IDX-MEN) =
                               WRK-FAM-MATRICULA(WRK-IDX-FAM)
                           PERFORM 0230-CLASSIFICAR-MENSALIDADE
                           IF WRK-LANCAMENTO NOT = SPACES
                               ADD 1 TO WRK-QTD-ITENS-FAM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WRK-QTD-ITENS-FAM > ZEROS OR WRK-FAMILIA-PEDIDA > ZEROS
               PERFORM 0600-CABECALHO-FAMILIA
               STRING '   EXTRATO MENSAL DA FAMILIA - COMPETENCIA '
                   WRK-EXT-MES '/' WRK-EXT-ANO
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               PERFORM 0900-EMITIR-LINHA
               MOVE 'ALUNO'   TO WRK-SPOOL-LINHA(4:5)
               MOVE 'NOME'    TO WRK-SPOOL-LINHA(10:4)
               MOVE 'COMPET.' TO WRK-SPOOL-LINHA(31:7)
               MOVE 'LANCTO'  TO WRK-SPOOL-LINHA(39:6)
               MOVE 'VALOR'   TO WRK-SPOOL-LINHA(53:5)
               MOVE 'MULTA'   TO WRK-SPOOL-LINHA(64:5)
               MOVE 'JUROS'   TO WRK-SPOOL-LINHA(75:5)
               MOVE 'TOTAL'   TO WRK-SPOOL-LINHA(89:5)
               PERFORM 0900-EMITIR-LINHA
               PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                       UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
                   IF WRK-FAM-CODIGO(WRK-IDX-FAM) =
                           WRK-RSP-FAMILIA(WRK-IDX-RSP)
                       PERFORM 0220-EXTRATO-ALUNO
                   END-IF
               END-PERFORM
               IF WRK-QTD-ALUNOS-FAM = ZEROS
                   MOVE '   NENHUM ALUNO VINCULADO A FAMILIA.'
                       TO WRK-SPOOL-LINHA
                   PERFORM 0900-EMITIR-LINHA
               END-IF
               PERFORM 0250-TOTAIS-FAMILIA
           END-IF.

      * Linhas do aluno em WRK-IDX-FAM, na ordem de MENSALIDADES.DAT.
       0220-EXTRATO-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS-FAM.
           MOVE WRK-FAM-MATRICULA(WRK-IDX-FAM) TO WRK-MATRICULA.
           PERFORM 0810-LER-ALUNO.
           MOVE ZEROS TO WRK-QTD-ITENS-ALUNO.
           PERFORM VARYING WRK-IDX-MEN FROM 1 BY 1
                   UNTIL WRK-IDX-MEN > WRK-QTD-MENSAL
               IF WRK-MEN-MATRICULA(WRK-IDX-MEN) = WRK-MATRICULA
                   PERFORM 0230-CLASSIFICAR-MENSALIDADE
                   IF WRK-LANCAMENTO NOT = SPACES
                       PERFORM 0240-LINHA-MENSALIDADE
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QTD-ITENS-ALUNO = ZEROS
               MOVE WRK-MATRICULA  TO WRK-SPOOL-LINHA(4:5)
               MOVE WRK-NOME-ALUNO TO WRK-SPOOL-LINHA(10:20)
               MOVE 'SEM MOVIMENTO NA COMPETENCIA'
                   TO WRK-SPOOL-LINHA(31:28)
               PERFORM 0900-EMITIR-LINHA
           END-IF.

      * Lancamento da mensalidade em WRK-IDX-MEN no extrato: PAGA no
      * mes (pela competencia do pagamento), COBRADA no mes, ou
      * VENCIDA de competencia anterior ainda em aberto. Baixada
      * por perda ('B') nao entra.
       0230-CLASSIFICAR-MENSALIDADE.
           MOVE SPACES TO WRK-LANCAMENTO.
           EVALUATE TRUE
               WHEN WRK-MEN-SITUACAO(WRK-IDX-MEN) = 'P'
                AND WRK-MEN-DATA-PAGTO(WRK-IDX-MEN) = WRK-COMP-EXTRATO
                   MOVE 'PAGA'    TO WRK-LANCAMENTO
               WHEN WRK-MEN-COMPETENCIA(WRK-IDX-MEN) = WRK-COMP-EXTRATO
                AND WRK-MEN-SITUACAO(WRK-IDX-MEN) NOT = 'B'
                   MOVE 'COBRADA' TO WRK-LANCAMENTO
               WHEN WRK-MEN-SITUACAO(WRK-IDX-MEN) = 'A'
                AND WRK-MEN-COMPETENCIA(WRK-IDX-MEN) < WRK-COMP-EXTRATO
                   MOVE 'VENCIDA' TO WRK-LANCAMENTO
           END-EVALUATE.

      * Linha da mensalidade com os valores do lancamento. A paga
      * mostra o que foi recebido (mensalidade, multa e juros da
      * baixa); a vencida, a mora corrida ate a competencia do
      * extrato - multa fixa mais juros simples por mes de atraso.
       0240-LINHA-MENSALIDADE.
           ADD 1 TO WRK-QTD-ITENS-ALUNO.
           ADD 1 TO WRK-QTD-LISTADAS.
           MOVE WRK-MEN-VALOR(WRK-IDX-MEN) TO WRK-VALOR-LINHA.
           MOVE ZEROS TO WRK-MULTA-LINHA WRK-JUROS-LINHA.
           EVALUATE WRK-LANCAMENTO
               WHEN 'PAGA'
                   MOVE WRK-MEN-MULTA(WRK-IDX-MEN) TO WRK-MULTA-LINHA
                   MOVE WRK-MEN-JUROS(WRK-IDX-MEN) TO WRK-JUROS-LINHA
                   IF WRK-MEN-VALOR-PAGO(WRK-IDX-MEN) > ZEROS
                       COMPUTE WRK-VALOR-LINHA =
                           WRK-MEN-VALOR-PAGO(WRK-IDX-MEN)
                           - WRK-MULTA-LINHA - WRK-JUROS-LINHA
                   END-IF
                   COMPUTE WRK-TOTAL-LINHA = WRK-VALOR-LINHA +
                       WRK-MULTA-LINHA + WRK-JUROS-LINHA
                   ADD WRK-TOTAL-LINHA TO WRK-FM-PAGO
                   IF WRK-MEN-COMPETENCIA(WRK-IDX-MEN) =
                           WRK-COMP-EXTRATO
                       ADD WRK-MEN-VALOR(WRK-IDX-MEN)
                           TO WRK-FM-COBRADO
                   END-IF
               WHEN 'COBRADA'
                   MOVE WRK-VALOR-LINHA TO WRK-TOTAL-LINHA
                   ADD WRK-VALOR-LINHA TO WRK-FM-COBRADO
                   IF WRK-MEN-SITUACAO(WRK-IDX-MEN) = 'A'
                       ADD WRK-VALOR-LINHA TO WRK-FM-A-VENCER
                   END-IF
               WHEN OTHER
                   MOVE WRK-MEN-COMPETENCIA(WRK-IDX-MEN)
                       TO WRK-COMP-ITEM
                   COMPUTE WRK-MESES-ATRASO =
                       (WRK-EXT-ANO - WRK-ITEM-ANO) * 12 +
                       (WRK-EXT-MES - WRK-ITEM-MES)
                   COMPUTE WRK-MULTA-LINHA ROUNDED =
                       WRK-VALOR-LINHA * WRK-MULTA-PCT-MEN / 100
                   COMPUTE WRK-JUROS-LINHA ROUNDED =
                       WRK-VALOR-LINHA * WRK-JUROS-PCT-MEN / 100
                       * WRK-MESES-ATRASO
                   COMPUTE WRK-TOTAL-LINHA = WRK-VALOR-LINHA +
                       WRK-MULTA-LINHA + WRK-JUROS-LINHA
                   ADD 1 TO WRK-FM-QTD-VENCIDAS
                   ADD WRK-VALOR-LINHA TO WRK-FM-VENCIDO
                   COMPUTE WRK-FM-MORA = WRK-FM-MORA +
                       WRK-MULTA-LINHA + WRK-JUROS-LINHA
           END-EVALUATE.
           MOVE WRK-MEN-COMPETENCIA(WRK-IDX-MEN) TO WRK-COMP-EDITAR.
           PERFORM 0910-EDITAR-COMPETENCIA.
           MOVE WRK-MATRICULA     TO WRK-SPOOL-LINHA(4:5).
           MOVE WRK-NOME-ALUNO    TO WRK-SPOOL-LINHA(10:20).
           MOVE WRK-COMP-EDITADA  TO WRK-SPOOL-LINHA(31:7).
           MOVE WRK-LANCAMENTO    TO WRK-SPOOL-LINHA(39:8).
           MOVE WRK-VALOR-LINHA   TO WRK-MASC-VALOR.
           MOVE WRK-MULTA-LINHA   TO WRK-MASC-VALOR-2.
           MOVE WRK-JUROS-LINHA   TO WRK-MASC-VALOR-3.
           MOVE WRK-TOTAL-LINHA   TO WRK-MASC-TOTAL.
           MOVE WRK-MASC-VALOR    TO WRK-SPOOL-LINHA(48:10).
           MOVE WRK-MASC-VALOR-2  TO WRK-SPOOL-LINHA(59:10).
           MOVE WRK-MASC-VALOR-3  TO WRK-SPOOL-LINHA(70:10).
           MOVE WRK-MASC-TOTAL    TO WRK-SPOOL-LINHA(81:13).
           PERFORM 0900-EMITIR-LINHA.

      * Totais da familia: cobrado e pago no mes, vencidas com a mora
      * e o saldo a pagar (a vencer do mes mais vencidas
      * atualizadas).
       0250-TOTAIS-FAMILIA.
           COMPUTE WRK-FM-SALDO = WRK-FM-A-VENCER + WRK-FM-VENCIDO +
               WRK-FM-MORA.
           ADD WRK-FM-COBRADO TO WRK-GR-VALOR.
           ADD WRK-FM-PAGO    TO WRK-GR-PAGO.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-FM-COBRADO TO WRK-MASC-TOTAL.
           STRING '   COBRADO NA COMPETENCIA ........ ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-FM-PAGO TO WRK-MASC-TOTAL.
           STRING '   PAGO NA COMPETENCIA ........... ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-FM-VENCIDO TO WRK-MASC-TOTAL.
           MOVE WRK-FM-QTD-VENCIDAS TO WRK-MASC-QTD.
           STRING '   VENCIDAS EM ABERTO ............ ' WRK-MASC-TOTAL
               '  (' WRK-MASC-QTD ' MENSALIDADES)'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-FM-MORA TO WRK-MASC-TOTAL.
           STRING '   MULTA E JUROS DE MORA ......... ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           MOVE WRK-FM-SALDO TO WRK-MASC-TOTAL.
           STRING '   SALDO A PAGAR ................. ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           STRING '   MORA ATUALIZADA ATE ' WRK-EXT-MES '/'
               WRK-EXT-ANO ': MULTA DE 2% E JUROS DE 1% AO MES.'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.

      * Modo 2: informe anual das mensalidades pagas, por familia.
       0400-INFORME-ANUAL.
           DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA): '.
           ACCEPT WRK-ANO-INFORME FROM CONSOLE.
           IF WRK-ANO-INFORME NOT NUMERIC
              OR WRK-ANO-INFORME < 1900
              OR WRK-ANO-INFORME > WRK-DATA-HOJE(1:4)
               DISPLAY 'ANO INVALIDO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-CONFERIR-FAMILIA
           END-IF.
           IF RETURN-CODE = ZEROS
               PERFORM 0090-MONTAR-CABECALHO
               PERFORM 0800-ABRIR-ALUNOS
               MOVE ZEROS TO WRK-QTD-FAMILIAS-EMIT WRK-GR-VALOR
                   WRK-GR-PAGO
               PERFORM VARYING WRK-IDX-RSP FROM 1 BY 1
                       UNTIL WRK-IDX-RSP > WRK-QTD-RESPONSAVEIS
                   IF WRK-FAMILIA-PEDIDA = ZEROS
                      OR WRK-RSP-FAMILIA(WRK-IDX-RSP) =
                         WRK-FAMILIA-PEDIDA
                       PERFORM 0410-INFORME-FAMILIA
                   END-IF
               END-PERFORM
               PERFORM 0700-FECHO-RELATORIO
           END-IF.

      * Bloco da familia no informe; em emissao geral, familia sem
      * pagamento no ano nao sai.
       0410-INFORME-FAMILIA.
           MOVE ZEROS TO WRK-QTD-ITENS-FAM.
           PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                   UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
               IF WRK-FAM-CODIGO(WRK-IDX-FAM) =
                       WRK-RSP-FAMILIA(WRK-IDX-RSP)
                   PERFORM VARYING WRK-IDX-MEN FROM 1 BY 1
                           UNTIL WRK-IDX-MEN > WRK-QTD-MENSAL
                       IF WRK-MEN-MATRICULA(WRK-IDX-MEN) =
                               WRK-FAM-MATRICULA(WRK-IDX-FAM)
                           PERFORM 0430-COMPETENCIA-PAGAMENTO
                           IF WRK-COMP-PAGTO(1:4) = WRK-ANO-INFORME
                               ADD 1 TO WRK-QTD-ITENS-FAM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WRK-QTD-ITENS-FAM > ZEROS OR WRK-FAMILIA-PEDIDA > ZEROS
               PERFORM 0600-CABECALHO-FAMILIA
               STRING '   INFORME DE PAGAMENTOS DE MENSALIDADES - '
                   'ANO-CALENDARIO ' WRK-ANO-INFORME
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               STRING '   FONTE PAGADORA DA DESPESA: O RESPONSAVEL '
                   'FINANCEIRO ACIMA. BENEFICIARIOS:'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               PERFORM 0900-EMITIR-LINHA
               MOVE 'ALUNO'       TO WRK-SPOOL-LINHA(4:5)
               MOVE 'NOME'        TO WRK-SPOOL-LINHA(10:4)
               MOVE 'QTD'         TO WRK-SPOOL-LINHA(32:3)
               MOVE 'MENSALIDADES' TO WRK-SPOOL-LINHA(39:12)
               MOVE 'ENCARGOS'    TO WRK-SPOOL-LINHA(54:8)
               MOVE 'TOTAL PAGO'  TO WRK-SPOOL-LINHA(68:10)
               PERFORM 0900-EMITIR-LINHA
               MOVE ZEROS TO WRK-FM-VALOR WRK-FM-ENCARGOS WRK-FM-PAGO
               PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                       UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
                   IF WRK-FAM-CODIGO(WRK-IDX-FAM) =
                           WRK-RSP-FAMILIA(WRK-IDX-RSP)
                       PERFORM 0420-INFORME-ALUNO
                   END-IF
               END-PERFORM
               IF WRK-QTD-ITENS-FAM = ZEROS
                   STRING '   NENHUMA MENSALIDADE PAGA EM '
                       WRK-ANO-INFORME '.'
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   PERFORM 0900-EMITIR-LINHA
               END-IF
               PERFORM 0900-EMITIR-LINHA
               MOVE 'TOTAL'         TO WRK-SPOOL-LINHA(4:5)
               MOVE WRK-QTD-ITENS-FAM TO WRK-MASC-QTD
               MOVE WRK-MASC-QTD    TO WRK-SPOOL-LINHA(32:3)
               MOVE WRK-FM-VALOR    TO WRK-MASC-TOTAL
               MOVE WRK-MASC-TOTAL  TO WRK-SPOOL-LINHA(38:13)
               MOVE WRK-FM-ENCARGOS TO WRK-MASC-TOTAL
               MOVE WRK-MASC-TOTAL  TO WRK-SPOOL-LINHA(52:13)
               MOVE WRK-FM-PAGO     TO WRK-MASC-TOTAL
               MOVE WRK-MASC-TOTAL  TO WRK-SPOOL-LINHA(66:13)
               PERFORM 0900-EMITIR-LINHA
               PERFORM 0900-EMITIR-LINHA
               STRING '   ENCARGOS = MULTA E JUROS DE MORA PAGOS NO '
                   'ATRASO, PELA COMPETENCIA DO PAGAMENTO.'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 0900-EMITIR-LINHA
               ADD WRK-FM-VALOR TO WRK-GR-VALOR
               ADD WRK-FM-PAGO  TO WRK-GR-PAGO
           END-IF.

      * Linha do aluno: mensalidades pagas no ano, separando o valor
      * da mensalidade dos encargos de atraso.
       0420-INFORME-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS-FAM.
           MOVE WRK-FAM-MATRICULA(WRK-IDX-FAM) TO WRK-MATRICULA.
           PERFORM 0810-LER-ALUNO.
           MOVE ZEROS TO WRK-QTD-ITENS-ALUNO WRK-AL-VALOR
               WRK-AL-ENCARGOS WRK-AL-PAGO.
           PERFORM VARYING WRK-IDX-MEN FROM 1 BY 1
                   UNTIL WRK-IDX-MEN > WRK-QTD-MENSAL
               IF WRK-MEN-MATRICULA(WRK-IDX-MEN) = WRK-MATRICULA
                   PERFORM 0430-COMPETENCIA-PAGAMENTO
                   IF WRK-COMP-PAGTO(1:4) = WRK-ANO-INFORME
                       ADD 1 TO WRK-QTD-ITENS-ALUNO
                       ADD 1 TO WRK-QTD-LISTADAS
                       COMPUTE WRK-MULTA-LINHA =
                           WRK-MEN-MULTA(WRK-IDX-MEN) +
                           WRK-MEN-JUROS(WRK-IDX-MEN)
                       IF WRK-MEN-VALOR-PAGO(WRK-IDX-MEN) > ZEROS
                           MOVE WRK-MEN-VALOR-PAGO(WRK-IDX-MEN)
                               TO WRK-TOTAL-LINHA
                       ELSE
                           COMPUTE WRK-TOTAL-LINHA =
                               WRK-MEN-VALOR(WRK-IDX-MEN) +
                               WRK-MULTA-LINHA
                       END-IF
                       COMPUTE WRK-VALOR-LINHA =
                           WRK-TOTAL-LINHA - WRK-MULTA-LINHA
                       ADD WRK-VALOR-LINHA TO WRK-AL-VALOR
                       ADD WRK-MULTA-LINHA TO WRK-AL-ENCARGOS
                       ADD WRK-TOTAL-LINHA TO WRK-AL-PAGO
                   END-IF
               END-IF
           END-PERFORM.
           ADD WRK-AL-VALOR    TO WRK-FM-VALOR.
           ADD WRK-AL-ENCARGOS TO WRK-FM-ENCARGOS.
           ADD WRK-AL-PAGO     TO WRK-FM-PAGO.
           MOVE WRK-MATRICULA       TO WRK-SPOOL-LINHA(4:5).
           MOVE WRK-NOME-ALUNO      TO WRK-SPOOL-LINHA(10:20).
           MOVE WRK-QTD-ITENS-ALUNO TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD        TO WRK-SPOOL-LINHA(32:3).
           MOVE WRK-AL-VALOR        TO WRK-MASC-TOTAL.
           MOVE WRK-MASC-TOTAL      TO WRK-SPOOL-LINHA(38:13).
           MOVE WRK-AL-ENCARGOS     TO WRK-MASC-TOTAL.
           MOVE WRK-MASC-TOTAL      TO WRK-SPOOL-LINHA(52:13).
           MOVE WRK-AL-PAGO         TO WRK-MASC-TOTAL.
           MOVE WRK-MASC-TOTAL      TO WRK-SPOOL-LINHA(66:13).
           PERFORM 0900-EMITIR-LINHA.

      * Competencia do pagamento da mensalidade em WRK-IDX-MEN (zeros
      * se nao esta paga); baixa antiga, gravada sem ela, conta pela
      * competencia da propria mensalidade.
       0430-COMPETENCIA-PAGAMENTO.
           MOVE ZEROS TO WRK-COMP-PAGTO.
           IF WRK-MEN-SITUACAO(WRK-IDX-MEN) = 'P'
               MOVE WRK-MEN-DATA-PAGTO(WRK-IDX-MEN) TO WRK-COMP-PAGTO
               IF WRK-COMP-PAGTO = ZEROS
                   MOVE WRK-MEN-COMPETENCIA(WRK-IDX-MEN)
                       TO WRK-COMP-PAGTO
               END-IF
           END-IF.

      * Cabecalho do bloco da familia, em pagina nova: responsavel,
      * CPF e endereco de correspondencia.
       0600-CABECALHO-FAMILIA.
           ADD 1 TO WRK-QTD-FAMILIAS-EMIT.
           MOVE ZEROS TO WRK-QTD-ALUNOS-FAM.
           IF WRK-QTD-FAMILIAS-EMIT > 1
               MOVE WRK-SPOOL-LINHAS-PAG TO WRK-SPOOL-LINHA-ATUAL
           END-IF.
           MOVE WRK-RSP-CPF(WRK-IDX-RSP) TO WRK-MASC-CPF.
           INSPECT WRK-MASC-CPF REPLACING ALL ' ' BY '-'.
           STRING '   FAMILIA ' WRK-RSP-FAMILIA(WRK-IDX-RSP)
               ' - RESPONSAVEL FINANCEIRO: ' WRK-RSP-NOME(WRK-IDX-RSP)
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           STRING '   CPF: ' WRK-MASC-CPF
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           STRING '   ' WRK-RSP-ENDERECO(WRK-IDX-RSP)
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           STRING '   ' WRK-RSP-CIDADE(WRK-IDX-RSP) ' - '
               WRK-RSP-UF(WRK-IDX-RSP) '  CEP '
               WRK-RSP-CEP(WRK-IDX-RSP)(1:5) '-'
               WRK-RSP-CEP(WRK-IDX-RSP)(6:3)
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0900-EMITIR-LINHA.
           PERFORM 0900-EMITIR-LINHA.

      * Fecho: familias emitidas, totais e alunos de familia sem
      * responsavel cadastrado (nao saem em extrato nenhum).
       0700-FECHO-RELATORIO.
           IF WRK-QTD-FAMILIAS-EMIT = ZEROS
               MOVE '   NENHUMA FAMILIA COM MOVIMENTO NO PERIODO.'
                   TO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-FAMILIA-PEDIDA = ZEROS
               MOVE ZEROS TO WRK-QTD-SEM-RESP
               PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                       UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
                   MOVE WRK-FAM-CODIGO(WRK-IDX-FAM)
                       TO WRK-RSP-FAMILIA-PROC
                   PERFORM 9284-LOCALIZAR-RESPONSAVEL
                   IF WRK-RSP-IDX-ACHADO = ZEROS
                       ADD 1 TO WRK-QTD-SEM-RESP
                       IF WRK-QTD-SEM-RESP = 1
                           PERFORM 9310-GRAVAR-SPOOL
                           STRING '   PENDENCIA - ALUNOS DE '
                               'FAMILIA SEM RESPONSAVEL (PROG89):'
                               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                           PERFORM 9310-GRAVAR-SPOOL
                       END-IF
                       STRING '   ALUNO '
                           WRK-FAM-MATRICULA(WRK-IDX-FAM)
                           ' FAMILIA ' WRK-FAM-CODIGO(WRK-IDX-FAM)
                           DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                       PERFORM 9310-GRAVAR-SPOOL
                   END-IF
               END-PERFORM
               IF WRK-QTD-FAMILIAS-EMIT > ZEROS
                   PERFORM 9310-GRAVAR-SPOOL
                   MOVE WRK-GR-PAGO TO WRK-MASC-TOTAL
                   STRING '   FAMILIAS EMITIDAS: '
                       WRK-QTD-FAMILIAS-EMIT '   TOTAL PAGO: '
                       WRK-MASC-TOTAL
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   DISPLAY WRK-SPOOL-LINHA
                   PERFORM 9310-GRAVAR-SPOOL
               END-IF
               IF WRK-QTD-SEM-RESP > ZEROS
                   DISPLAY 'ALUNOS DE FAMILIA SEM RESPONSAVEL: ' ,
                       WRK-QTD-SEM-RESP
               END-IF
               DISPLAY 'EXTRATOS GRAVADOS EM EXTRATO-FAMILIA.SPL'
           END-IF.
           PERFORM 0820-FECHAR-ALUNOS.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY WRK-RODAPE-MENSAGEM.

      * STUDENT.DAT aberto uma vez para o nome dos alunos; sem ele o
      * extrato sai so com a matricula.
       0800-ABRIR-ALUNOS.
           MOVE 'N' TO WRK-ALUNO-ABERTO.
           OPEN INPUT STUDENT-FILE.
           IF WRK-STATUS-ALUNO = '00'
               MOVE 'S' TO WRK-ALUNO-ABERTO
           END-IF.

       0810-LER-ALUNO.
           MOVE SPACES TO WRK-NOME-ALUNO.
           IF WRK-ALUNO-ABERTO = 'S'
               MOVE WRK-MATRICULA TO ALU-MATRICULA
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WRK-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE ALU-NOME TO WRK-NOME-ALUNO
               END-READ
           END-IF.

       0820-FECHAR-ALUNOS.
           IF WRK-ALUNO-ABERTO = 'S'
               CLOSE STUDENT-FILE
               MOVE 'N' TO WRK-ALUNO-ABERTO
           END-IF.

      * Linha do relatorio: spool e, quando em atendimento, tela.
       0900-EMITIR-LINHA.
           IF WRK-ECO-TELA = 'S'
               DISPLAY WRK-SPOOL-LINHA
           END-IF.
           PERFORM 9310-GRAVAR-SPOOL.

       0910-EDITAR-COMPETENCIA.
           MOVE SPACES TO WRK-COMP-EDITADA.
           IF WRK-COMP-EDITAR > ZEROS
               STRING WRK-COMP-ED-MES '/' WRK-COMP-ED-ANO
                   DELIMITED BY SIZE INTO WRK-COMP-EDITADA
           END-IF.

           COPY 'RSPPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG90.
