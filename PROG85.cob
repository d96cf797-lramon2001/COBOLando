      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Provisao para devedores duvidosos (PDD) da carteira
      * de emprestimos, mensal. O operador informa a competencia
      * (AAAAMM, zero = mes corrente), que tem de estar aberta no
      * controle de periodo. Cada contrato com parcela em aberto em
      * PARCELAS.DAT (PROG12/PROG26) e classificado pelos dias de
      * atraso da parcela em aberto mais antiga - vencimento no
      * ultimo dia do mes da parcela contra o ultimo dia da
      * competencia - nas faixas de PDD-FAIXAS.DAT (classe AA a H,
      * dias de atraso ate e percentual; sem o arquivo, a tabela
      * padrao AA 0%, A 0,5%, B 1%, C 3%, D 10%, E 30%, F 50%, G 70%
      * e H 100%). A provisao do contrato e o principal em aberto
      * (amortizacao das parcelas em aberto) vezes o percentual da
      * faixa. A posicao de cada contrato fica em
      * PDD-CONTROLE.DAT por competencia e so a diferenca contra
      * a ultima provisao registrada vai para TRANS.DAT, no voucher
      * 87AAMM do ultimo dia da competencia: aumento debita a despesa
      * de PDD (classe DESPPDD do CONTA-MAPA.DAT, departamento zero)
      * contra a provisao (classe PROVPDD), reducao faz o inverso.
      * Rodar de novo a mesma competencia substitui a posicao dela e
      * lanca so o acerto. O relatorio no spool PDD.SPL traz os
      * contratos, o total por faixa e a migracao de faixa contra a
      * competencia anterior. Exige usuario autorizado pelo PROG29 na
      * funcao PDD e fica registrado em AUDIT-LOG.LOG. RETURN-CODE 8
      * competencia invalida ou anterior a ultima provisao, faixas
      * invalidas ou usuario sem permissao, 4 carteira vazia, 1
      * competencia fechada, conta sem mapeamento ou tabela cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG85.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARCELAS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOAN-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT FAIXAS-FILE ASSIGN TO "PDD-FAIXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAIXAS.
           SELECT CONTROLE-FILE ASSIGN TO "PDD-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTROLE.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           COPY 'PSTASL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="PDD.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS-FILE.
       01  PARCELAS-RECORD.
           05 PAR-CONTRATO     PIC 9(06).
           05 PAR-NUMERO       PIC 9(03).
           05 PAR-VENCIMENTO   PIC 9(06).
           05 PAR-VALOR        PIC 9(08)V99.
           05 PAR-SITUACAO     PIC X(01).
           05 PAR-VALOR-PAGO   PIC 9(08)V99.
           05 PAR-MULTA        PIC 9(06)V99.
           05 PAR-JUROS-MORA   PIC 9(06)V99.
           05 PAR-ABATIMENTO   PIC 9(06)V99.
           05 PAR-DATA-PAGTO   PIC 9(06).
           05 PAR-AMORTIZACAO  PIC 9(08)V99.
       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD.
           05 CON-NUMERO       PIC 9(06).
           05 CON-TOMADOR      PIC X(20).
           05 CON-PRINCIPAL    PIC 9(08)V99.
           05 CON-TAXA         PIC 9(03)V99.
           05 CON-PERIODOS     PIC 9(03).
           05 CON-TIPO         PIC X(01).
           05 CON-INICIO       PIC 9(06).
           05 CON-CONSIGNADO   PIC X(01).
           05 CON-MATRICULA    PIC 9(05).
           05 CON-SITUACAO     PIC X(01).
           05 CON-RENEG        PIC 9(02).
      * Faixas de atraso, da melhor para a pior: classe, dias de
      * atraso ate (a ultima faixa pega todo atraso maior) e
      * percentual de provisao.
       FD  FAIXAS-FILE.
       01  FAIXAS-RECORD.
           05 FXA-CLASSE       PIC X(02).
           05 FILLER           PIC X(01).
           05 FXA-DIAS-ATE     PIC 9(05).
           05 FILLER           PIC X(01).
           05 FXA-PERCENTUAL   PIC 9(03)V99.
      * Posicao de cada contrato em cada competencia provisionada.
       FD  CONTROLE-FILE.
       01  CONTROLE-RECORD.
           05 PVC-COMPETENCIA  PIC 9(06).
           05 FILLER           PIC X(01).
           05 PVC-CONTRATO     PIC 9(06).
           05 FILLER           PIC X(01).
           05 PVC-CLASSE       PIC X(02).
           05 FILLER           PIC X(01).
           05 PVC-DIAS         PIC 9(05).
           05 FILLER           PIC X(01).
           05 PVC-BASE         PIC 9(10)V99.
           05 FILLER           PIC X(01).
           05 PVC-PERCENTUAL   PIC 9(03)V99.
           05 FILLER           PIC X(01).
           05 PVC-PROVISAO     PIC 9(10)V99.
       FD  CONTA-MAPA-FILE.
       01  CONTA-MAPA-RECORD.
           05 MAP-CLASSE       PIC X(10).
           05 MAP-DEPTO        PIC 9(03).
           05 MAP-CONTA        PIC 9(04).
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRN-CONTA   PIC 9(04).
           05 TRN-DC      PIC X(01).
           05 TRN-VALOR   PIC 9(10)V99.
           05 TRN-DATA    PIC 9(08).
           05 TRN-MOTIVO  PIC X(10).
           05 TRN-VOUCHER PIC 9(06).
           COPY 'PSTAFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-PARCELAS  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONTRATOS PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FAIXAS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONTROLE  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-PARCELAS     PIC X(01) VALUES 'N'.
           88 FIM-PARCELAS VALUE 'S'.
       77  WRK-FIM-CONTRATOS    PIC X(01) VALUES 'N'.
           88 FIM-CONTRATOS VALUE 'S'.
       77  WRK-FIM-FAIXAS       PIC X(01) VALUES 'N'.
           88 FIM-FAIXAS VALUE 'S'.
       77  WRK-FIM-CONTROLE     PIC X(01) VALUES 'N'.
           88 FIM-CONTROLE VALUE 'S'.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPETENCIA-HOJE  PIC 9(06).
           05 FILLER                PIC 9(02).
      * Competencia da corrida, desmontada para o voucher 87AAMM.
       01  WRK-COMPETENCIA      PIC 9(06) VALUES ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01  WRK-COMPETENCIA-R2 REDEFINES WRK-COMPETENCIA.
           05 FILLER               PIC 9(02).
           05 WRK-COMP-AAMM        PIC 9(04).
      * Ultimo dia de um mes AAAAMM: primeiro dia do mes seguinte
      * menos um.
       01  WRK-MES-PROC         PIC 9(06) VALUES ZEROS.
       01  WRK-MES-PROC-R REDEFINES WRK-MES-PROC.
           05 WRK-MES-PROC-ANO     PIC 9(04).
           05 WRK-MES-PROC-MES     PIC 9(02).
       01  WRK-DATA-SEGUINTE    PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-SEGUINTE-R REDEFINES WRK-DATA-SEGUINTE.
           05 WRK-SEG-ANO          PIC 9(04).
           05 WRK-SEG-MES          PIC 9(02).
           05 WRK-SEG-DIA          PIC 9(02).
       77  WRK-ULTIMO-DIA       PIC 9(08) VALUES ZEROS.
       77  WRK-DATA-LANC        PIC 9(08) VALUES ZEROS.
       77  WRK-VOUCHER-PDD      PIC 9(06) VALUES ZEROS.
       77  WRK-MOTIVO-PDD       PIC X(10) VALUES SPACES.
      * Faixas de atraso em vigor.
       77  WRK-QTD-FAIXAS       PIC 9(02) VALUES ZEROS.
       77  WRK-FAIXAS-INVALIDAS PIC X(01) VALUES 'N'.
           88 FAIXAS-INVALIDAS VALUE 'S'.
       77  WRK-FXA-IDX-ACHADO   PIC 9(02) VALUES ZEROS.
       77  WRK-FXA-CLASSE-PROC  PIC X(02) VALUES SPACES.
       01  WRK-TAB-FAIXAS.
           05 WRK-FAIXA-ITEM OCCURS 10 TIMES
                              INDEXED BY WRK-IDX-FAIXA.
              10 WRK-FXA-CLASSE      PIC X(02).
              10 WRK-FXA-DIAS-ATE    PIC 9(05).
              10 WRK-FXA-PERCENTUAL  PIC 9(03)V99.
              10 WRK-FXA-QTD         PIC 9(04).
              10 WRK-FXA-BASE        PIC 9(12)V99.
              10 WRK-FXA-PROVISAO    PIC 9(12)V99.
              10 WRK-FXA-QTD-ANT     PIC 9(04).
              10 WRK-FXA-PROV-ANT    PIC 9(12)V99.
      * Tabela padrao, no estilo das classes AA a H do regulador.
       01  WRK-FAIXAS-PADRAO.
           05 FILLER PIC X(12) VALUE 'AA0000000000'.
           05 FILLER PIC X(12) VALUE 'A 0001400050'.
           05 FILLER PIC X(12) VALUE 'B 0003000100'.
           05 FILLER PIC X(12) VALUE 'C 0006000300'.
           05 FILLER PIC X(12) VALUE 'D 0009001000'.
           05 FILLER PIC X(12) VALUE 'E 0012003000'.
           05 FILLER PIC X(12) VALUE 'F 0015005000'.
           05 FILLER PIC X(12) VALUE 'G 0018007000'.
           05 FILLER PIC X(12) VALUE 'H 9999910000'.
       01  WRK-FAIXAS-PADRAO-R REDEFINES WRK-FAIXAS-PADRAO.
           05 WRK-PADRAO-ITEM OCCURS 9 TIMES.
              10 WRK-PADRAO-CLASSE     PIC X(02).
              10 WRK-PADRAO-DIAS-ATE   PIC 9(05).
              10 WRK-PADRAO-PERCENTUAL PIC 9(03)V99.
      * Posicoes ja registradas em PDD-CONTROLE.DAT, todas as
      * competencias, para regravar o arquivo substituindo so a da
      * corrida.
       77  WRK-QTD-CONTROLE     PIC 9(04) VALUES ZEROS.
       77  WRK-CONTROLE-ESTOUROU PIC X(01) VALUES 'N'.
           88 CONTROLE-ESTOUROU VALUE 'S'.
       01  WRK-TAB-CONTROLE.
           05 WRK-PVC-ITEM OCCURS 5000 TIMES
                            INDEXED BY WRK-IDX-PVC.
              10 WRK-PVC-COMPETENCIA PIC 9(06).
              10 WRK-PVC-CONTRATO    PIC 9(06).
              10 WRK-PVC-CLASSE      PIC X(02).
              10 WRK-PVC-DIAS        PIC 9(05).
              10 WRK-PVC-BASE        PIC 9(10)V99.
              10 WRK-PVC-PERCENTUAL  PIC 9(03)V99.
              10 WRK-PVC-PROVISAO    PIC 9(10)V99.
      * Competencia anterior (migracao) e a ultima registrada ate a
      * corrida (base do lancamento da diferenca).
       77  WRK-COMP-ANTERIOR    PIC 9(06) VALUES ZEROS.
       77  WRK-COMP-MAIOR       PIC 9(06) VALUES ZEROS.
       77  WRK-JA-PROVISIONADA  PIC X(01) VALUES 'N'.
           88 JA-PROVISIONADA VALUE 'S'.
       77  WRK-PROVISAO-REGISTRADA PIC 9(12)V99 VALUES ZEROS.
      * Carteira da corrida: um item por contrato com parcela em
      * aberto, mais os contratos da competencia anterior que sairam
      * (quitados), so para a migracao.
       77  WRK-QTD-CARTEIRA     PIC 9(04) VALUES ZEROS.
       77  WRK-CART-IDX-ACHADO  PIC 9(04) VALUES ZEROS.
       77  WRK-CONTRATO-PROC    PIC 9(06) VALUES ZEROS.
       77  WRK-CARTEIRA-ESTOUROU PIC X(01) VALUES 'N'.
           88 CARTEIRA-ESTOUROU VALUE 'S'.
       01  WRK-TAB-CARTEIRA.
           05 WRK-CART-ITEM OCCURS 500 TIMES
                             INDEXED BY WRK-IDX-CART.
              10 WRK-CART-CONTRATO    PIC 9(06).
              10 WRK-CART-TOMADOR     PIC X(20).
              10 WRK-CART-VENC-ANTIGO PIC 9(06).
              10 WRK-CART-DIAS        PIC 9(05).
              10 WRK-CART-BASE        PIC 9(10)V99.
              10 WRK-CART-CLASSE      PIC X(02).
              10 WRK-CART-FAIXA       PIC 9(02).
              10 WRK-CART-PERCENTUAL  PIC 9(03)V99.
              10 WRK-CART-PROVISAO    PIC 9(10)V99.
              10 WRK-CART-CLASSE-ANT  PIC X(02).
              10 WRK-CART-FAIXA-ANT   PIC 9(02).
              10 WRK-CART-PROV-ANT    PIC 9(10)V99.
       77  WRK-QTD-ABERTOS      PIC 9(04) VALUES ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(07) VALUES ZEROS.
       77  WRK-AMORT-PARCELA    PIC 9(08)V99 VALUES ZEROS.
      * Migracao de faixa: linha = faixa anterior (a ultima linha e
      * contrato novo), coluna = faixa atual (a ultima e contrato que
      * saiu da carteira).
       01  WRK-TAB-MIGRACAO.
           05 WRK-MIG-LINHA OCCURS 11 TIMES.
              10 WRK-MIG-QTD OCCURS 11 TIMES PIC 9(04).
       77  WRK-MIG-DE           PIC 9(02) VALUES ZEROS.
       77  WRK-MIG-PARA         PIC 9(02) VALUES ZEROS.
       77  WRK-MIG-NOVO         PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-PIORARAM     PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-MELHORARAM   PIC 9(04) VALUES ZEROS.
       77  WRK-COL-SPOOL        PIC 9(03) VALUES ZEROS.
      * Contas do de-para (departamento zero).
       77  WRK-CONTA-DESPESA    PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-PROVISAO   PIC 9(04) VALUES ZEROS.
       77  WRK-TOTAL-PROVISAO   PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-BASE       PIC 9(12)V99 VALUES ZEROS.
       77  WRK-VARIACAO         PIC S9(12)V99 VALUES ZEROS.
       77  WRK-VALOR-LANC       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-LANC         PIC 9(04) VALUES ZEROS.
       77  WRK-CTR              PIC 9(04) VALUES ZEROS.
       77  WRK-CTR-COL          PIC 9(02) VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-PROV        PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-VARIACAO    PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-PCT         PIC ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-QTD         PIC ZZZ9 VALUES ZEROS.
       77  WRK-MASC-AUDIT       PIC -ZZZZZZZZ9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG85' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-AUTORIZAR.
           PERFORM 0100-LER-PARAMETROS.
           PERFORM 0110-CARREGAR-FAIXAS.
           PERFORM 0150-CARREGAR-DADOS.
           PERFORM 0200-CARREGAR-CARTEIRA.
           PERFORM 0250-CLASSIFICAR-CARTEIRA.
           PERFORM 0300-COMPARAR-ANTERIOR.
           IF WRK-QTD-CARTEIRA = ZEROS
               DISPLAY 'NENHUM CONTRATO COM PARCELA EM ABERTO NEM ' ,
                   'PROVISAO ANTERIOR - NADA A PROVISIONAR'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0090-MONTAR-CABECALHO
               COMPUTE WRK-VARIACAO = WRK-TOTAL-PROVISAO -
                   WRK-PROVISAO-REGISTRADA
               IF WRK-VARIACAO NOT = ZEROS
                   PERFORM 0400-GERAR-LANCAMENTOS
               END-IF
               PERFORM 0450-GRAVAR-CONTROLE
               PERFORM 0500-EMITIR-RELATORIO
               PERFORM 0550-EMITIR-MIGRACAO
               PERFORM 9390-FECHAR-SPOOL
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'PDD'              TO WRK-AUDIT-ACAO
               MOVE WRK-COMPETENCIA    TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-VARIACAO       TO WRK-MASC-AUDIT
               MOVE WRK-MASC-AUDIT     TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           MOVE WRK-QTD-ABERTOS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao PDD.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'PDD'              TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM PERMISSAO PARA A PDD.'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Competencia da corrida: nao pode ser posterior ao mes
      * corrente. A provisao e o lancamento vao no ultimo dia do mes.
       0100-LER-PARAMETROS.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES CORRENTE): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA = ZEROS
               MOVE WRK-COMPETENCIA-HOJE TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMPETENCIA NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
              OR WRK-COMPETENCIA > WRK-COMPETENCIA-HOJE
               DISPLAY 'COMPETENCIA INVALIDA - NADA LANCADO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-MES-PROC.
           PERFORM 0120-ULTIMO-DIA-MES.
           MOVE WRK-ULTIMO-DIA TO WRK-DATA-LANC.
           COMPUTE WRK-VOUCHER-PDD = 870000 + WRK-COMP-AAMM.
           MOVE SPACES TO WRK-MOTIVO-PDD.
           STRING 'PDD' WRK-COMPETENCIA
                  DELIMITED BY SIZE INTO WRK-MOTIVO-PDD.

      * Faixas de PDD-FAIXAS.DAT, na ordem do arquivo; sem o arquivo
      * vale a tabela padrao. Dias crescentes, percentual ate 100 e
      * classe preenchida, senao a corrida e cancelada.
       0110-CARREGAR-FAIXAS.
           OPEN INPUT FAIXAS-FILE.
           IF WRK-STATUS-FAIXAS = '00'
               PERFORM UNTIL FIM-FAIXAS
                   READ FAIXAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-FAIXAS
                       NOT AT END
                           PERFORM 0115-GUARDAR-FAIXA
                   END-READ
               END-PERFORM
               CLOSE FAIXAS-FILE
           ELSE
               DISPLAY 'PDD-FAIXAS.DAT NAO ENCONTRADO - USANDO A ' ,
                   'TABELA PADRAO AA A H'
               PERFORM VARYING WRK-CTR FROM 1 BY 1 UNTIL WRK-CTR > 9
                   ADD 1 TO WRK-QTD-FAIXAS
                   MOVE WRK-PADRAO-CLASSE(WRK-CTR)
                       TO WRK-FXA-CLASSE(WRK-QTD-FAIXAS)
                   MOVE WRK-PADRAO-DIAS-ATE(WRK-CTR)
                       TO WRK-FXA-DIAS-ATE(WRK-QTD-FAIXAS)
                   MOVE WRK-PADRAO-PERCENTUAL(WRK-CTR)
                       TO WRK-FXA-PERCENTUAL(WRK-QTD-FAIXAS)
               END-PERFORM
           END-IF.
           IF WRK-QTD-FAIXAS = ZEROS
               DISPLAY 'PDD-FAIXAS.DAT SEM NENHUMA FAIXA'
               SET FAIXAS-INVALIDAS TO TRUE
           END-IF.
           IF FAIXAS-INVALIDAS
               DISPLAY 'FAIXAS DE ATRASO INVALIDAS - CORRIJA ' ,
                   'PDD-FAIXAS.DAT; NADA LANCADO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
               MOVE ZEROS TO WRK-FXA-QTD(WRK-IDX-FAIXA)
                   WRK-FXA-BASE(WRK-IDX-FAIXA)
                   WRK-FXA-PROVISAO(WRK-IDX-FAIXA)
                   WRK-FXA-QTD-ANT(WRK-IDX-FAIXA)
                   WRK-FXA-PROV-ANT(WRK-IDX-FAIXA)
           END-PERFORM.
           COMPUTE WRK-MIG-NOVO = WRK-QTD-FAIXAS + 1.
           MOVE ZEROS TO WRK-TAB-MIGRACAO.

       0115-GUARDAR-FAIXA.
           IF WRK-QTD-FAIXAS >= 10
               DISPLAY 'PDD-FAIXAS.DAT COM MAIS DE 10 FAIXAS'
               SET FAIXAS-INVALIDAS TO TRUE
           ELSE
               IF FXA-CLASSE = SPACES
                  OR FXA-DIAS-ATE NOT NUMERIC
                  OR FXA-PERCENTUAL NOT NUMERIC
                   DISPLAY 'FAIXA SEM CLASSE OU COM DIAS/PERCENTUAL ' ,
                       'NAO NUMERICO: ' FAIXAS-RECORD
                   SET FAIXAS-INVALIDAS TO TRUE
               ELSE
                   IF FXA-PERCENTUAL > 100
                       DISPLAY 'FAIXA ' FXA-CLASSE ,
                           ' COM PERCENTUAL ACIMA DE 100'
                       SET FAIXAS-INVALIDAS TO TRUE
                   END-IF
                   IF WRK-QTD-FAIXAS > ZEROS
                       IF FXA-DIAS-ATE NOT >
                              WRK-FXA-DIAS-ATE(WRK-QTD-FAIXAS)
                           DISPLAY 'FAIXA ' FXA-CLASSE ,
                               ' FORA DA ORDEM CRESCENTE DE DIAS'
                           SET FAIXAS-INVALIDAS TO TRUE
                       END-IF
                   END-IF
                   ADD 1 TO WRK-QTD-FAIXAS
                   MOVE FXA-CLASSE TO WRK-FXA-CLASSE(WRK-QTD-FAIXAS)
                   MOVE FXA-DIAS-ATE
                       TO WRK-FXA-DIAS-ATE(WRK-QTD-FAIXAS)
                   MOVE FXA-PERCENTUAL
                       TO WRK-FXA-PERCENTUAL(WRK-QTD-FAIXAS)
               END-IF
           END-IF.

      * Ultimo dia do mes em WRK-MES-PROC, devolvido em
      * WRK-ULTIMO-DIA.
       0120-ULTIMO-DIA-MES.
           MOVE WRK-MES-PROC-ANO TO WRK-SEG-ANO.
           MOVE WRK-MES-PROC-MES TO WRK-SEG-MES.
           MOVE 1                TO WRK-SEG-DIA.
           IF WRK-SEG-MES = 12
               ADD 1 TO WRK-SEG-ANO
               MOVE 1 TO WRK-SEG-MES
           ELSE
               ADD 1 TO WRK-SEG-MES
           END-IF.
           COMPUTE WRK-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-SEGUINTE) - 1).

      * Competencia fechada nao recebe lancamento; sem as contas do
      * de-para nada e lancado; controle maior que a tabela cancela
      * antes de qualquer gravacao. Competencia anterior a ultima ja
      * provisionada e recusada - a diferenca de um mes antigo
      * desfaria a base das corridas seguintes.
       0150-CARREGAR-DADOS.
           PERFORM 9670-CARREGAR-PERIODOS.
           MOVE WRK-COMPETENCIA TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ,
                   ' FECHADA NO CONTROLE DE PERIODO - NADA LANCADO ' ,
                   '(REABRA NO PROG52)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0160-CARREGAR-MAPA.
           IF WRK-CONTA-DESPESA = ZEROS OR WRK-CONTA-PROVISAO = ZEROS
               DISPLAY 'CONTA-MAPA.DAT SEM AS CLASSES DESPPDD E ' ,
                   'PROVPDD (DEPARTAMENTO ZERO) - NADA LANCADO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0170-CARREGAR-CONTROLE.
           IF CONTROLE-ESTOUROU
               DISPLAY 'PDD-CONTROLE.DAT MAIOR QUE A TABELA - ' ,
                   'CORRIDA CANCELADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           IF WRK-COMP-MAIOR > WRK-COMPETENCIA
               DISPLAY 'JA EXISTE PROVISAO DA COMPETENCIA ' ,
                   WRK-COMP-MAIOR ' - NAO E POSSIVEL PROVISIONAR ' ,
                   WRK-COMPETENCIA
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

       0160-CARREGAR-MAPA.
           OPEN INPUT CONTA-MAPA-FILE.
           IF WRK-STATUS-MAPA = '00'
               PERFORM UNTIL FIM-MAPA
                   READ CONTA-MAPA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MAPA
                       NOT AT END
                           IF MAP-DEPTO = ZEROS
                               EVALUATE MAP-CLASSE
                                   WHEN 'DESPPDD'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-DESPESA
                                   WHEN 'PROVPDD'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-PROVISAO
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
           END-IF.

      * Posicoes ja registradas; a provisao registrada e a soma da
      * ultima competencia ate a corrida (a propria, numa corrida
      * repetida, ou a anterior).
       0170-CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-FILE.
           IF WRK-STATUS-CONTROLE = '00'
               PERFORM UNTIL FIM-CONTROLE
                   READ CONTROLE-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTROLE
                       NOT AT END
                           PERFORM 0175-GUARDAR-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-PVC FROM 1 BY 1
                   UNTIL WRK-IDX-PVC > WRK-QTD-CONTROLE
               IF WRK-PVC-COMPETENCIA(WRK-IDX-PVC) = WRK-COMPETENCIA
                   ADD WRK-PVC-PROVISAO(WRK-IDX-PVC)
                       TO WRK-PROVISAO-REGISTRADA
               END-IF
           END-PERFORM.
           IF NOT JA-PROVISIONADA
               PERFORM VARYING WRK-IDX-PVC FROM 1 BY 1
                       UNTIL WRK-IDX-PVC > WRK-QTD-CONTROLE
                   IF WRK-PVC-COMPETENCIA(WRK-IDX-PVC) =
                           WRK-COMP-ANTERIOR
                       ADD WRK-PVC-PROVISAO(WRK-IDX-PVC)
                           TO WRK-PROVISAO-REGISTRADA
                   END-IF
               END-PERFORM
           END-IF.

       0175-GUARDAR-CONTROLE.
           IF WRK-QTD-CONTROLE < 5000
               ADD 1 TO WRK-QTD-CONTROLE
               SET WRK-IDX-PVC TO WRK-QTD-CONTROLE
               MOVE PVC-COMPETENCIA
                   TO WRK-PVC-COMPETENCIA(WRK-IDX-PVC)
               MOVE PVC-CONTRATO   TO WRK-PVC-CONTRATO(WRK-IDX-PVC)
               MOVE PVC-CLASSE     TO WRK-PVC-CLASSE(WRK-IDX-PVC)
               MOVE PVC-DIAS       TO WRK-PVC-DIAS(WRK-IDX-PVC)
               MOVE PVC-BASE       TO WRK-PVC-BASE(WRK-IDX-PVC)
               MOVE PVC-PERCENTUAL TO WRK-PVC-PERCENTUAL(WRK-IDX-PVC)
               MOVE PVC-PROVISAO   TO WRK-PVC-PROVISAO(WRK-IDX-PVC)
               IF PVC-COMPETENCIA > WRK-COMP-MAIOR
                   MOVE PVC-COMPETENCIA TO WRK-COMP-MAIOR
               END-IF
               IF PVC-COMPETENCIA = WRK-COMPETENCIA
                   SET JA-PROVISIONADA TO TRUE
               END-IF
               IF PVC-COMPETENCIA < WRK-COMPETENCIA
                  AND PVC-COMPETENCIA > WRK-COMP-ANTERIOR
                   MOVE PVC-COMPETENCIA TO WRK-COMP-ANTERIOR
               END-IF
           ELSE
               SET CONTROLE-ESTOUROU TO TRUE
           END-IF.

      * Um item por contrato com parcela em aberto: vencimento mais
      * antigo em aberto e principal em aberto (amortizacao; parcela
      * gravada antes da amortizacao existir conta inteira).
       0200-CARREGAR-CARTEIRA.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-STATUS-PARCELAS = '00'
               PERFORM UNTIL FIM-PARCELAS
                   READ PARCELAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PARCELAS
                       NOT AT END
                           IF PAR-SITUACAO = 'A'
                               PERFORM 0210-SOMAR-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELAS-FILE
           ELSE
               DISPLAY 'PARCELAS.DAT NAO ENCONTRADO - CARTEIRA VAZIA'
           END-IF.
           MOVE WRK-QTD-CARTEIRA TO WRK-QTD-ABERTOS.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WRK-STATUS-CONTRATOS = '00'
               PERFORM UNTIL FIM-CONTRATOS
                   READ LOAN-MASTER-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTRATOS
                       NOT AT END
                           PERFORM VARYING WRK-IDX-CART FROM 1 BY 1
                                   UNTIL WRK-IDX-CART >
                                         WRK-QTD-CARTEIRA
                               IF WRK-CART-CONTRATO(WRK-IDX-CART) =
                                       CON-NUMERO
                                   MOVE CON-TOMADOR TO
                                       WRK-CART-TOMADOR(WRK-IDX-CART)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

       0210-SOMAR-PARCELA.
           IF PAR-AMORTIZACAO NUMERIC
               MOVE PAR-AMORTIZACAO TO WRK-AMORT-PARCELA
           ELSE
               MOVE PAR-VALOR TO WRK-AMORT-PARCELA
           END-IF.
           MOVE PAR-CONTRATO TO WRK-CONTRATO-PROC.
           PERFORM 0220-LOCALIZAR-CONTRATO.
           IF WRK-CART-IDX-ACHADO = ZEROS
               PERFORM 0230-INCLUIR-CONTRATO
           END-IF.
           IF WRK-CART-IDX-ACHADO > ZEROS
               SET WRK-IDX-CART TO WRK-CART-IDX-ACHADO
               ADD WRK-AMORT-PARCELA TO WRK-CART-BASE(WRK-IDX-CART)
               IF PAR-VENCIMENTO < WRK-CART-VENC-ANTIGO(WRK-IDX-CART)
                   MOVE PAR-VENCIMENTO
                       TO WRK-CART-VENC-ANTIGO(WRK-IDX-CART)
               END-IF
           END-IF.

       0220-LOCALIZAR-CONTRATO.
           MOVE ZEROS TO WRK-CART-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-CART FROM 1 BY 1
                   UNTIL WRK-IDX-CART > WRK-QTD-CARTEIRA
               IF WRK-CART-CONTRATO(WRK-IDX-CART) = WRK-CONTRATO-PROC
                   SET WRK-CART-IDX-ACHADO TO WRK-IDX-CART
               END-IF
           END-PERFORM.

       0230-INCLUIR-CONTRATO.
           IF WRK-QTD-CARTEIRA < 500
               ADD 1 TO WRK-QTD-CARTEIRA
               MOVE WRK-QTD-CARTEIRA TO WRK-CART-IDX-ACHADO
               SET WRK-IDX-CART TO WRK-CART-IDX-ACHADO
               MOVE WRK-CONTRATO-PROC
                   TO WRK-CART-CONTRATO(WRK-IDX-CART)
               MOVE SPACES TO WRK-CART-TOMADOR(WRK-IDX-CART)
                   WRK-CART-CLASSE(WRK-IDX-CART)
                   WRK-CART-CLASSE-ANT(WRK-IDX-CART)
               MOVE 999999 TO WRK-CART-VENC-ANTIGO(WRK-IDX-CART)
               MOVE ZEROS TO WRK-CART-DIAS(WRK-IDX-CART)
                   WRK-CART-BASE(WRK-IDX-CART)
                   WRK-CART-FAIXA(WRK-IDX-CART)
                   WRK-CART-PERCENTUAL(WRK-IDX-CART)
                   WRK-CART-PROVISAO(WRK-IDX-CART)
                   WRK-CART-FAIXA-ANT(WRK-IDX-CART)
                   WRK-CART-PROV-ANT(WRK-IDX-CART)
           ELSE
               DISPLAY 'CARTEIRA MAIOR QUE A TABELA - CORRIDA ' ,
                   'CANCELADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Dias de atraso da parcela em aberto mais antiga: a parcela
      * vence no ultimo dia do mes do vencimento; a faixa e a
      * primeira cujo limite de dias cobre o atraso (acima da ultima,
      * a ultima).
       0250-CLASSIFICAR-CARTEIRA.
           PERFORM VARYING WRK-IDX-CART FROM 1 BY 1
                   UNTIL WRK-IDX-CART > WRK-QTD-CARTEIRA
               MOVE WRK-CART-VENC-ANTIGO(WRK-IDX-CART) TO WRK-MES-PROC
               PERFORM 0120-ULTIMO-DIA-MES
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-LANC) -
                   FUNCTION INTEGER-OF-DATE(WRK-ULTIMO-DIA)
               IF WRK-DIAS-ATRASO < ZEROS
                   MOVE ZEROS TO WRK-DIAS-ATRASO
               END-IF
               IF WRK-DIAS-ATRASO > 99999
                   MOVE 99999 TO WRK-DIAS-ATRASO
               END-IF
               MOVE WRK-DIAS-ATRASO TO WRK-CART-DIAS(WRK-IDX-CART)
               MOVE ZEROS TO WRK-FXA-IDX-ACHADO
               PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                       UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
                   IF WRK-FXA-IDX-ACHADO = ZEROS
                      AND WRK-CART-DIAS(WRK-IDX-CART) NOT >
                          WRK-FXA-DIAS-ATE(WRK-IDX-FAIXA)
                       SET WRK-FXA-IDX-ACHADO TO WRK-IDX-FAIXA
                   END-IF
               END-PERFORM
               IF WRK-FXA-IDX-ACHADO = ZEROS
                   MOVE WRK-QTD-FAIXAS TO WRK-FXA-IDX-ACHADO
               END-IF
               SET WRK-IDX-FAIXA TO WRK-FXA-IDX-ACHADO
               MOVE WRK-FXA-IDX-ACHADO TO WRK-CART-FAIXA(WRK-IDX-CART)
               MOVE WRK-FXA-CLASSE(WRK-IDX-FAIXA)
                   TO WRK-CART-CLASSE(WRK-IDX-CART)
               MOVE WRK-FXA-PERCENTUAL(WRK-IDX-FAIXA)
                   TO WRK-CART-PERCENTUAL(WRK-IDX-CART)
               COMPUTE WRK-CART-PROVISAO(WRK-IDX-CART) ROUNDED =
                   WRK-CART-BASE(WRK-IDX-CART) *
                   WRK-FXA-PERCENTUAL(WRK-IDX-FAIXA) / 100
               ADD 1 TO WRK-FXA-QTD(WRK-IDX-FAIXA)
               ADD WRK-CART-BASE(WRK-IDX-CART)
                   TO WRK-FXA-BASE(WRK-IDX-FAIXA) WRK-TOTAL-BASE
               ADD WRK-CART-PROVISAO(WRK-IDX-CART)
                   TO WRK-FXA-PROVISAO(WRK-IDX-FAIXA)
                      WRK-TOTAL-PROVISAO
           END-PERFORM.

      * Faixa de cada contrato na competencia anterior; contrato que
      * estava la e nao tem mais parcela em aberto entra na carteira
      * so para a migracao (saiu), sem base nem provisao.
       0300-COMPARAR-ANTERIOR.
           PERFORM VARYING WRK-IDX-PVC FROM 1 BY 1
                   UNTIL WRK-IDX-PVC > WRK-QTD-CONTROLE
               IF WRK-COMP-ANTERIOR > ZEROS
                  AND WRK-PVC-COMPETENCIA(WRK-IDX-PVC) =
                      WRK-COMP-ANTERIOR
                   PERFORM 0310-MARCAR-ANTERIOR
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-CART FROM 1 BY 1
                   UNTIL WRK-IDX-CART > WRK-QTD-CARTEIRA
               IF WRK-CART-FAIXA-ANT(WRK-IDX-CART) = ZEROS
                   MOVE WRK-MIG-NOVO TO WRK-MIG-DE
               ELSE
                   MOVE WRK-CART-FAIXA-ANT(WRK-IDX-CART) TO WRK-MIG-DE
               END-IF
               IF WRK-CART-FAIXA(WRK-IDX-CART) = ZEROS
                   MOVE WRK-MIG-NOVO TO WRK-MIG-PARA
               ELSE
                   MOVE WRK-CART-FAIXA(WRK-IDX-CART) TO WRK-MIG-PARA
               END-IF
               ADD 1 TO WRK-MIG-QTD(WRK-MIG-DE WRK-MIG-PARA)
               IF WRK-CART-FAIXA-ANT(WRK-IDX-CART) > ZEROS
                  AND WRK-CART-FAIXA(WRK-IDX-CART) > ZEROS
                   IF WRK-CART-FAIXA(WRK-IDX-CART) >
                          WRK-CART-FAIXA-ANT(WRK-IDX-CART)
                       ADD 1 TO WRK-QTD-PIORARAM
                   END-IF
                   IF WRK-CART-FAIXA(WRK-IDX-CART) <
                          WRK-CART-FAIXA-ANT(WRK-IDX-CART)
                       ADD 1 TO WRK-QTD-MELHORARAM
                   END-IF
               END-IF
           END-PERFORM.

       0310-MARCAR-ANTERIOR.
           MOVE WRK-PVC-CONTRATO(WRK-IDX-PVC) TO WRK-CONTRATO-PROC.
           PERFORM 0220-LOCALIZAR-CONTRATO.
           IF WRK-CART-IDX-ACHADO = ZEROS
               PERFORM 0230-INCLUIR-CONTRATO
               SET WRK-IDX-CART TO WRK-CART-IDX-ACHADO
               MOVE ZEROS TO WRK-CART-VENC-ANTIGO(WRK-IDX-CART)
           END-IF.
           SET WRK-IDX-CART TO WRK-CART-IDX-ACHADO.
           MOVE WRK-PVC-CLASSE(WRK-IDX-PVC)
               TO WRK-CART-CLASSE-ANT(WRK-IDX-CART).
           MOVE WRK-PVC-PROVISAO(WRK-IDX-PVC)
               TO WRK-CART-PROV-ANT(WRK-IDX-CART).
      * Classe que saiu de PDD-FAIXAS.DAT conta como contrato novo na
      * migracao.
           MOVE WRK-PVC-CLASSE(WRK-IDX-PVC) TO WRK-FXA-CLASSE-PROC.
           MOVE ZEROS TO WRK-FXA-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
               IF WRK-FXA-CLASSE(WRK-IDX-FAIXA) = WRK-FXA-CLASSE-PROC
                   SET WRK-FXA-IDX-ACHADO TO WRK-IDX-FAIXA
               END-IF
           END-PERFORM.
           MOVE WRK-FXA-IDX-ACHADO TO WRK-CART-FAIXA-ANT(WRK-IDX-CART).
           IF WRK-FXA-IDX-ACHADO > ZEROS
               SET WRK-IDX-FAIXA TO WRK-FXA-IDX-ACHADO
               ADD 1 TO WRK-FXA-QTD-ANT(WRK-IDX-FAIXA)
               ADD WRK-PVC-PROVISAO(WRK-IDX-PVC)
                   TO WRK-FXA-PROV-ANT(WRK-IDX-FAIXA)
           END-IF.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina, na tela e no spool.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           PERFORM 9300-ABRIR-SPOOL.
           STRING '   PROVISAO PARA DEVEDORES DUVIDOSOS - COMPETENCIA '
               WRK-COMPETENCIA ' - VOUCHER ' WRK-VOUCHER-PDD
               ' EM ' WRK-DATA-LANC
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           DISPLAY ' '.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.

      * Voucher 87AAMM no ultimo dia da competencia com a diferenca
      * contra a ultima provisao registrada: aumento debita a
      * despesa e credita a provisao, reducao reverte.
       0400-GERAR-LANCAMENTOS.
           IF WRK-VARIACAO > ZEROS
               MOVE WRK-VARIACAO TO WRK-VALOR-LANC
           ELSE
               COMPUTE WRK-VALOR-LANC = ZEROS - WRK-VARIACAO
           END-IF.
           OPEN EXTEND TRANS-FILE.
           IF WRK-STATUS-TRANS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.
           MOVE WRK-CONTA-DESPESA TO TRN-CONTA.
           IF WRK-VARIACAO > ZEROS
               MOVE 'D' TO TRN-DC
           ELSE
               MOVE 'C' TO TRN-DC
           END-IF.
           PERFORM 0410-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-PROVISAO TO TRN-CONTA.
           IF WRK-VARIACAO > ZEROS
               MOVE 'C' TO TRN-DC
           ELSE
               MOVE 'D' TO TRN-DC
           END-IF.
           PERFORM 0410-GRAVAR-LANCAMENTO.
           CLOSE TRANS-FILE.
           DISPLAY 'LANCAMENTOS DE PDD GERADOS EM TRANS.DAT: ' ,
               WRK-QTD-LANC.

       0410-GRAVAR-LANCAMENTO.
           MOVE WRK-VALOR-LANC  TO TRN-VALOR.
           MOVE WRK-DATA-LANC   TO TRN-DATA.
           MOVE WRK-MOTIVO-PDD  TO TRN-MOTIVO.
           MOVE WRK-VOUCHER-PDD TO TRN-VOUCHER.
           WRITE TRANS-RECORD.
           ADD 1 TO WRK-QTD-LANC.

      * PDD-CONTROLE.DAT regravado: as outras competencias como
      * estavam e a da corrida com a posicao nova de cada contrato
      * com parcela em aberto.
       0450-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           PERFORM VARYING WRK-IDX-PVC FROM 1 BY 1
                   UNTIL WRK-IDX-PVC > WRK-QTD-CONTROLE
               IF WRK-PVC-COMPETENCIA(WRK-IDX-PVC) NOT =
                       WRK-COMPETENCIA
                   MOVE SPACES TO CONTROLE-RECORD
                   MOVE WRK-PVC-COMPETENCIA(WRK-IDX-PVC)
                       TO PVC-COMPETENCIA
                   MOVE WRK-PVC-CONTRATO(WRK-IDX-PVC) TO PVC-CONTRATO
                   MOVE WRK-PVC-CLASSE(WRK-IDX-PVC)   TO PVC-CLASSE
                   MOVE WRK-PVC-DIAS(WRK-IDX-PVC)     TO PVC-DIAS
                   MOVE WRK-PVC-BASE(WRK-IDX-PVC)     TO PVC-BASE
                   MOVE WRK-PVC-PERCENTUAL(WRK-IDX-PVC)
                       TO PVC-PERCENTUAL
                   MOVE WRK-PVC-PROVISAO(WRK-IDX-PVC) TO PVC-PROVISAO
                   WRITE CONTROLE-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-CART FROM 1 BY 1
                   UNTIL WRK-IDX-CART > WRK-QTD-CARTEIRA
               IF WRK-CART-FAIXA(WRK-IDX-CART) > ZEROS
                   MOVE SPACES TO CONTROLE-RECORD
                   MOVE WRK-COMPETENCIA TO PVC-COMPETENCIA
                   MOVE WRK-CART-CONTRATO(WRK-IDX-CART)
                       TO PVC-CONTRATO
                   MOVE WRK-CART-CLASSE(WRK-IDX-CART) TO PVC-CLASSE
                   MOVE WRK-CART-DIAS(WRK-IDX-CART)   TO PVC-DIAS
                   MOVE WRK-CART-BASE(WRK-IDX-CART)   TO PVC-BASE
                   MOVE WRK-CART-PERCENTUAL(WRK-IDX-CART)
                       TO PVC-PERCENTUAL
                   MOVE WRK-CART-PROVISAO(WRK-IDX-CART)
                       TO PVC-PROVISAO
                   WRITE CONTROLE-RECORD
               END-IF
           END-PERFORM.
           CLOSE CONTROLE-FILE.

      * Relatorio: provisao por contrato, total por faixa contra a
      * competencia anterior e o lancamento da diferenca.
       0500-EMITIR-RELATORIO.
           MOVE 'CONTRATO TOMADOR              VENC.  DIAS CL ANT'
               TO WRK-SPOOL-LINHA.
           MOVE 'PRINCIPAL' TO WRK-SPOOL-LINHA(55:9).
           MOVE '%' TO WRK-SPOOL-LINHA(69:1).
           MOVE 'PROVISAO' TO WRK-SPOOL-LINHA(79:8).
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE ALL '-' TO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-IDX-CART FROM 1 BY 1
                   UNTIL WRK-IDX-CART > WRK-QTD-CARTEIRA
               IF WRK-CART-FAIXA(WRK-IDX-CART) > ZEROS
                   MOVE WRK-CART-BASE(WRK-IDX-CART) TO WRK-MASC-VALOR
                   MOVE WRK-CART-PERCENTUAL(WRK-IDX-CART)
                       TO WRK-MASC-PCT
                   MOVE WRK-CART-PROVISAO(WRK-IDX-CART)
                       TO WRK-MASC-PROV
                   STRING WRK-CART-CONTRATO(WRK-IDX-CART) '   '
                       WRK-CART-TOMADOR(WRK-IDX-CART) ' '
                       WRK-CART-VENC-ANTIGO(WRK-IDX-CART) ' '
                       WRK-CART-DIAS(WRK-IDX-CART) ' '
                       WRK-CART-CLASSE(WRK-IDX-CART) ' '
                       WRK-CART-CLASSE-ANT(WRK-IDX-CART) ' '
                       WRK-MASC-VALOR ' ' WRK-MASC-PCT ' '
                       WRK-MASC-PROV
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   DISPLAY WRK-SPOOL-LINHA
                   PERFORM 9310-GRAVAR-SPOOL
               END-IF
           END-PERFORM.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 'TOTAL POR FAIXA:  CL   DIAS ATE      %  QTD' TO
               WRK-SPOOL-LINHA.
           MOVE 'PRINCIPAL' TO WRK-SPOOL-LINHA(53:9).
           MOVE 'PROVISAO' TO WRK-SPOOL-LINHA(69:8).
           MOVE 'ANTERIOR' TO WRK-SPOOL-LINHA(86:8).
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
               MOVE WRK-FXA-PERCENTUAL(WRK-IDX-FAIXA) TO WRK-MASC-PCT
               MOVE WRK-FXA-QTD(WRK-IDX-FAIXA) TO WRK-MASC-QTD
               MOVE WRK-FXA-BASE(WRK-IDX-FAIXA) TO WRK-MASC-TOTAL
               MOVE WRK-FXA-PROVISAO(WRK-IDX-FAIXA) TO WRK-MASC-VALOR
               MOVE WRK-FXA-PROV-ANT(WRK-IDX-FAIXA) TO WRK-MASC-PROV
               STRING '                  '
                   WRK-FXA-CLASSE(WRK-IDX-FAIXA) '   '
                   WRK-FXA-DIAS-ATE(WRK-IDX-FAIXA) '   '
                   WRK-MASC-PCT ' ' WRK-MASC-QTD ' '
                   WRK-MASC-TOTAL ' ' WRK-MASC-VALOR ' '
                   WRK-MASC-PROV
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-PERFORM.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-TOTAL-BASE TO WRK-MASC-TOTAL.
           STRING 'CONTRATOS EM ABERTO: ' WRK-QTD-ABERTOS
               '   PRINCIPAL EM ABERTO: ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-TOTAL-PROVISAO TO WRK-MASC-TOTAL.
           STRING 'PROVISAO EXIGIDA:                     '
               WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-PROVISAO-REGISTRADA TO WRK-MASC-TOTAL.
           IF JA-PROVISIONADA
               STRING 'JA REGISTRADA NESTA COMPETENCIA:      '
                   WRK-MASC-TOTAL
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           ELSE
               IF WRK-COMP-ANTERIOR = ZEROS
                   STRING 'SEM PROVISAO REGISTRADA ANTERIOR:     '
                       WRK-MASC-TOTAL
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               ELSE
                   STRING 'REGISTRADA NA COMPETENCIA '
                       WRK-COMP-ANTERIOR ':     ' WRK-MASC-TOTAL
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               END-IF
           END-IF.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-VARIACAO TO WRK-MASC-VARIACAO.
           IF WRK-VARIACAO = ZEROS
               STRING 'SEM VARIACAO - NADA LANCADO EM TRANS.DAT'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           ELSE
               STRING 'VARIACAO LANCADA (CONTAS ' WRK-CONTA-DESPESA
                   '/' WRK-CONTA-PROVISAO '):  ' WRK-MASC-VARIACAO
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           END-IF.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

      * Migracao de faixa contra a competencia anterior: linhas =
      * faixa anterior (NV = contrato novo), colunas = faixa atual
      * (SA = saiu da carteira).
       0550-EMITIR-MIGRACAO.
           PERFORM 9310-GRAVAR-SPOOL.
           IF WRK-COMP-ANTERIOR = ZEROS
               STRING 'MIGRACAO DE FAIXAS: SEM COMPETENCIA '
                   'ANTERIOR PROVISIONADA'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           ELSE
               STRING 'MIGRACAO DE FAIXAS DE ' WRK-COMP-ANTERIOR
                   ' PARA ' WRK-COMPETENCIA
                   ' (LINHA = ANTES, COLUNA = AGORA)'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           END-IF.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 'DE\PARA' TO WRK-SPOOL-LINHA.
           MOVE 9 TO WRK-COL-SPOOL.
           PERFORM VARYING WRK-CTR-COL FROM 1 BY 1
                   UNTIL WRK-CTR-COL > WRK-MIG-NOVO
               IF WRK-CTR-COL = WRK-MIG-NOVO
                   MOVE '   SA' TO WRK-SPOOL-LINHA(WRK-COL-SPOOL:5)
               ELSE
                   MOVE WRK-FXA-CLASSE(WRK-CTR-COL)
                       TO WRK-SPOOL-LINHA(WRK-COL-SPOOL + 3:2)
               END-IF
               ADD 6 TO WRK-COL-SPOOL
           END-PERFORM.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-MIG-DE FROM 1 BY 1
                   UNTIL WRK-MIG-DE > WRK-MIG-NOVO
               IF WRK-MIG-DE = WRK-MIG-NOVO
                   MOVE 'NV' TO WRK-SPOOL-LINHA(1:2)
               ELSE
                   MOVE WRK-FXA-CLASSE(WRK-MIG-DE)
                       TO WRK-SPOOL-LINHA(1:2)
               END-IF
               MOVE 9 TO WRK-COL-SPOOL
               PERFORM VARYING WRK-CTR-COL FROM 1 BY 1
                       UNTIL WRK-CTR-COL > WRK-MIG-NOVO
                   MOVE WRK-MIG-QTD(WRK-MIG-DE WRK-CTR-COL)
                       TO WRK-MASC-QTD
                   MOVE WRK-MASC-QTD
                       TO WRK-SPOOL-LINHA(WRK-COL-SPOOL + 1:4)
                   ADD 6 TO WRK-COL-SPOOL
               END-PERFORM
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-PERFORM.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'CONTRATOS QUE PIORARAM DE FAIXA: ' WRK-QTD-PIORARAM
               '   QUE MELHORARAM: ' WRK-QTD-MELHORARAM
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           DISPLAY 'CONFIRA O RELATORIO ANTES DE POSTAR NO PROG25.'.
           DISPLAY WRK-RODAPE-MENSAGEM.

           COPY 'PSTAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG85.
