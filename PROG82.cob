      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Depreciacao mensal do ativo imobilizado. O operador
      * informa a competencia (AAAAMM, zero = mes corrente), que tem
      * de estar aberta no controle de periodo. Para cada bem ativo de
      * IMOBILIZADO.DAT (PROG81) ainda nao depreciado ate a
      * competencia, calcula o encargo linear dos meses pendentes -
      * (custo - residual) x taxa anual da classe / 12, ou / vida util
      * em meses quando a classe nao tem taxa - limitado ao que falta
      * para chegar no valor residual; bem totalmente depreciado nao
      * recebe encargo. Gera em TRANS.DAT o voucher 80AAMM no ultimo
      * dia da competencia, com os debitos somados por conta de
      * despesa e os creditos por conta de depreciacao acumulada,
      * atualiza a depreciacao acumulada e a ultima competencia de
      * cada bem e emite o relatorio no spool DEPRECIACAO.SPL. Rodar
      * de novo a mesma competencia so lanca bem incluido depois. Exige
      * usuario autorizado pelo PROG29 na funcao IMOBILIZADO e fica
      * registrado em AUDIT-LOG.LOG. Substitui a depreciacao fixa dos
      * modelos recorrentes do PROG54. RETURN-CODE 8 competencia
      * invalida ou usuario sem permissao, 4 nada a lancar ou bem
      * deixado de fora por classe sem parametro, 1 competencia
      * fechada ou tabela cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG82.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'IMOBSL.COB'.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           COPY 'PSTASL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="DEPRECIACAO.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'IMOBFD.COB'.
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
           COPY 'IMOBWS.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPETENCIA-HOJE  PIC 9(06).
           05 FILLER                PIC 9(02).
      * Competencia da corrida, desmontada para o voucher 80AAMM.
       01  WRK-COMPETENCIA      PIC 9(06) VALUES ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
       01  WRK-COMPETENCIA-R2 REDEFINES WRK-COMPETENCIA.
           05 FILLER               PIC 9(02).
           05 WRK-COMP-AAMM        PIC 9(04).
      * Ultima competencia depreciada do bem.
       01  WRK-ULTIMA           PIC 9(06) VALUES ZEROS.
       01  WRK-ULTIMA-R REDEFINES WRK-ULTIMA.
           05 WRK-ULT-ANO          PIC 9(04).
           05 WRK-ULT-MES          PIC 9(02).
      * Primeiro dia do mes seguinte, para achar o ultimo dia da
      * competencia (data do lancamento).
       01  WRK-DATA-SEGUINTE    PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-SEGUINTE-R REDEFINES WRK-DATA-SEGUINTE.
           05 WRK-SEG-ANO          PIC 9(04).
           05 WRK-SEG-MES          PIC 9(02).
           05 WRK-SEG-DIA          PIC 9(02).
       77  WRK-DATA-LANC        PIC 9(08) VALUES ZEROS.
       77  WRK-VOUCHER-DEPR     PIC 9(06) VALUES ZEROS.
       77  WRK-MOTIVO-DEPR      PIC X(10) VALUES SPACES.
      * Calculo do encargo de cada bem.
       77  WRK-MESES            PIC 9(04) VALUES ZEROS.
       77  WRK-BASE-DEPR        PIC 9(10)V99 VALUES ZEROS.
       77  WRK-SALDO-DEPR       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-ENCARGO-MENSAL   PIC 9(10)V99 VALUES ZEROS.
       77  WRK-ENCARGO          PIC 9(10)V99 VALUES ZEROS.
       77  WRK-VALOR-LIQUIDO    PIC 9(10)V99 VALUES ZEROS.
      * Bens com encargo na corrida e os deixados de fora.
       77  WRK-QTD-CALC         PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-CALC.
           05 WRK-CALC-ITEM OCCURS 2000 TIMES.
              10 WRK-CALC-IDX      PIC 9(04).
              10 WRK-CALC-MESES    PIC 9(04).
              10 WRK-CALC-ENCARGO  PIC 9(10)V99.
       77  WRK-QTD-FORA         PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-FORA.
           05 WRK-FORA-ITEM OCCURS 2000 TIMES.
              10 WRK-FORA-IDX      PIC 9(04).
              10 WRK-FORA-MOTIVO   PIC X(20).
       77  WRK-QTD-ZERADOS      PIC 9(04) VALUES ZEROS.
      * Linhas do voucher: uma por conta e natureza.
       77  WRK-QTD-RESUMO       PIC 9(03) VALUES ZEROS.
       77  WRK-RESUMO-ACHADO    PIC 9(03) VALUES ZEROS.
       77  WRK-RESUMO-ESTOUROU  PIC X(01) VALUES 'N'.
           88 RESUMO-ESTOUROU VALUE 'S'.
       77  WRK-CONTA-RESUMO     PIC 9(04) VALUES ZEROS.
       77  WRK-DC-RESUMO        PIC X(01) VALUES SPACE.
       01  WRK-TAB-RESUMO.
           05 WRK-RESUMO-ITEM OCCURS 100 TIMES
                               INDEXED BY WRK-IDX-RESUMO.
              10 WRK-RESUMO-CONTA  PIC 9(04).
              10 WRK-RESUMO-DC     PIC X(01).
              10 WRK-RESUMO-VALOR  PIC 9(10)V99.
       77  WRK-CTR              PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-LANC         PIC 9(04) VALUES ZEROS.
       77  WRK-TOTAL-ENCARGO    PIC 9(12)V99 VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-ACUM        PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-LIQUIDO     PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-AUDIT       PIC ZZZZZZZZZ9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG82' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-AUTORIZAR.
           PERFORM 0100-LER-PARAMETROS.
           PERFORM 0150-CARREGAR-DADOS.
           PERFORM 0200-CALCULAR-ENCARGOS.
           IF WRK-QTD-CALC = ZEROS
               DISPLAY 'NENHUMA DEPRECIACAO A LANCAR NA COMPETENCIA ' ,
                   WRK-COMPETENCIA
               IF WRK-QTD-ZERADOS > ZEROS
                   PERFORM 9260-GRAVAR-IMOBILIZADO
               END-IF
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0090-MONTAR-CABECALHO
               PERFORM 0400-GERAR-LANCAMENTOS
               PERFORM 9260-GRAVAR-IMOBILIZADO
               PERFORM 0500-EMITIR-RELATORIO
               PERFORM 9390-FECHAR-SPOOL
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'DEPRECIACAO'      TO WRK-AUDIT-ACAO
               MOVE WRK-COMPETENCIA    TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-TOTAL-ENCARGO  TO WRK-MASC-AUDIT
               MOVE WRK-MASC-AUDIT     TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               IF WRK-QTD-FORA > ZEROS
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
               END-IF
           END-IF.
           MOVE WRK-QTD-CALC TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao IMOBILIZADO.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'IMOBILIZADO'      TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM PERMISSAO PARA O IMOBILIZADO.'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Competencia da corrida: nao pode ser posterior ao mes
      * corrente. O lancamento vai no ultimo dia do mes.
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
           MOVE WRK-COMP-ANO TO WRK-SEG-ANO.
           MOVE WRK-COMP-MES TO WRK-SEG-MES.
           MOVE 1            TO WRK-SEG-DIA.
           IF WRK-SEG-MES = 12
               ADD 1 TO WRK-SEG-ANO
               MOVE 1 TO WRK-SEG-MES
           ELSE
               ADD 1 TO WRK-SEG-MES
           END-IF.
           COMPUTE WRK-DATA-LANC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-SEGUINTE) - 1).
           COMPUTE WRK-VOUCHER-DEPR =
               800000 + WRK-COMP-AAMM.
           MOVE SPACES TO WRK-MOTIVO-DEPR.
           STRING 'DEPR' WRK-COMPETENCIA
                  DELIMITED BY SIZE INTO WRK-MOTIVO-DEPR.

      * Competencia fechada no controle de periodo nao recebe
      * lancamento novo; cadastro maior que a tabela cancela a
      * corrida antes de qualquer gravacao.
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
           PERFORM 9240-CARREGAR-CLASSES-ATIVO.
           PERFORM 9250-CARREGAR-IMOBILIZADO.
           IF IMOBILIZADO-ESTOUROU
               DISPLAY 'CADASTRO DO IMOBILIZADO MAIOR QUE A TABELA ' ,
                   '- CORRIDA CANCELADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Encargo de cada bem ativo com competencia pendente. Meses
      * pendentes = competencia da corrida menos a ultima depreciada;
      * bem que ja chegou no residual so tem a competencia avancada.
       0200-CALCULAR-ENCARGOS.
           PERFORM VARYING WRK-IDX-BEM FROM 1 BY 1
                   UNTIL WRK-IDX-BEM > WRK-QTD-BENS
               IF WRK-IMB-SITUACAO(WRK-IDX-BEM) = 'A'
                  AND WRK-IMB-ULTIMA-COMPET(WRK-IDX-BEM) <
                      WRK-COMPETENCIA
                   PERFORM 0250-CALCULAR-BEM
               END-IF
           END-PERFORM.
           IF RESUMO-ESTOUROU
               DISPLAY 'MAIS DE 100 CONTAS NO VOUCHER DA DEPRECIACAO ' ,
                   '- CORRIDA CANCELADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

       0250-CALCULAR-BEM.
           MOVE WRK-IMB-ULTIMA-COMPET(WRK-IDX-BEM) TO WRK-ULTIMA.
           COMPUTE WRK-MESES =
               (WRK-COMP-ANO * 12 + WRK-COMP-MES) -
               (WRK-ULT-ANO * 12 + WRK-ULT-MES).
           COMPUTE WRK-BASE-DEPR = WRK-IMB-CUSTO(WRK-IDX-BEM) -
               WRK-IMB-RESIDUAL(WRK-IDX-BEM).
           MOVE ZEROS TO WRK-SALDO-DEPR WRK-ENCARGO-MENSAL.
           IF WRK-IMB-DEPR-ACUM(WRK-IDX-BEM) < WRK-BASE-DEPR
               COMPUTE WRK-SALDO-DEPR = WRK-BASE-DEPR -
                   WRK-IMB-DEPR-ACUM(WRK-IDX-BEM)
           END-IF.
           MOVE WRK-IMB-CLASSE(WRK-IDX-BEM) TO WRK-CLA-CODIGO-PROC.
           PERFORM 9245-LOCALIZAR-CLASSE.
           EVALUATE TRUE
               WHEN WRK-SALDO-DEPR = ZEROS
                   MOVE WRK-COMPETENCIA
                       TO WRK-IMB-ULTIMA-COMPET(WRK-IDX-BEM)
                   ADD 1 TO WRK-QTD-ZERADOS
               WHEN WRK-CLA-IDX-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-FORA
                   MOVE WRK-IDX-BEM TO WRK-FORA-IDX(WRK-QTD-FORA)
                   MOVE 'CLASSE NAO CADASTRADA'
                       TO WRK-FORA-MOTIVO(WRK-QTD-FORA)
               WHEN OTHER
                   SET WRK-IDX-CLASSE TO WRK-CLA-IDX-ACHADO
                   IF WRK-CLA-TAXA-ANUAL(WRK-IDX-CLASSE) > ZEROS
                       COMPUTE WRK-ENCARGO-MENSAL ROUNDED =
                           WRK-BASE-DEPR *
                           WRK-CLA-TAXA-ANUAL(WRK-IDX-CLASSE) / 1200
                   ELSE
                       IF WRK-CLA-VIDA-MESES(WRK-IDX-CLASSE) > ZEROS
                           COMPUTE WRK-ENCARGO-MENSAL ROUNDED =
                               WRK-BASE-DEPR /
                               WRK-CLA-VIDA-MESES(WRK-IDX-CLASSE)
                       END-IF
                   END-IF
                   IF WRK-ENCARGO-MENSAL = ZEROS
                       ADD 1 TO WRK-QTD-FORA
                       MOVE WRK-IDX-BEM TO WRK-FORA-IDX(WRK-QTD-FORA)
                       MOVE 'CLASSE SEM TAXA/VIDA'
                           TO WRK-FORA-MOTIVO(WRK-QTD-FORA)
                   ELSE
                       PERFORM 0260-REGISTRAR-ENCARGO
                   END-IF
           END-EVALUATE.

      * O encargo dos meses pendentes para no valor residual. A
      * despesa vai a debito e a depreciacao acumulada a credito.
       0260-REGISTRAR-ENCARGO.
           COMPUTE WRK-ENCARGO = WRK-ENCARGO-MENSAL * WRK-MESES.
           IF WRK-ENCARGO > WRK-SALDO-DEPR
               MOVE WRK-SALDO-DEPR TO WRK-ENCARGO
           END-IF.
           ADD 1 TO WRK-QTD-CALC.
           MOVE WRK-IDX-BEM TO WRK-CALC-IDX(WRK-QTD-CALC).
           MOVE WRK-MESES   TO WRK-CALC-MESES(WRK-QTD-CALC).
           MOVE WRK-ENCARGO TO WRK-CALC-ENCARGO(WRK-QTD-CALC).
           ADD WRK-ENCARGO TO WRK-IMB-DEPR-ACUM(WRK-IDX-BEM)
                              WRK-TOTAL-ENCARGO.
           MOVE WRK-COMPETENCIA TO WRK-IMB-ULTIMA-COMPET(WRK-IDX-BEM).
           MOVE WRK-IMB-CONTA-DESPESA(WRK-IDX-BEM)
               TO WRK-CONTA-RESUMO.
           MOVE 'D' TO WRK-DC-RESUMO.
           PERFORM 0270-SOMAR-RESUMO.
           MOVE WRK-IMB-CONTA-DEPR(WRK-IDX-BEM) TO WRK-CONTA-RESUMO.
           MOVE 'C' TO WRK-DC-RESUMO.
           PERFORM 0270-SOMAR-RESUMO.

       0270-SOMAR-RESUMO.
           MOVE ZEROS TO WRK-RESUMO-ACHADO.
           PERFORM VARYING WRK-IDX-RESUMO FROM 1 BY 1
                   UNTIL WRK-IDX-RESUMO > WRK-QTD-RESUMO
               IF WRK-RESUMO-CONTA(WRK-IDX-RESUMO) = WRK-CONTA-RESUMO
                  AND WRK-RESUMO-DC(WRK-IDX-RESUMO) = WRK-DC-RESUMO
                   SET WRK-RESUMO-ACHADO TO WRK-IDX-RESUMO
               END-IF
           END-PERFORM.
           IF WRK-RESUMO-ACHADO = ZEROS
               IF WRK-QTD-RESUMO < 100
                   ADD 1 TO WRK-QTD-RESUMO
                   MOVE WRK-QTD-RESUMO TO WRK-RESUMO-ACHADO
                   SET WRK-IDX-RESUMO TO WRK-RESUMO-ACHADO
                   MOVE WRK-CONTA-RESUMO
                       TO WRK-RESUMO-CONTA(WRK-IDX-RESUMO)
                   MOVE WRK-DC-RESUMO TO WRK-RESUMO-DC(WRK-IDX-RESUMO)
                   MOVE ZEROS TO WRK-RESUMO-VALOR(WRK-IDX-RESUMO)
               ELSE
                   SET RESUMO-ESTOUROU TO TRUE
               END-IF
           END-IF.
           IF WRK-RESUMO-ACHADO > ZEROS
               SET WRK-IDX-RESUMO TO WRK-RESUMO-ACHADO
               ADD WRK-ENCARGO TO WRK-RESUMO-VALOR(WRK-IDX-RESUMO)
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
           STRING '   DEPRECIACAO DO IMOBILIZADO - COMPETENCIA '
               WRK-COMPETENCIA ' - VOUCHER ' WRK-VOUCHER-DEPR
               ' EM ' WRK-DATA-LANC
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           DISPLAY ' '.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.

      * Voucher 80AAMM no ultimo dia da competencia: uma linha por
      * conta de despesa (debito) e de depreciacao acumulada
      * (credito).
       0400-GERAR-LANCAMENTOS.
           OPEN EXTEND TRANS-FILE.
           IF WRK-STATUS-TRANS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-RESUMO FROM 1 BY 1
                   UNTIL WRK-IDX-RESUMO > WRK-QTD-RESUMO
               MOVE WRK-RESUMO-CONTA(WRK-IDX-RESUMO) TO TRN-CONTA
               MOVE WRK-RESUMO-DC(WRK-IDX-RESUMO)    TO TRN-DC
               MOVE WRK-RESUMO-VALOR(WRK-IDX-RESUMO) TO TRN-VALOR
               MOVE WRK-DATA-LANC                    TO TRN-DATA
               MOVE WRK-MOTIVO-DEPR                  TO TRN-MOTIVO
               MOVE WRK-VOUCHER-DEPR                 TO TRN-VOUCHER
               WRITE TRANS-RECORD
               ADD 1 TO WRK-QTD-LANC
           END-PERFORM.
           CLOSE TRANS-FILE.
           DISPLAY 'LANCAMENTOS DE DEPRECIACAO GERADOS EM TRANS.DAT: ' ,
               WRK-QTD-LANC.

      * Relatorio: encargo por bem com a posicao apos a corrida, as
      * linhas do voucher e os bens deixados de fora.
       0500-EMITIR-RELATORIO.
           MOVE 'BEM   DESCRICAO                      CLAS DEP MESES'
               TO WRK-SPOOL-LINHA.
           MOVE 'ENCARGO' TO WRK-SPOOL-LINHA(59:7).
           MOVE 'ACUMULADA' TO WRK-SPOOL-LINHA(74:9).
           MOVE 'LIQUIDO' TO WRK-SPOOL-LINHA(93:7).
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE ALL '-' TO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-CALC
               SET WRK-IDX-BEM TO WRK-CALC-IDX(WRK-CTR)
               COMPUTE WRK-VALOR-LIQUIDO = WRK-IMB-CUSTO(WRK-IDX-BEM) -
                   WRK-IMB-DEPR-ACUM(WRK-IDX-BEM)
               MOVE WRK-CALC-ENCARGO(WRK-CTR) TO WRK-MASC-VALOR
               MOVE WRK-IMB-DEPR-ACUM(WRK-IDX-BEM) TO WRK-MASC-ACUM
               MOVE WRK-VALOR-LIQUIDO TO WRK-MASC-LIQUIDO
               STRING WRK-IMB-NUMERO(WRK-IDX-BEM) ' '
                   WRK-IMB-DESCRICAO(WRK-IDX-BEM) ' '
                   WRK-IMB-CLASSE(WRK-IDX-BEM) ' '
                   WRK-IMB-DEPTO(WRK-IDX-BEM) ' '
                   WRK-CALC-MESES(WRK-CTR) ' '
                   WRK-MASC-VALOR ' ' WRK-MASC-ACUM ' '
                   WRK-MASC-LIQUIDO
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-PERFORM.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-TOTAL-ENCARGO TO WRK-MASC-TOTAL.
           STRING 'BENS DEPRECIADOS: ' WRK-QTD-CALC
               '   TOTAL DO ENCARGO: ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 'LINHAS DO VOUCHER:' TO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-IDX-RESUMO FROM 1 BY 1
                   UNTIL WRK-IDX-RESUMO > WRK-QTD-RESUMO
               MOVE WRK-RESUMO-VALOR(WRK-IDX-RESUMO) TO WRK-MASC-VALOR
               STRING '   CONTA ' WRK-RESUMO-CONTA(WRK-IDX-RESUMO)
                   ' ' WRK-RESUMO-DC(WRK-IDX-RESUMO) ' '
                   WRK-MASC-VALOR
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-PERFORM.
           IF WRK-QTD-ZERADOS > ZEROS
               PERFORM 9310-GRAVAR-SPOOL
               STRING 'BENS JA TOTALMENTE DEPRECIADOS (SEM ENCARGO): '
                   WRK-QTD-ZERADOS
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.
           IF WRK-QTD-FORA > ZEROS
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 'BENS DEIXADOS DE FORA (CORRIJA CLASSES-ATIVO.DAT '
                   TO WRK-SPOOL-LINHA
               MOVE 'E RODE DE NOVO):' TO WRK-SPOOL-LINHA(50:16)
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               PERFORM VARYING WRK-CTR FROM 1 BY 1
                       UNTIL WRK-CTR > WRK-QTD-FORA
                   SET WRK-IDX-BEM TO WRK-FORA-IDX(WRK-CTR)
                   STRING WRK-IMB-NUMERO(WRK-IDX-BEM) ' '
                       WRK-IMB-DESCRICAO(WRK-IDX-BEM) ' '
                       WRK-IMB-CLASSE(WRK-IDX-BEM) '  '
                       WRK-FORA-MOTIVO(WRK-CTR)
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   DISPLAY WRK-SPOOL-LINHA
                   PERFORM 9310-GRAVAR-SPOOL
               END-PERFORM
           END-IF.
           DISPLAY 'CONFIRA O RELATORIO ANTES DE POSTAR NO PROG25.'.
           DISPLAY WRK-RODAPE-MENSAGEM.

           COPY 'IMOBPR.COB'.
           COPY 'PSTAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG82.
