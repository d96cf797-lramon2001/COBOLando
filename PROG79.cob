      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Lancamento e manutencao das notas do contas a pagar
      * (CONTAS-PAGAR.DAT). O modo 1 lanca uma nota de fornecedor
      * ativo do PROG78: recusa nota ja lancada para o mesmo
      * fornecedor (salvo cancelada), avisa e pede confirmacao quando
      * outra nota do fornecedor tem a mesma emissao e o mesmo valor,
      * confere datas, valor e a conta de despesa (analitica e ativa
      * em CONTAS.DAT) e apropria a nota em TRANS.DAT no voucher
      * 5NNNNN (debito na despesa, credito na conta da classe
      * FORNECEDOR do CONTA-MAPA.DAT) na data de emissao - ou na data
      * do dia quando a competencia da emissao ja esta fechada. O
      * modo 2 cancela nota em aberto com o estorno da apropriacao no
      * mesmo voucher; o modo 3 lista as notas em aberto por
      * vencimento. Os modos 1 e 2 exigem usuario autorizado pelo
      * PROG29 na funcao CONTAS PAGAR e ficam registrados em
      * AUDIT-LOG.LOG. RETURN-CODE 8 nota recusada ou usuario sem
      * permissao, 1 periodo fechado ou conta de fornecedores sem
      * mapeamento.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG79.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FORNSL.COB'.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAS.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           COPY 'PSTASL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FORNFD.COB'.
       FD  CONTAS-FILE.
       01  CONTAS-RECORD.
           05 CTA-CODIGO  PIC 9(04).
           05 FILLER      PIC X(01).
           05 CTA-NOME    PIC X(20).
           05 CTA-TIPO    PIC X(01).
           05 CTA-PAI     PIC X(04).
           05 CTA-ATIVA   PIC X(01).
           05 CTA-GRUPO   PIC X(01).
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
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'FORNWS.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-CONTAS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CONTAS       PIC X(01) VALUES 'N'.
           88 FIM-CONTAS VALUE 'S'.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-LANCAMENTO   VALUE '1'.
           88 MODO-CANCELAMENTO VALUE '2'.
           88 MODO-LISTAGEM     VALUE '3'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       77  WRK-AUTORIZADO       PIC X(01) VALUES 'S'.
           88 USUARIO-AUTORIZADO VALUE 'S'.
       77  WRK-CONFIRMA         PIC X(01) VALUES SPACE.
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
      * Dados informados pelo operador.
       01  WRK-ENT-NOTA.
           05 WRK-ENT-FORNECEDOR    PIC 9(05).
           05 WRK-ENT-NOTA-FISCAL   PIC X(10).
           05 WRK-ENT-EMISSAO       PIC 9(08).
           05 WRK-ENT-VENCIMENTO    PIC 9(08).
           05 WRK-ENT-VALOR         PIC 9(10)V99.
           05 WRK-ENT-CONTA-DESPESA PIC 9(04).
       77  WRK-ENT-SEQUENCIA    PIC 9(05) VALUES ZEROS.
       77  WRK-IDX-NOTA-ACHADA  PIC 9(04) VALUES ZEROS.
       77  WRK-SEQ-DUPLICADA    PIC 9(05) VALUES ZEROS.
       77  WRK-SEQ-SEMELHANTE   PIC 9(05) VALUES ZEROS.
      * Conta de despesa procurada no plano de contas: 'A' analitica
      * ativa, 'S' sintetica, 'I' inativa, 'N' fora do plano.
       77  WRK-SITUACAO-CONTA   PIC X(01) VALUES 'N'.
      * Conta de fornecedores (classe FORNECEDOR, departamento zero)
      * do de-para contabil, como na folha.
       77  WRK-CONTA-FORNECEDOR PIC 9(04) VALUES ZEROS.
      * Data contabil da apropriacao ou do estorno e o voucher
      * 5NNNNN da nota.
       01  WRK-DATA-CONTABIL    PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-CONTABIL-R REDEFINES WRK-DATA-CONTABIL.
           05 WRK-COMPETENCIA-CONTABIL PIC 9(06).
           05 FILLER                   PIC 9(02).
       77  WRK-VOUCHER-NOTA     PIC 9(06) VALUES ZEROS.
       77  WRK-QTD-LANC         PIC 9(04) VALUES ZEROS.
      * Listagem das notas em aberto, ordenadas por vencimento.
       77  WRK-QTD-ABERTAS      PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-VENCIDAS     PIC 9(04) VALUES ZEROS.
       77  WRK-CTR              PIC 9(04) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-ORDEM.
           05 WRK-ORDEM-IDX PIC 9(04) OCCURS 2000 TIMES.
       77  WRK-ORDEM-TEMP       PIC 9(04) VALUES ZEROS.
       77  WRK-TOTAL-ABERTO     PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-VENCIDO    PIC 9(12)V99 VALUES ZEROS.
       77  WRK-NOME-LISTA       PIC X(20) VALUES SPACES.
       77  WRK-MARCA-VENCIDA    PIC X(07) VALUES SPACES.
       77  WRK-MASC-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-AUDIT       PIC ZZZZZZZZZ9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG79' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9160-CARREGAR-FORNECEDORES.
           PERFORM 9175-CARREGAR-CONTAS-PAGAR.
           DISPLAY '1-LANCAR NOTA  2-CANCELAR NOTA  ' ,
               '3-LISTAR NOTAS EM ABERTO: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF MODO-LANCAMENTO OR MODO-CANCELAMENTO
               PERFORM 0050-AUTORIZAR
           END-IF.
           IF USUARIO-AUTORIZADO
               EVALUATE TRUE
                   WHEN MODO-LANCAMENTO
                       PERFORM 0100-LANCAR-NOTA
                   WHEN MODO-CANCELAMENTO
                       PERFORM 0200-CANCELAR-NOTA
                   WHEN MODO-LISTAGEM
                       PERFORM 0300-LISTAR-ABERTAS
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
                       MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           MOVE WRK-QTD-CPAGAR TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao CONTAS PAGAR. Tabela
      * de notas estourada na carga suspende a manutencao para nao
      * regravar o arquivo sem os registros que nao couberam; sem a
      * conta de fornecedores no de-para nao ha como apropriar.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'CONTAS PAGAR'     TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM PERMISSAO PARA O CONTAS A PAGAR.'
               MOVE 'N' TO WRK-AUTORIZADO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0060-CARREGAR-MAPA
               PERFORM 9670-CARREGAR-PERIODOS
               EVALUATE TRUE
                   WHEN CPAGAR-ESTOUROU OR FORNECEDORES-ESTOURARAM
                       DISPLAY 'MANUTENCAO SUSPENSA ATE O ARQUIVO ' ,
                           'CABER NA TABELA.'
                       MOVE 'N' TO WRK-AUTORIZADO
                   WHEN WRK-CONTA-FORNECEDOR = ZEROS
                       DISPLAY 'SEM CONTA DA CLASSE FORNECEDOR EM ' ,
                           'CONTA-MAPA.DAT - NOTAS NAO APROPRIADAS'
                       MOVE 'N' TO WRK-AUTORIZADO
               END-EVALUATE
               IF NOT USUARIO-AUTORIZADO
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       0060-CARREGAR-MAPA.
           MOVE ZEROS TO WRK-CONTA-FORNECEDOR.
           OPEN INPUT CONTA-MAPA-FILE.
           IF WRK-STATUS-MAPA = '00'
               MOVE 'N' TO WRK-FIM-MAPA
               PERFORM UNTIL FIM-MAPA
                   READ CONTA-MAPA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MAPA
                       NOT AT END
                           IF MAP-CLASSE = 'FORNECEDOR'
                              AND MAP-DEPTO = ZEROS
                               MOVE MAP-CONTA TO WRK-CONTA-FORNECEDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
           END-IF.

      * Modo 1: lancamento da nota. Conta de despesa zero usa a
      * sugerida no cadastro do fornecedor.
       0100-LANCAR-NOTA.
           MOVE SPACES TO WRK-ENT-NOTA-FISCAL WRK-MENSAGEM.
           MOVE ZEROS  TO WRK-ENT-FORNECEDOR WRK-ENT-EMISSAO
                          WRK-ENT-VENCIMENTO WRK-ENT-VALOR
                          WRK-ENT-CONTA-DESPESA.
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-ENT-FORNECEDOR FROM CONSOLE.
           MOVE WRK-ENT-FORNECEDOR TO WRK-FRN-CODIGO-PROC.
           PERFORM 9165-LOCALIZAR-FORNECEDOR.
           IF WRK-FRN-IDX-ACHADO = ZEROS
               MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MENSAGEM
           ELSE
               SET WRK-IDX-FORNECEDOR TO WRK-FRN-IDX-ACHADO
               IF WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR) NOT = 'A'
                   MOVE 'FORNECEDOR INATIVO' TO WRK-MENSAGEM
               ELSE
                   DISPLAY 'FORNECEDOR: '
                       WRK-FRN-NOME(WRK-IDX-FORNECEDOR)
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               DISPLAY 'NUMERO DA NOTA FISCAL: '
               ACCEPT WRK-ENT-NOTA-FISCAL FROM CONSOLE
               DISPLAY 'DATA DE EMISSAO (AAAAMMDD): '
               ACCEPT WRK-ENT-EMISSAO FROM CONSOLE
               DISPLAY 'DATA DE VENCIMENTO (AAAAMMDD): '
               ACCEPT WRK-ENT-VENCIMENTO FROM CONSOLE
               DISPLAY 'VALOR DA NOTA: '
               ACCEPT WRK-ENT-VALOR FROM CONSOLE
               DISPLAY 'CONTA DE DESPESA (0 = SUGERIDA ' ,
                   WRK-FRN-CONTA-DESPESA(WRK-IDX-FORNECEDOR) '): '
               ACCEPT WRK-ENT-CONTA-DESPESA FROM CONSOLE
               IF WRK-ENT-CONTA-DESPESA = ZEROS
                   MOVE WRK-FRN-CONTA-DESPESA(WRK-IDX-FORNECEDOR)
                       TO WRK-ENT-CONTA-DESPESA
               END-IF
               PERFORM 0150-CRITICAR-NOTA
           END-IF.
           IF WRK-MENSAGEM = SPACES AND WRK-SEQ-SEMELHANTE > ZEROS
               DISPLAY 'ATENCAO: A NOTA ' ,
                   WRK-CPG-NOTA(WRK-IDX-NOTA-ACHADA) ' (SEQ ' ,
                   WRK-SEQ-SEMELHANTE ') DO FORNECEDOR TEM A ' ,
                   'MESMA EMISSAO E O MESMO VALOR.'
               DISPLAY 'CONFIRMA O LANCAMENTO (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA NOT = 'S'
                   MOVE 'POSSIVEL DUPLICIDADE NAO CONFIRMADA'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               PERFORM 0170-DEFINIR-DATA-CONTABIL
           END-IF.
           IF WRK-MENSAGEM = SPACES
               ADD 1 TO WRK-CPG-ULTIMA-SEQ
               ADD 1 TO WRK-QTD-CPAGAR
               SET WRK-IDX-CPAGAR TO WRK-QTD-CPAGAR
               MOVE WRK-CPG-ULTIMA-SEQ
                   TO WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR)
               MOVE WRK-ENT-FORNECEDOR
                   TO WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR)
               MOVE WRK-ENT-NOTA-FISCAL
                   TO WRK-CPG-NOTA(WRK-IDX-CPAGAR)
               MOVE WRK-ENT-EMISSAO
                   TO WRK-CPG-EMISSAO(WRK-IDX-CPAGAR)
               MOVE WRK-ENT-VENCIMENTO
                   TO WRK-CPG-VENCIMENTO(WRK-IDX-CPAGAR)
               MOVE WRK-ENT-VALOR
                   TO WRK-CPG-VALOR(WRK-IDX-CPAGAR)
               MOVE WRK-ENT-CONTA-DESPESA
                   TO WRK-CPG-CONTA-DESPESA(WRK-IDX-CPAGAR)
               MOVE 'A'   TO WRK-CPG-SITUACAO(WRK-IDX-CPAGAR)
               MOVE ZEROS TO WRK-CPG-DATA-PAGTO(WRK-IDX-CPAGAR)
               MOVE WRK-DATA-CONTABIL
                   TO WRK-CPG-DATA-CONTABIL(WRK-IDX-CPAGAR)
               PERFORM 9180-GRAVAR-CONTAS-PAGAR
               COMPUTE WRK-VOUCHER-NOTA = 500000 + WRK-CPG-ULTIMA-SEQ
               PERFORM 0180-APROPRIAR-NOTA
               MOVE WRK-ENT-VALOR TO WRK-MASC-VALOR
               DISPLAY 'NOTA ' WRK-ENT-NOTA-FISCAL ' LANCADA NA ' ,
                   'SEQUENCIA ' WRK-CPG-ULTIMA-SEQ ' - VALOR ' ,
                   WRK-MASC-VALOR ' - VOUCHER ' WRK-VOUCHER-NOTA
               MOVE WRK-USUARIO-SESSAO  TO WRK-AUDIT-USUARIO
               MOVE 'LANCA NOTA'        TO WRK-AUDIT-ACAO
               MOVE WRK-ENT-NOTA-FISCAL TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-VALOR       TO WRK-MASC-AUDIT
               MOVE WRK-MASC-AUDIT      TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'NOTA RECUSADA: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               IF RETURN-CODE = ZEROS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * Nota unica por fornecedor entre as nao canceladas; outra nota
      * do fornecedor com a mesma emissao e o mesmo valor fica em
      * WRK-SEQ-SEMELHANTE para confirmacao do operador.
       0150-CRITICAR-NOTA.
           MOVE ZEROS TO WRK-SEQ-DUPLICADA WRK-SEQ-SEMELHANTE
                         WRK-IDX-NOTA-ACHADA.
           EVALUATE TRUE
               WHEN WRK-ENT-NOTA-FISCAL = SPACES
                   MOVE 'NUMERO DA NOTA EM BRANCO' TO WRK-MENSAGEM
               WHEN WRK-ENT-EMISSAO NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-EMISSAO)
                    NOT = ZEROS
                   MOVE 'DATA DE EMISSAO INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-ENT-EMISSAO > WRK-DATA-HOJE
                   MOVE 'DATA DE EMISSAO POSTERIOR A HOJE'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-VENCIMENTO NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-VENCIMENTO)
                    NOT = ZEROS
                   MOVE 'DATA DE VENCIMENTO INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-ENT-VENCIMENTO < WRK-ENT-EMISSAO
                   MOVE 'VENCIMENTO ANTERIOR A EMISSAO'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-VALOR NOT NUMERIC
                 OR WRK-ENT-VALOR = ZEROS
                   MOVE 'VALOR INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-QTD-CPAGAR NOT < 2000
                 OR WRK-CPG-ULTIMA-SEQ NOT < 99999
                   MOVE 'CONTAS A PAGAR CHEIO' TO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               PERFORM 0160-CONFERIR-CONTA-DESPESA
           END-IF.
           IF WRK-MENSAGEM = SPACES
               PERFORM VARYING WRK-IDX-CPAGAR FROM 1 BY 1
                       UNTIL WRK-IDX-CPAGAR > WRK-QTD-CPAGAR
                   IF WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR) =
                           WRK-ENT-FORNECEDOR
                      AND WRK-CPG-SITUACAO(WRK-IDX-CPAGAR) NOT = 'C'
                       IF WRK-CPG-NOTA(WRK-IDX-CPAGAR) =
                               WRK-ENT-NOTA-FISCAL
                           MOVE WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR)
                               TO WRK-SEQ-DUPLICADA
                       END-IF
                       IF WRK-CPG-EMISSAO(WRK-IDX-CPAGAR) =
                               WRK-ENT-EMISSAO
                          AND WRK-CPG-VALOR(WRK-IDX-CPAGAR) =
                              WRK-ENT-VALOR
                           MOVE WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR)
                               TO WRK-SEQ-SEMELHANTE
                           SET WRK-IDX-NOTA-ACHADA TO WRK-IDX-CPAGAR
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-SEQ-DUPLICADA > ZEROS
                   STRING 'NOTA JA LANCADA PARA O FORNECEDOR (SEQ '
                          WRK-SEQ-DUPLICADA ')'
                          DELIMITED BY SIZE INTO WRK-MENSAGEM
               END-IF
           END-IF.

      * A despesa recebe o debito da apropriacao: tem de existir no
      * plano, ser analitica e estar ativa, como o PROG25 exige de
      * todo lancamento.
       0160-CONFERIR-CONTA-DESPESA.
           MOVE 'N' TO WRK-SITUACAO-CONTA WRK-FIM-CONTAS.
           OPEN INPUT CONTAS-FILE.
           IF WRK-STATUS-CONTAS = '00'
               PERFORM UNTIL FIM-CONTAS
                   READ CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTAS
                       NOT AT END
                           IF CTA-CODIGO = WRK-ENT-CONTA-DESPESA
                               EVALUATE TRUE
                                   WHEN CTA-TIPO = 'S'
                                       MOVE 'S' TO WRK-SITUACAO-CONTA
                                   WHEN CTA-ATIVA = 'N'
                                       MOVE 'I' TO WRK-SITUACAO-CONTA
                                   WHEN OTHER
                                       MOVE 'A' TO WRK-SITUACAO-CONTA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-FILE
           END-IF.
           EVALUATE WRK-SITUACAO-CONTA
               WHEN 'N'
                   MOVE 'CONTA DE DESPESA FORA DO PLANO DE CONTAS'
                       TO WRK-MENSAGEM
               WHEN 'S'
                   MOVE 'CONTA DE DESPESA SINTETICA' TO WRK-MENSAGEM
               WHEN 'I'
                   MOVE 'CONTA DE DESPESA INATIVA' TO WRK-MENSAGEM
           END-EVALUATE.

      * A apropriacao vai na data de emissao; competencia da emissao
      * ja fechada leva o lancamento para a data do dia, desde que a
      * competencia corrente esteja aberta.
       0170-DEFINIR-DATA-CONTABIL.
           MOVE WRK-ENT-EMISSAO TO WRK-DATA-CONTABIL.
           MOVE WRK-COMPETENCIA-CONTABIL TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONTABIL
               MOVE WRK-COMPETENCIA-CONTABIL TO WRK-PST-COMPETENCIA
               PERFORM 9680-VERIFICAR-PERIODO
               IF PERIODO-FECHADO
                   MOVE 'COMPETENCIA DE HOJE FECHADA (PROG52)'
                       TO WRK-MENSAGEM
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY 'AVISO: COMPETENCIA DA EMISSAO FECHADA - ' ,
                       'APROPRIACAO NA DATA DE HOJE'
               END-IF
           END-IF.

      * Apropriacao: debito na despesa, credito na conta de
      * fornecedores, historico com o numero da nota.
       0180-APROPRIAR-NOTA.
           OPEN EXTEND TRANS-FILE.
           IF WRK-STATUS-TRANS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.
           MOVE WRK-ENT-CONTA-DESPESA TO TRN-CONTA.
           MOVE 'D'                   TO TRN-DC.
           PERFORM 0190-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-FORNECEDOR  TO TRN-CONTA.
           MOVE 'C'                   TO TRN-DC.
           PERFORM 0190-GRAVAR-LANCAMENTO.
           CLOSE TRANS-FILE.

       0190-GRAVAR-LANCAMENTO.
           MOVE WRK-ENT-VALOR       TO TRN-VALOR.
           MOVE WRK-DATA-CONTABIL   TO TRN-DATA.
           MOVE WRK-ENT-NOTA-FISCAL TO TRN-MOTIVO.
           MOVE WRK-VOUCHER-NOTA    TO TRN-VOUCHER.
           WRITE TRANS-RECORD.
           ADD 1 TO WRK-QTD-LANC.

      * Modo 2: cancelamento de nota em aberto. O estorno inverte a
      * apropriacao no mesmo voucher, na data do dia; nota paga so
      * volta com o estorno do pagamento.
       0200-CANCELAR-NOTA.
           MOVE SPACES TO WRK-MENSAGEM.
           MOVE ZEROS  TO WRK-IDX-NOTA-ACHADA.
           DISPLAY 'SEQUENCIA DA NOTA: '.
           ACCEPT WRK-ENT-SEQUENCIA FROM CONSOLE.
           PERFORM VARYING WRK-IDX-CPAGAR FROM 1 BY 1
                   UNTIL WRK-IDX-CPAGAR > WRK-QTD-CPAGAR
               IF WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR) = WRK-ENT-SEQUENCIA
                   SET WRK-IDX-NOTA-ACHADA TO WRK-IDX-CPAGAR
               END-IF
           END-PERFORM.
           IF WRK-IDX-NOTA-ACHADA = ZEROS
               MOVE 'NOTA NAO LANCADA' TO WRK-MENSAGEM
           ELSE
               SET WRK-IDX-CPAGAR TO WRK-IDX-NOTA-ACHADA
               EVALUATE WRK-CPG-SITUACAO(WRK-IDX-CPAGAR)
                   WHEN 'P'
                       MOVE 'NOTA JA PAGA' TO WRK-MENSAGEM
                   WHEN 'C'
                       MOVE 'NOTA JA CANCELADA' TO WRK-MENSAGEM
               END-EVALUATE
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONTABIL
               MOVE WRK-COMPETENCIA-CONTABIL TO WRK-PST-COMPETENCIA
               PERFORM 9680-VERIFICAR-PERIODO
               IF PERIODO-FECHADO
                   MOVE 'COMPETENCIA DE HOJE FECHADA (PROG52)'
                       TO WRK-MENSAGEM
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-CPG-NOTA(WRK-IDX-CPAGAR)
                   TO WRK-ENT-NOTA-FISCAL
               MOVE WRK-CPG-VALOR(WRK-IDX-CPAGAR) TO WRK-ENT-VALOR
               MOVE WRK-CPG-CONTA-DESPESA(WRK-IDX-CPAGAR)
                   TO WRK-ENT-CONTA-DESPESA
               COMPUTE WRK-VOUCHER-NOTA = 500000 + WRK-ENT-SEQUENCIA
               MOVE 'C' TO WRK-CPG-SITUACAO(WRK-IDX-CPAGAR)
               PERFORM 9180-GRAVAR-CONTAS-PAGAR
               OPEN EXTEND TRANS-FILE
               IF WRK-STATUS-TRANS = '35'
                   OPEN OUTPUT TRANS-FILE
               END-IF
               MOVE WRK-CONTA-FORNECEDOR  TO TRN-CONTA
               MOVE 'D'                   TO TRN-DC
               PERFORM 0190-GRAVAR-LANCAMENTO
               MOVE WRK-ENT-CONTA-DESPESA TO TRN-CONTA
               MOVE 'C'                   TO TRN-DC
               PERFORM 0190-GRAVAR-LANCAMENTO
               CLOSE TRANS-FILE
               DISPLAY 'NOTA ' WRK-ENT-NOTA-FISCAL ' (SEQ ' ,
                   WRK-ENT-SEQUENCIA ') CANCELADA - ESTORNO NO ' ,
                   'VOUCHER ' WRK-VOUCHER-NOTA
               MOVE WRK-USUARIO-SESSAO  TO WRK-AUDIT-USUARIO
               MOVE 'CANCELA NOTA'      TO WRK-AUDIT-ACAO
               MOVE WRK-ENT-NOTA-FISCAL TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-ENT-VALOR       TO WRK-MASC-AUDIT
               MOVE WRK-MASC-AUDIT      TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'CANCELAMENTO RECUSADO: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               IF RETURN-CODE = ZEROS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * Modo 3: notas em aberto por vencimento, com as vencidas
      * marcadas e somadas a parte.
       0300-LISTAR-ABERTAS.
           PERFORM 0090-MONTAR-CABECALHO.
           MOVE ZEROS TO WRK-QTD-ABERTAS WRK-QTD-VENCIDAS
                         WRK-TOTAL-ABERTO WRK-TOTAL-VENCIDO.
           PERFORM VARYING WRK-IDX-CPAGAR FROM 1 BY 1
                   UNTIL WRK-IDX-CPAGAR > WRK-QTD-CPAGAR
               IF WRK-CPG-SITUACAO(WRK-IDX-CPAGAR) = 'A'
                   ADD 1 TO WRK-QTD-ABERTAS
                   SET WRK-ORDEM-IDX(WRK-QTD-ABERTAS) TO WRK-IDX-CPAGAR
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR >= WRK-QTD-ABERTAS
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-ABERTAS - WRK-CTR
                   IF WRK-CPG-VENCIMENTO(WRK-ORDEM-IDX(WRK-CTR2)) >
                      WRK-CPG-VENCIMENTO(WRK-ORDEM-IDX(WRK-CTR2 + 1))
                       MOVE WRK-ORDEM-IDX(WRK-CTR2) TO WRK-ORDEM-TEMP
                       MOVE WRK-ORDEM-IDX(WRK-CTR2 + 1)
                           TO WRK-ORDEM-IDX(WRK-CTR2)
                       MOVE WRK-ORDEM-TEMP
                           TO WRK-ORDEM-IDX(WRK-CTR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY 'SEQ   VENCTO   FORN  NOME                 NOTA' ,
               '       EMISSAO  DESP            VALOR'.
           DISPLAY '-----------------------------------------------' ,
               '-------------------------------------------'.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-ABERTAS
               SET WRK-IDX-CPAGAR TO WRK-ORDEM-IDX(WRK-CTR)
               MOVE WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR)
                   TO WRK-FRN-CODIGO-PROC
               PERFORM 9165-LOCALIZAR-FORNECEDOR
               IF WRK-FRN-IDX-ACHADO > ZEROS
                   SET WRK-IDX-FORNECEDOR TO WRK-FRN-IDX-ACHADO
                   MOVE WRK-FRN-NOME(WRK-IDX-FORNECEDOR)
                       TO WRK-NOME-LISTA
               ELSE
                   MOVE '*** NAO CADASTRADO' TO WRK-NOME-LISTA
               END-IF
               ADD WRK-CPG-VALOR(WRK-IDX-CPAGAR) TO WRK-TOTAL-ABERTO
               IF WRK-CPG-VENCIMENTO(WRK-IDX-CPAGAR) < WRK-DATA-HOJE
                   MOVE 'VENCIDA' TO WRK-MARCA-VENCIDA
                   ADD 1 TO WRK-QTD-VENCIDAS
                   ADD WRK-CPG-VALOR(WRK-IDX-CPAGAR)
                       TO WRK-TOTAL-VENCIDO
               ELSE
                   MOVE SPACES TO WRK-MARCA-VENCIDA
               END-IF
               MOVE WRK-CPG-VALOR(WRK-IDX-CPAGAR) TO WRK-MASC-VALOR
               DISPLAY WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR) ' '
                   WRK-CPG-VENCIMENTO(WRK-IDX-CPAGAR) ' '
                   WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR) ' '
                   WRK-NOME-LISTA ' '
                   WRK-CPG-NOTA(WRK-IDX-CPAGAR) ' '
                   WRK-CPG-EMISSAO(WRK-IDX-CPAGAR) ' '
                   WRK-CPG-CONTA-DESPESA(WRK-IDX-CPAGAR) ' '
                   WRK-MASC-VALOR ' ' WRK-MARCA-VENCIDA
           END-PERFORM.
           DISPLAY ' '.
           MOVE WRK-TOTAL-ABERTO TO WRK-MASC-TOTAL.
           DISPLAY 'NOTAS EM ABERTO: ' WRK-QTD-ABERTAS ,
               '   TOTAL: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-VENCIDO TO WRK-MASC-TOTAL.
           DISPLAY 'VENCIDAS.......: ' WRK-QTD-VENCIDAS ,
               '   TOTAL: ' WRK-MASC-TOTAL.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           DISPLAY '      CONTAS A PAGAR - NOTAS EM ABERTO'.
           DISPLAY ' '.

           COPY 'FORNPR.COB'.
           COPY 'PSTAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG79.
