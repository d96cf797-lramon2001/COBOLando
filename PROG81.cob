      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Manutencao do cadastro do ativo imobilizado
      * (IMOBILIZADO.DAT). O modo 1 inclui um bem - numero, descricao,
      * data e custo de aquisicao, classe de CLASSES-ATIVO.DAT (que
      * traz a vida util, a taxa e as contas de ativo, depreciacao
      * acumulada e despesa, conferidas analiticas e ativas em
      * CONTAS.DAT), valor residual e departamento do DEPT-MASTER.DAT;
      * bem trazido de controle anterior pode entrar com a
      * depreciacao acumulada e a competencia ate a qual ja foi
      * depreciado. Bem ja cadastrado so tem a descricao e o
      * departamento alterados. O custo entra na contabilidade pela
      * nota do fornecedor (PROG79) ou por lancamento manual na conta
      * de ativo da classe. O modo 2 baixa o bem por venda ou perda:
      * exige a depreciacao em dia ate o mes anterior a baixa (PROG82)
      * e lanca em TRANS.DAT no voucher 7NNNNN a saida do custo, da
      * depreciacao acumulada, o valor recebido na conta da classe
      * BANCO e o ganho ou a perda nas classes GANHOIMOB / PERDAIMOB
      * do CONTA-MAPA.DAT. Exige usuario autorizado pelo PROG29 na
      * funcao IMOBILIZADO e fica registrado em AUDIT-LOG.LOG.
      * RETURN-CODE 8 dados recusados ou usuario sem permissao, 1
      * competencia da baixa fechada, conta sem mapeamento ou tabela
      * cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG81.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'IMOBSL.COB'.
           COPY 'DEPTSL.COB'.
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
           COPY 'IMOBFD.COB'.
           COPY 'DEPTFD.COB'.
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
           COPY 'IMOBWS.COB'.
           COPY 'DEPTWS.COB'.
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
           88 MODO-MANUTENCAO VALUE '1'.
           88 MODO-BAIXA      VALUE '2'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       77  WRK-CONFIRMA         PIC X(01) VALUES SPACE.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPETENCIA-HOJE  PIC 9(06).
           05 FILLER                PIC 9(02).
      * Dados informados pelo operador.
       01  WRK-ENT-BEM.
           05 WRK-ENT-NUMERO         PIC 9(05).
           05 WRK-ENT-DESCRICAO      PIC X(30).
           05 WRK-ENT-DATA-AQUISICAO PIC 9(08).
           05 WRK-ENT-AQUISICAO-R REDEFINES WRK-ENT-DATA-AQUISICAO.
              10 WRK-ENT-COMPET-AQUISICAO PIC 9(06).
              10 FILLER                   PIC 9(02).
           05 WRK-ENT-CUSTO          PIC 9(10)V99.
           05 WRK-ENT-CLASSE         PIC X(04).
           05 WRK-ENT-RESIDUAL       PIC 9(10)V99.
           05 WRK-ENT-DEPTO          PIC 9(03).
           05 WRK-ENT-DEPR-ANTERIOR  PIC 9(10)V99.
           05 WRK-ENT-COMPET-ANTERIOR PIC 9(06).
      * Competencia informada, desmontada para conferir o mes.
       01  WRK-COMPET-TESTE     PIC 9(06) VALUES ZEROS.
       01  WRK-COMPET-TESTE-R REDEFINES WRK-COMPET-TESTE.
           05 WRK-COMPET-ANO        PIC 9(04).
           05 WRK-COMPET-MES        PIC 9(02).
      * Conta conferida no plano de contas: 'A' analitica ativa, 'S'
      * sintetica, 'I' inativa, 'N' fora do plano.
       77  WRK-CONTA-CONFERIR   PIC 9(04) VALUES ZEROS.
       77  WRK-SITUACAO-CONTA   PIC X(01) VALUES 'N'.
      * Contas do de-para contabil (departamento zero) usadas na
      * baixa: banco que recebe a venda, ganho e perda na alienacao.
       77  WRK-CONTA-BANCO      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-GANHO      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-PERDA      PIC 9(04) VALUES ZEROS.
      * Baixa: data, valor recebido, valor contabil e resultado.
       01  WRK-DATA-BAIXA       PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-BAIXA-R REDEFINES WRK-DATA-BAIXA.
           05 WRK-COMPETENCIA-BAIXA PIC 9(06).
           05 FILLER                PIC 9(02).
       77  WRK-VALOR-VENDA      PIC 9(10)V99 VALUES ZEROS.
       77  WRK-VALOR-CONTABIL   PIC 9(10)V99 VALUES ZEROS.
       77  WRK-RESULTADO-BAIXA  PIC S9(10)V99 VALUES ZEROS.
       77  WRK-COMPET-DEVIDA    PIC 9(06) VALUES ZEROS.
       77  WRK-VOUCHER-BAIXA    PIC 9(06) VALUES ZEROS.
       77  WRK-MOTIVO-BAIXA     PIC X(10) VALUES SPACES.
       77  WRK-VALOR-LANC       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-LANC         PIC 9(04) VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-RESULTADO   PIC -.---.---.--9,99 VALUES ZEROS.
       77  WRK-MASC-AUDIT       PIC ZZZZZZZZZ9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG81' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '1-INCLUIR/ALTERAR BEM  2-BAIXAR BEM: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF NOT MODO-MANUTENCAO AND NOT MODO-BAIXA
               DISPLAY 'OPCAO INVALIDA.'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0050-AUTORIZAR.
           EVALUATE TRUE
               WHEN MODO-MANUTENCAO
                   PERFORM 0100-MANTER-BEM
               WHEN MODO-BAIXA
                   PERFORM 0200-BAIXAR-BEM
           END-EVALUATE.
           MOVE WRK-QTD-BENS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao IMOBILIZADO. Cadastro
      * maior que a tabela suspende a manutencao para nao regravar o
      * arquivo sem os bens que nao couberam.
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
           PERFORM 9240-CARREGAR-CLASSES-ATIVO.
           PERFORM 9250-CARREGAR-IMOBILIZADO.
           IF IMOBILIZADO-ESTOUROU
               DISPLAY 'MANUTENCAO SUSPENSA ATE O ARQUIVO CABER NA ' ,
                   'TABELA.'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 9500-CARREGAR-DEPARTAMENTOS.
           PERFORM 9670-CARREGAR-PERIODOS.
           PERFORM 0060-CARREGAR-MAPA.

       0060-CARREGAR-MAPA.
           OPEN INPUT CONTA-MAPA-FILE.
           IF WRK-STATUS-MAPA = '00'
               MOVE 'N' TO WRK-FIM-MAPA
               PERFORM UNTIL FIM-MAPA
                   READ CONTA-MAPA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MAPA
                       NOT AT END
                           IF MAP-DEPTO = ZEROS
                               EVALUATE MAP-CLASSE
                                   WHEN 'BANCO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-BANCO
                                   WHEN 'GANHOIMOB'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-GANHO
                                   WHEN 'PERDAIMOB'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-PERDA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
           END-IF.

      * Modo 1: inclusao de bem novo ou alteracao de descricao e
      * departamento de bem ativo. Custo, classe, contas e
      * depreciacao de bem cadastrado so mudam pela baixa e nova
      * inclusao, para nao descasar o cadastro da contabilidade.
       0100-MANTER-BEM.
           MOVE SPACES TO WRK-ENT-DESCRICAO WRK-ENT-CLASSE
                          WRK-MENSAGEM.
           MOVE ZEROS  TO WRK-ENT-NUMERO WRK-ENT-DATA-AQUISICAO
                          WRK-ENT-CUSTO WRK-ENT-RESIDUAL
                          WRK-ENT-DEPTO WRK-ENT-DEPR-ANTERIOR
                          WRK-ENT-COMPET-ANTERIOR.
           DISPLAY 'NUMERO DO BEM: '.
           ACCEPT WRK-ENT-NUMERO FROM CONSOLE.
           MOVE WRK-ENT-NUMERO TO WRK-IMB-NUMERO-PROC.
           PERFORM 9255-LOCALIZAR-BEM.
           IF WRK-ENT-NUMERO = ZEROS
               MOVE 'NUMERO DO BEM INVALIDO' TO WRK-MENSAGEM
           END-IF.
           IF WRK-MENSAGEM = SPACES AND WRK-IMB-IDX-ACHADO > ZEROS
               SET WRK-IDX-BEM TO WRK-IMB-IDX-ACHADO
               IF WRK-IMB-SITUACAO(WRK-IDX-BEM) NOT = 'A'
                   MOVE 'BEM JA BAIXADO' TO WRK-MENSAGEM
               ELSE
                   DISPLAY 'ALTERANDO: '
                       WRK-IMB-DESCRICAO(WRK-IDX-BEM) ' DEPTO '
                       WRK-IMB-DEPTO(WRK-IDX-BEM)
                   DISPLAY 'DESCRICAO: '
                   ACCEPT WRK-ENT-DESCRICAO FROM CONSOLE
                   DISPLAY 'DEPARTAMENTO: '
                   ACCEPT WRK-ENT-DEPTO FROM CONSOLE
                   PERFORM 0160-CONFERIR-DESCRICAO-DEPTO
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES AND WRK-IMB-IDX-ACHADO = ZEROS
               DISPLAY 'DESCRICAO: '
               ACCEPT WRK-ENT-DESCRICAO FROM CONSOLE
               DISPLAY 'DATA DE AQUISICAO (AAAAMMDD): '
               ACCEPT WRK-ENT-DATA-AQUISICAO FROM CONSOLE
               DISPLAY 'CUSTO DE AQUISICAO: '
               ACCEPT WRK-ENT-CUSTO FROM CONSOLE
               DISPLAY 'CLASSE DO BEM: '
               ACCEPT WRK-ENT-CLASSE FROM CONSOLE
               DISPLAY 'VALOR RESIDUAL: '
               ACCEPT WRK-ENT-RESIDUAL FROM CONSOLE
               DISPLAY 'DEPARTAMENTO: '
               ACCEPT WRK-ENT-DEPTO FROM CONSOLE
               DISPLAY 'DEPRECIACAO JA ACUMULADA (0 = BEM NOVO): '
               ACCEPT WRK-ENT-DEPR-ANTERIOR FROM CONSOLE
               IF WRK-ENT-DEPR-ANTERIOR > ZEROS
                   DISPLAY 'DEPRECIADO ATE A COMPETENCIA (AAAAMM): '
                   ACCEPT WRK-ENT-COMPET-ANTERIOR FROM CONSOLE
               END-IF
               PERFORM 0150-CRITICAR-BEM
           END-IF.
           IF WRK-MENSAGEM = SPACES
               IF WRK-IMB-IDX-ACHADO = ZEROS
                   PERFORM 0170-INCLUIR-BEM
                   MOVE 'INCLUI BEM' TO WRK-AUDIT-ACAO
                   MOVE WRK-ENT-CUSTO  TO WRK-MASC-AUDIT
                   MOVE WRK-MASC-AUDIT TO WRK-AUDIT-VALOR-NOVO
               ELSE
                   SET WRK-IDX-BEM TO WRK-IMB-IDX-ACHADO
                   MOVE WRK-ENT-DESCRICAO
                       TO WRK-IMB-DESCRICAO(WRK-IDX-BEM)
                   MOVE WRK-ENT-DEPTO TO WRK-IMB-DEPTO(WRK-IDX-BEM)
                   MOVE 'ALTERA BEM'  TO WRK-AUDIT-ACAO
                   MOVE WRK-ENT-DEPTO TO WRK-AUDIT-VALOR-NOVO
               END-IF
               PERFORM 9260-GRAVAR-IMOBILIZADO
               DISPLAY 'BEM ' WRK-ENT-NUMERO ' GRAVADO.'
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE WRK-ENT-NUMERO     TO WRK-AUDIT-VALOR-ANTIGO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'BEM RECUSADO: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               IF RETURN-CODE = ZEROS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * Bem novo: datas, valores, classe e contas. A depreciacao
      * anterior nao pode passar da base depreciavel e a competencia
      * informada fica entre a aquisicao e o mes anterior ao corrente.
       0150-CRITICAR-BEM.
           MOVE WRK-ENT-COMPET-ANTERIOR TO WRK-COMPET-TESTE.
           MOVE WRK-ENT-CLASSE TO WRK-CLA-CODIGO-PROC.
           PERFORM 9245-LOCALIZAR-CLASSE.
           EVALUATE TRUE
               WHEN WRK-ENT-DATA-AQUISICAO NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-DATA-AQUISICAO)
                    NOT = ZEROS
                   MOVE 'DATA DE AQUISICAO INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-ENT-DATA-AQUISICAO > WRK-DATA-HOJE
                   MOVE 'DATA DE AQUISICAO POSTERIOR A HOJE'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-CUSTO NOT NUMERIC
                 OR WRK-ENT-CUSTO = ZEROS
                   MOVE 'CUSTO INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-CLA-IDX-ACHADO = ZEROS
                   MOVE 'CLASSE FORA DE CLASSES-ATIVO.DAT'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-RESIDUAL NOT NUMERIC
                 OR WRK-ENT-RESIDUAL NOT < WRK-ENT-CUSTO
                   MOVE 'VALOR RESIDUAL DEVE SER MENOR QUE O CUSTO'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-DEPR-ANTERIOR NOT NUMERIC
                 OR WRK-ENT-DEPR-ANTERIOR >
                    WRK-ENT-CUSTO - WRK-ENT-RESIDUAL
                   MOVE 'DEPRECIACAO ANTERIOR ACIMA DA BASE DEPRECIAVEL'
                       TO WRK-MENSAGEM
               WHEN WRK-ENT-DEPR-ANTERIOR > ZEROS
                AND (WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 12
                  OR WRK-ENT-COMPET-ANTERIOR <
                     WRK-ENT-COMPET-AQUISICAO
                  OR WRK-ENT-COMPET-ANTERIOR NOT <
                     WRK-COMPETENCIA-HOJE)
                   MOVE 'COMPETENCIA DA DEPRECIACAO ANTERIOR INVALIDA'
                       TO WRK-MENSAGEM
               WHEN WRK-QTD-BENS NOT < 2000
                   MOVE 'CADASTRO DO IMOBILIZADO CHEIO'
                       TO WRK-MENSAGEM
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               PERFORM 0160-CONFERIR-DESCRICAO-DEPTO
           END-IF.
           IF WRK-MENSAGEM = SPACES
               SET WRK-IDX-CLASSE TO WRK-CLA-IDX-ACHADO
               MOVE WRK-CLA-CONTA-ATIVO(WRK-IDX-CLASSE)
                   TO WRK-CONTA-CONFERIR
               PERFORM 0180-CONFERIR-CONTA
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-CLA-CONTA-DEPR(WRK-IDX-CLASSE)
                   TO WRK-CONTA-CONFERIR
               PERFORM 0180-CONFERIR-CONTA
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-CLA-CONTA-DESPESA(WRK-IDX-CLASSE)
                   TO WRK-CONTA-CONFERIR
               PERFORM 0180-CONFERIR-CONTA
           END-IF.

       0160-CONFERIR-DESCRICAO-DEPTO.
           MOVE WRK-ENT-DEPTO TO WRK-DEPTO-PROCURADO.
           PERFORM 9550-BUSCAR-DEPARTAMENTO.
           EVALUATE TRUE
               WHEN WRK-ENT-DESCRICAO = SPACES
                   MOVE 'DESCRICAO EM BRANCO' TO WRK-MENSAGEM
               WHEN NOT DEPTO-ACHOU
                   MOVE 'DEPARTAMENTO FORA DO DEPT-MASTER.DAT'
                       TO WRK-MENSAGEM
           END-EVALUATE.

      * Bem novo entra ativo com as contas da classe. Sem depreciacao
      * anterior a ultima competencia depreciada e a da aquisicao: a
      * depreciacao corre a partir do mes seguinte.
       0170-INCLUIR-BEM.
           ADD 1 TO WRK-QTD-BENS.
           SET WRK-IDX-BEM TO WRK-QTD-BENS.
           MOVE WRK-ENT-NUMERO    TO WRK-IMB-NUMERO(WRK-IDX-BEM).
           MOVE WRK-ENT-DESCRICAO TO WRK-IMB-DESCRICAO(WRK-IDX-BEM).
           MOVE WRK-ENT-DATA-AQUISICAO
               TO WRK-IMB-DATA-AQUISICAO(WRK-IDX-BEM).
           MOVE WRK-ENT-CUSTO     TO WRK-IMB-CUSTO(WRK-IDX-BEM).
           MOVE WRK-ENT-CLASSE    TO WRK-IMB-CLASSE(WRK-IDX-BEM).
           MOVE WRK-ENT-RESIDUAL  TO WRK-IMB-RESIDUAL(WRK-IDX-BEM).
           MOVE WRK-ENT-DEPTO     TO WRK-IMB-DEPTO(WRK-IDX-BEM).
           MOVE WRK-CLA-CONTA-ATIVO(WRK-IDX-CLASSE)
               TO WRK-IMB-CONTA-ATIVO(WRK-IDX-BEM).
           MOVE WRK-CLA-CONTA-DEPR(WRK-IDX-CLASSE)
               TO WRK-IMB-CONTA-DEPR(WRK-IDX-BEM).
           MOVE WRK-CLA-CONTA-DESPESA(WRK-IDX-CLASSE)
               TO WRK-IMB-CONTA-DESPESA(WRK-IDX-BEM).
           MOVE WRK-ENT-DEPR-ANTERIOR
               TO WRK-IMB-DEPR-ACUM(WRK-IDX-BEM).
           IF WRK-ENT-DEPR-ANTERIOR > ZEROS
               MOVE WRK-ENT-COMPET-ANTERIOR
                   TO WRK-IMB-ULTIMA-COMPET(WRK-IDX-BEM)
           ELSE
               MOVE WRK-ENT-COMPET-AQUISICAO
                   TO WRK-IMB-ULTIMA-COMPET(WRK-IDX-BEM)
           END-IF.
           MOVE 'A'   TO WRK-IMB-SITUACAO(WRK-IDX-BEM).
           MOVE ZEROS TO WRK-IMB-DATA-BAIXA(WRK-IDX-BEM)
                         WRK-IMB-VALOR-BAIXA(WRK-IDX-BEM).
           DISPLAY 'CLASSE ' WRK-CLA-DESCRICAO(WRK-IDX-CLASSE) ,
               ' - CONTAS ' WRK-CLA-CONTA-ATIVO(WRK-IDX-CLASSE) '/' ,
               WRK-CLA-CONTA-DEPR(WRK-IDX-CLASSE) '/' ,
               WRK-CLA-CONTA-DESPESA(WRK-IDX-CLASSE).

      * As contas do bem recebem lancamento: tem de existir no plano,
      * ser analiticas e estar ativas, como o PROG25 exige.
       0180-CONFERIR-CONTA.
           MOVE 'N' TO WRK-SITUACAO-CONTA WRK-FIM-CONTAS.
           OPEN INPUT CONTAS-FILE.
           IF WRK-STATUS-CONTAS = '00'
               PERFORM UNTIL FIM-CONTAS
                   READ CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTAS
                       NOT AT END
                           IF CTA-CODIGO = WRK-CONTA-CONFERIR
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
           IF WRK-SITUACAO-CONTA NOT = 'A'
               STRING 'CONTA ' WRK-CONTA-CONFERIR ' DA CLASSE FORA '
                      'DO PLANO, SINTETICA OU INATIVA'
                      DELIMITED BY SIZE INTO WRK-MENSAGEM
           END-IF.

      * Modo 2: baixa por venda (valor recebido) ou perda (zero). O
      * valor contabil e o custo menos a depreciacao acumulada; a
      * diferenca para o valor recebido e o ganho ou a perda.
       0200-BAIXAR-BEM.
           MOVE SPACES TO WRK-MENSAGEM.
           MOVE ZEROS  TO WRK-DATA-BAIXA WRK-VALOR-VENDA.
           DISPLAY 'NUMERO DO BEM: '.
           ACCEPT WRK-ENT-NUMERO FROM CONSOLE.
           MOVE WRK-ENT-NUMERO TO WRK-IMB-NUMERO-PROC.
           PERFORM 9255-LOCALIZAR-BEM.
           IF WRK-IMB-IDX-ACHADO = ZEROS
               MOVE 'BEM NAO CADASTRADO' TO WRK-MENSAGEM
           ELSE
               SET WRK-IDX-BEM TO WRK-IMB-IDX-ACHADO
               IF WRK-IMB-SITUACAO(WRK-IDX-BEM) NOT = 'A'
                   MOVE 'BEM JA BAIXADO' TO WRK-MENSAGEM
               ELSE
                   DISPLAY 'BEM: ' WRK-IMB-DESCRICAO(WRK-IDX-BEM)
                   DISPLAY 'DATA DA BAIXA (AAAAMMDD, 0 = HOJE): '
                   ACCEPT WRK-DATA-BAIXA FROM CONSOLE
                   DISPLAY 'VALOR RECEBIDO (0 = PERDA/SUCATA): '
                   ACCEPT WRK-VALOR-VENDA FROM CONSOLE
                   IF WRK-DATA-BAIXA = ZEROS
                       MOVE WRK-DATA-HOJE TO WRK-DATA-BAIXA
                   END-IF
                   PERFORM 0250-CRITICAR-BAIXA
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-VALOR-CONTABIL TO WRK-MASC-VALOR
               DISPLAY 'VALOR CONTABIL.....: ' WRK-MASC-VALOR
               MOVE WRK-RESULTADO-BAIXA TO WRK-MASC-RESULTADO
               DISPLAY 'RESULTADO DA BAIXA.: ' WRK-MASC-RESULTADO
               DISPLAY 'CONFIRMA A BAIXA (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA NOT = 'S'
                   MOVE 'BAIXA NAO CONFIRMADA' TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               COMPUTE WRK-VOUCHER-BAIXA = 700000 + WRK-ENT-NUMERO
               PERFORM 0280-LANCAR-BAIXA
               MOVE 'B' TO WRK-IMB-SITUACAO(WRK-IDX-BEM)
               MOVE WRK-DATA-BAIXA TO WRK-IMB-DATA-BAIXA(WRK-IDX-BEM)
               MOVE WRK-VALOR-VENDA
                   TO WRK-IMB-VALOR-BAIXA(WRK-IDX-BEM)
               PERFORM 9260-GRAVAR-IMOBILIZADO
               DISPLAY 'BEM ' WRK-ENT-NUMERO ' BAIXADO - VOUCHER ' ,
                   WRK-VOUCHER-BAIXA
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'BAIXA BEM'        TO WRK-AUDIT-ACAO
               MOVE WRK-ENT-NUMERO     TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-VALOR-VENDA    TO WRK-MASC-AUDIT
               MOVE WRK-MASC-AUDIT     TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               DISPLAY 'BAIXA RECUSADA: ' WRK-MENSAGEM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               IF RETURN-CODE = ZEROS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * A depreciacao tem de estar lancada ate o mes anterior ao da
      * baixa (salvo bem ja totalmente depreciado) para o valor
      * contabil bater com a contabilidade.
       0250-CRITICAR-BAIXA.
           MOVE WRK-COMPETENCIA-BAIXA TO WRK-COMPET-TESTE.
           IF WRK-COMPET-MES = 1
               COMPUTE WRK-COMPET-DEVIDA =
                   (WRK-COMPET-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-COMPET-DEVIDA = WRK-COMPET-TESTE - 1
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DATA-BAIXA NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-BAIXA)
                    NOT = ZEROS
                   MOVE 'DATA DA BAIXA INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-DATA-BAIXA > WRK-DATA-HOJE
                 OR WRK-DATA-BAIXA <
                    WRK-IMB-DATA-AQUISICAO(WRK-IDX-BEM)
                   MOVE 'DATA DA BAIXA FORA DA VIDA DO BEM'
                       TO WRK-MENSAGEM
               WHEN WRK-VALOR-VENDA NOT NUMERIC
                   MOVE 'VALOR RECEBIDO INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-IMB-ULTIMA-COMPET(WRK-IDX-BEM) <
                    WRK-COMPET-DEVIDA
                AND WRK-IMB-DEPR-ACUM(WRK-IDX-BEM) <
                    WRK-IMB-CUSTO(WRK-IDX-BEM) -
                    WRK-IMB-RESIDUAL(WRK-IDX-BEM)
                   STRING 'DEPRECIACAO NAO LANCADA ATE '
                          WRK-COMPET-DEVIDA ' (RODE O PROG82)'
                          DELIMITED BY SIZE INTO WRK-MENSAGEM
           END-EVALUATE.
           IF WRK-MENSAGEM = SPACES
               MOVE WRK-COMPETENCIA-BAIXA TO WRK-PST-COMPETENCIA
               PERFORM 9680-VERIFICAR-PERIODO
               IF PERIODO-FECHADO
                   MOVE 'COMPETENCIA DA BAIXA FECHADA (PROG52)'
                       TO WRK-MENSAGEM
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-MENSAGEM = SPACES
               COMPUTE WRK-VALOR-CONTABIL =
                   WRK-IMB-CUSTO(WRK-IDX-BEM) -
                   WRK-IMB-DEPR-ACUM(WRK-IDX-BEM)
               COMPUTE WRK-RESULTADO-BAIXA =
                   WRK-VALOR-VENDA - WRK-VALOR-CONTABIL
               EVALUATE TRUE
                   WHEN WRK-VALOR-VENDA > ZEROS
                    AND WRK-CONTA-BANCO = ZEROS
                       MOVE 'SEM CONTA DA CLASSE BANCO NO DE-PARA'
                           TO WRK-MENSAGEM
                       MOVE 1 TO RETURN-CODE
                   WHEN WRK-RESULTADO-BAIXA > ZEROS
                    AND WRK-CONTA-GANHO = ZEROS
                       MOVE 'SEM CONTA DA CLASSE GANHOIMOB NO DE-PARA'
                           TO WRK-MENSAGEM
                       MOVE 1 TO RETURN-CODE
                   WHEN WRK-RESULTADO-BAIXA < ZEROS
                    AND WRK-CONTA-PERDA = ZEROS
                       MOVE 'SEM CONTA DA CLASSE PERDAIMOB NO DE-PARA'
                           TO WRK-MENSAGEM
                       MOVE 1 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      * Voucher 7NNNNN na data da baixa: debito da depreciacao
      * acumulada e do banco, credito do custo no ativo, e o
      * resultado - credito no ganho ou debito na perda.
       0280-LANCAR-BAIXA.
           MOVE SPACES TO WRK-MOTIVO-BAIXA.
           STRING 'BAIXA' WRK-ENT-NUMERO
                  DELIMITED BY SIZE INTO WRK-MOTIVO-BAIXA.
           OPEN EXTEND TRANS-FILE.
           IF WRK-STATUS-TRANS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.
           IF WRK-IMB-DEPR-ACUM(WRK-IDX-BEM) > ZEROS
               MOVE WRK-IMB-CONTA-DEPR(WRK-IDX-BEM) TO TRN-CONTA
               MOVE 'D' TO TRN-DC
               MOVE WRK-IMB-DEPR-ACUM(WRK-IDX-BEM) TO WRK-VALOR-LANC
               PERFORM 0290-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-VALOR-VENDA > ZEROS
               MOVE WRK-CONTA-BANCO TO TRN-CONTA
               MOVE 'D' TO TRN-DC
               MOVE WRK-VALOR-VENDA TO WRK-VALOR-LANC
               PERFORM 0290-GRAVAR-LANCAMENTO
           END-IF.
           MOVE WRK-IMB-CONTA-ATIVO(WRK-IDX-BEM) TO TRN-CONTA.
           MOVE 'C' TO TRN-DC.
           MOVE WRK-IMB-CUSTO(WRK-IDX-BEM) TO WRK-VALOR-LANC.
           PERFORM 0290-GRAVAR-LANCAMENTO.
           EVALUATE TRUE
               WHEN WRK-RESULTADO-BAIXA > ZEROS
                   MOVE WRK-CONTA-GANHO TO TRN-CONTA
                   MOVE 'C' TO TRN-DC
                   MOVE WRK-RESULTADO-BAIXA TO WRK-VALOR-LANC
                   PERFORM 0290-GRAVAR-LANCAMENTO
               WHEN WRK-RESULTADO-BAIXA < ZEROS
                   MOVE WRK-CONTA-PERDA TO TRN-CONTA
                   MOVE 'D' TO TRN-DC
                   COMPUTE WRK-VALOR-LANC = 0 - WRK-RESULTADO-BAIXA
                   PERFORM 0290-GRAVAR-LANCAMENTO
           END-EVALUATE.
           CLOSE TRANS-FILE.

       0290-GRAVAR-LANCAMENTO.
           MOVE WRK-VALOR-LANC    TO TRN-VALOR.
           MOVE WRK-DATA-BAIXA    TO TRN-DATA.
           MOVE WRK-MOTIVO-BAIXA  TO TRN-MOTIVO.
           MOVE WRK-VOUCHER-BAIXA TO TRN-VOUCHER.
           WRITE TRANS-RECORD.
           ADD 1 TO WRK-QTD-LANC.

           COPY 'IMOBPR.COB'.
           COPY 'DEPTPR.COB'.
           COPY 'PSTAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG81.
