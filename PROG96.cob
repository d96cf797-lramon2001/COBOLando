      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Monitor noturno de folga das tabelas em memoria: a
      * maior parte dos programas carrega os arquivos em tabelas
      * OCCURS de tamanho fixo e, quando o arquivo passa da tabela, o
      * registro excedente e ignorado sem aviso. Para cada arquivo do
      * catalogo interno conta os registros vivos (os mesmos que o
      * programa carrega - o BANK-PAYMENT.DAT, por exemplo, so os
      * detalhes 'D') e compara com a capacidade de cada programa que
      * carrega o arquivo: percentual de uso, ATENCAO a partir do
      * limite de aviso (padrao 80%, ou o parametro do passo do job
      * stream do PROG95 em JOB-CHAMADA.CTL) e ESTOURADO quando o
      * arquivo ja ocupa a tabela inteira. Quem aumentar uma OCCURS ou
      * passar a carregar um arquivo novo atualiza o catalogo.
      * RETURN-CODE 8 arquivo no limite ou acima (o passo deve parar o
      * stream antes da rodada de negocio), 4 arquivo em atencao.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Catalogo com a lista de distribuicao do spool
      *              (DISTRIBUICAO.DAT, tabela de 200 do PROG97).
      * 15/10/2026 - Catalogo com o plano de contas carregado pela
      *              exportacao em planilha do PROG98 (tabela de 100).
      * 15/10/2026 - Catalogo com o calendario de feriados do PROG99
      *              (tabela de 300).
      * 15/10/2026 - Catalogo com o historico de indicadores do pacote
      *              mensal do PROG100 (tabela de 600).
      * 15/10/2026 - Nome do arquivo no catalogo passa a 24 posicoes;
      *              incluidas as tabelas do PROG04 e do PROG62 (YTD,
      *              FGTS, adiantamentos, rubricas, faltas, banco de
      *              horas, afastamentos, diario), do PROG87, PROG88 e
      *              PROG90; historico de transferencias da liga em
      *              TRANSFERENCIAS-LIGA.DAT.
      * 15/10/2026 - Catalogo com as posicoes da PDD do PROG85 em
      *              PDD-CONTROLE.DAT (tabela de 5000).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG96.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTADO-FILE ASSIGN TO DYNAMIC WRK-NOME-CONTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTADO.
           SELECT JOB-CHAMADA-FILE ASSIGN TO "JOB-CHAMADA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
           COPY 'EMPMSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTADO-FILE.
       01  CONTADO-RECORD      PIC X(200).
       FD  JOB-CHAMADA-FILE.
       01  JOB-CHAMADA-RECORD.
           05 JCH-PROGRAMA     PIC X(08).
           05 FILLER           PIC X(01).
           05 JCH-PARAMETRO    PIC X(20).
           COPY 'EMPMFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'EMPMWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'BOOK.COB'.
       77  WRK-STATUS-CONTADO   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CHAMADA   PIC X(02) VALUES ZEROS.
       77  WRK-CHAMADA-LIDA     PIC X(01) VALUES 'N'.
           88 CHAMADA-LIDA VALUE 'S'.
       77  WRK-NOME-CONTADO     PIC X(30) VALUES SPACES.
       77  WRK-FIM-CONTADO      PIC X(01) VALUES 'N'.
           88 FIM-CONTADO VALUE 'S'.
       77  WRK-ARQUIVO-AUSENTE  PIC X(01) VALUES 'N'.
           88 ARQUIVO-AUSENTE VALUE 'S'.
       77  WRK-QTD-VIVOS        PIC 9(07) VALUES ZEROS.
       77  WRK-PCT-USO          PIC 9(04) VALUES ZEROS.
       77  WRK-PCT-AVISO        PIC 9(03) VALUES 80.
       77  WRK-SITUACAO-ITEM    PIC X(10) VALUES SPACES.
       77  WRK-QTD-OK           PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-ATENCAO      PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-ESTOURADO    PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-AUSENTES     PIC 9(03) VALUES ZEROS.
       77  WRK-MASC-VIVOS       PIC ZZZZZZ9 VALUES ZEROS.
       77  WRK-MASC-CAPACIDADE  PIC ZZZZ9 VALUES ZEROS.
       77  WRK-MASC-PCT         PIC ZZZ9 VALUES ZEROS.
      * Catalogo das tabelas em memoria, agrupado por arquivo: nome do
      * arquivo, programa que carrega, tabela, capacidade da OCCURS e,
      * quando o programa so carrega parte dos registros, a posicao e
      * o valor do byte que separa os registros vivos (posicao 000 =
      * todo registro nao branco).
       01  WRK-TAB-CATALOGO-INIC.
           05 FILLER PIC X(55) VALUE
              'ADIANTAMENTOS.DAT       PROG04  ADIANTAMENTOS 00200000 '.
           05 FILLER PIC X(55) VALUE
              'ADIANTAMENTOS.DAT       PROG62  ADIANTAMENTOS 00200000 '.
           05 FILLER PIC X(55) VALUE
              'AFASTAMENTOS.DAT        PROG04  AFASTAMENTOS  00100000 '.
           05 FILLER PIC X(55) VALUE
              'BANCO-FUNC.DAT          PROG17  BANCO FUNC    00200000 '.
           05 FILLER PIC X(55) VALUE
              'BANCO-HORAS.DAT         PROG04  BH VENCIDO    00300016V'.
           05 FILLER PIC X(55) VALUE
              'BANK-PAYMENT.DAT        PROG18  PAGAMENTOS    00100001D'.
           05 FILLER PIC X(55) VALUE
              'CARTOES.DAT             PROG15  CARTOES       00500000 '.
           05 FILLER PIC X(55) VALUE
              'CONSIGNADO.DAT          PROG04  CONSIGNADOS   00300000 '.
           05 FILLER PIC X(55) VALUE
              'CONSIGNADO.DAT          PROG20  CONSIGNADOS   00300000 '.
           05 FILLER PIC X(55) VALUE
              'CONSIGNADO.DAT          PROG26  CONSIGNADOS   00300000 '.
           05 FILLER PIC X(55) VALUE
              'CONSIGNADO.DAT          PROG62  CONSIGNADOS   00300000 '.
           05 FILLER PIC X(55) VALUE
              'CONSIGNADO.DAT          PROG88  CONSIGNADOS   00300000 '.
           05 FILLER PIC X(55) VALUE
              'CONTAS.DAT              PROG25  CONTAS        00100000 '.
           05 FILLER PIC X(55) VALUE
              'CONTAS.DAT              PROG53  CONTAS        00100000 '.
           05 FILLER PIC X(55) VALUE
              'CONTAS.DAT              PROG61  CONTAS        00100000 '.
           05 FILLER PIC X(55) VALUE
              'CONTAS.DAT              PROG98  CONTAS        00100000 '.
           05 FILLER PIC X(55) VALUE
              'DEDUCTIONS.DAT          PROG04  DESCONTOS     00200000 '.
           05 FILLER PIC X(55) VALUE
              'DEPENDENTES.DAT         PROG04  DEPENDENTES   00300000 '.
           05 FILLER PIC X(55) VALUE
              'DEPENDENTES.DAT         PROG41  DEPENDENTES   00300000 '.
           05 FILLER PIC X(55) VALUE
              'DISTRIBUICAO.DAT        PROG97  DISTRIBUICAO  00200000 '.
           05 FILLER PIC X(55) VALUE
              'ELENCOS.DAT             PROG15  ELENCOS       00300000 '.
           05 FILLER PIC X(55) VALUE
              'EMPLOYEE-MASTER.DAT     PROG45  FUNCIONARIOS  00200000 '.
           05 FILLER PIC X(55) VALUE
              'EMPLOYEE-MASTER.DAT     PROG61  MATRICULAS    00200000 '.
           05 FILLER PIC X(55) VALUE
              'EMPLOYEE-MASTER.DAT     PROG66  FUNCIONARIOS  00500000 '.
           05 FILLER PIC X(55) VALUE
              'ESPERA.DAT              PROG27  ESPERA        00200000 '.
           05 FILLER PIC X(55) VALUE
              'FALTAS.DAT              PROG04  FALTAS        00500000 '.
           05 FILLER PIC X(55) VALUE
              'FAMILIAS.DAT            PROG57  FAMILIAS      00200000 '.
           05 FILLER PIC X(55) VALUE
              'FERIADOS.DAT            PROG99  FERIADOS      00300000 '.
           05 FILLER PIC X(55) VALUE
              'FERIAS-GOZO.DAT         PROG19  GOZOS         00300000 '.
           05 FILLER PIC X(55) VALUE
              'FGTS-SALDO.DAT          PROG04  SALDOS FGTS   00200000 '.
           05 FILLER PIC X(55) VALUE
              'FGTS-SALDO.DAT          PROG62  SALDOS FGTS   00200000 '.
           05 FILLER PIC X(55) VALUE
              'FIXTURES.DAT            PROG15  JOGOS         00400000 '.
           05 FILLER PIC X(55) VALUE
              'FOLHA-JORNAL.DAT        PROG62  DIARIO        02000000 '.
           05 FILLER PIC X(55) VALUE
              'FOLHA-YTD.DAT           PROG04  ACUMULADO ANO 01200000 '.
           05 FILLER PIC X(55) VALUE
              'FOLHA-YTD.DAT           PROG62  ACUMULADO ANO 01200000 '.
           05 FILLER PIC X(55) VALUE
              'GOLS.DAT                PROG15  GOLS          00500000 '.
           05 FILLER PIC X(55) VALUE
              'INDICADORES-HIST.DAT    PROG100 HISTORICO     00600000 '.
           05 FILLER PIC X(55) VALUE
              'LOAN-MASTER.DAT         PROG20  CONTRATOS     00100000 '.
           05 FILLER PIC X(55) VALUE
              'LOAN-MASTER.DAT         PROG26  CONTRATOS     00100000 '.
           05 FILLER PIC X(55) VALUE
              'LOAN-MASTER.DAT         PROG61  CONTRATOS     00100000 '.
           05 FILLER PIC X(55) VALUE
              'LOAN-MASTER.DAT         PROG87  CONTRATOS     00100000 '.
           05 FILLER PIC X(55) VALUE
              'LOAN-MASTER.DAT         PROG88  CONTRATOS     00100000 '.
           05 FILLER PIC X(55) VALUE
              'MENSALIDADES.DAT        PROG57  MENSALIDADES  00600000 '.
           05 FILLER PIC X(55) VALUE
              'MENSALIDADES.DAT        PROG87  MENSALIDADES  00600000 '.
           05 FILLER PIC X(55) VALUE
              'MENSALIDADES.DAT        PROG90  MENSALIDADES  00600000 '.
           05 FILLER PIC X(55) VALUE
              'MOVIMENTO-RUBRICAS.DAT  PROG04  MOV RUBRICAS  00300000 '.
           05 FILLER PIC X(55) VALUE
              'MOVIMENTO-RUBRICAS.DAT  PROG62  MOV RUBRICAS  00300000 '.
           05 FILLER PIC X(55) VALUE
              'PARCELAS.DAT            PROG12  PARCELAS      00500000 '.
           05 FILLER PIC X(55) VALUE
              'PARCELAS.DAT            PROG20  PARCELAS      00500000 '.
           05 FILLER PIC X(55) VALUE
              'PARCELAS.DAT            PROG26  PARCELAS      00500000 '.
           05 FILLER PIC X(55) VALUE
              'PARCELAS.DAT            PROG87  PARCELAS      00500000 '.
           05 FILLER PIC X(55) VALUE
              'PARCELAS.DAT            PROG88  PARCELAS      00500000 '.
           05 FILLER PIC X(55) VALUE
              'PDD-CONTROLE.DAT        PROG85  POSICOES PDD  05000000 '.
           05 FILLER PIC X(55) VALUE
              'PONTO.DAT               PROG43  MARCACOES     00600000 '.
           05 FILLER PIC X(55) VALUE
              'PRESENCAS.DAT           PROG07  PRESENCAS     01000000 '.
           05 FILLER PIC X(55) VALUE
              'SALDOS.DAT              PROG54  SALDOS        00100000 '.
           05 FILLER PIC X(55) VALUE
              'TRANS.DAT               PROG25  MOVIMENTO     00500000 '.
           05 FILLER PIC X(55) VALUE
              'TRANSFERENCIAS-LIGA.DAT PROG15  TRANSFERENCIAS00200000 '.
           05 FILLER PIC X(55) VALUE
              'TURMAS.DAT              PROG07  TURMAS        00020000 '.
           05 FILLER PIC X(55) VALUE
              'TURMAS.DAT              PROG27  TURMAS        00020000 '.
           05 FILLER PIC X(55) VALUE
              'USER-MASTER.DAT         PROG08  USUARIOS      00100000 '.
           05 FILLER PIC X(55) VALUE
              'USER-MASTER.DAT         PROG59  USUARIOS      00100000 '.
       01  WRK-TAB-CATALOGO REDEFINES WRK-TAB-CATALOGO-INIC.
           05 WRK-CATALOGO-ITEM OCCURS 62 TIMES
                                 INDEXED BY WRK-IDX-CAT.
              10 WRK-CAT-ARQUIVO     PIC X(24).
              10 WRK-CAT-PROGRAMA    PIC X(08).
              10 WRK-CAT-TABELA      PIC X(14).
              10 WRK-CAT-CAPACIDADE  PIC 9(05).
              10 WRK-CAT-FILTRO-POS  PIC 9(03).
              10 WRK-CAT-FILTRO-VAL  PIC X(01).
       77  WRK-QTD-CATALOGO     PIC 9(02) VALUE 62.
      * Arquivo contado por ultimo: os itens do mesmo arquivo vem em
      * sequencia no catalogo e reaproveitam a contagem.
       77  WRK-ARQUIVO-CONTADO  PIC X(24) VALUES SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG96' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0020-VERIFICAR-CHAMADA.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM VARYING WRK-IDX-CAT FROM 1 BY 1
                   UNTIL WRK-IDX-CAT > WRK-QTD-CATALOGO
               PERFORM 0100-CONFERIR-ITEM
           END-PERFORM.
           DISPLAY '----------------------------------------' ,
               '-------------------------------------------'.
           DISPLAY 'TABELAS CONFERIDAS: ' WRK-QTD-CATALOGO ,
               '  OK: ' WRK-QTD-OK '  ATENCAO: ' WRK-QTD-ATENCAO ,
               '  ESTOURADAS: ' WRK-QTD-ESTOURADO.
           IF WRK-QTD-AUSENTES > ZEROS
               DISPLAY 'ARQUIVOS AUSENTES (CONTADOS COMO VAZIOS): ' ,
                   WRK-QTD-AUSENTES
           END-IF.
           EVALUATE TRUE
               WHEN WRK-QTD-ESTOURADO > ZEROS
                   DISPLAY '*** ARQUIVO NO LIMITE DA TABELA - A ' ,
                       'RODADA DE NEGOCIO NAO DEVE SEGUIR ***'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-ATENCAO > ZEROS
                   MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-CATALOGO TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Chamada do job stream do PROG95: o limite de aviso (percentual
      * de 001 a 099) vem no parametro do passo; sem chamada ou com
      * parametro invalido vale o padrao de 80%. A chamada e consumida
      * na hora, como no PROG50.
       0020-VERIFICAR-CHAMADA.
           OPEN INPUT JOB-CHAMADA-FILE.
           IF WRK-STATUS-CHAMADA = '00'
               READ JOB-CHAMADA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCH-PROGRAMA = 'PROG96'
                           SET CHAMADA-LIDA TO TRUE
                           IF JCH-PARAMETRO(1:3) NUMERIC
                              AND JCH-PARAMETRO(1:3) > '000'
                              AND JCH-PARAMETRO(1:3) < '100'
                               MOVE JCH-PARAMETRO(1:3) TO WRK-PCT-AVISO
                           END-IF
                       END-IF
               END-READ
               CLOSE JOB-CHAMADA-FILE
               IF CHAMADA-LIDA
                   OPEN OUTPUT JOB-CHAMADA-FILE
                   CLOSE JOB-CHAMADA-FILE
               END-IF
           END-IF.

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
           DISPLAY '    FOLGA DAS TABELAS EM MEMORIA - AVISO A ' ,
               'PARTIR DE ' WRK-PCT-AVISO '%'.
           DISPLAY ' '.
           DISPLAY 'ARQUIVO                  PROGRAMA TABELA         ' ,
               'REGISTROS CAPAC.   USO% SITUACAO'.
           DISPLAY '----------------------------------------' ,
               '-------------------------------------------'.

      * Um programa x arquivo: a contagem e feita uma vez por arquivo;
      * no limite ou acima e ESTOURADO, a partir do aviso e ATENCAO.
       0100-CONFERIR-ITEM.
           IF WRK-CAT-ARQUIVO(WRK-IDX-CAT) NOT = WRK-ARQUIVO-CONTADO
               PERFORM 0200-CONTAR-ARQUIVO
           END-IF.
           COMPUTE WRK-PCT-USO ROUNDED = WRK-QTD-VIVOS * 100 /
               WRK-CAT-CAPACIDADE(WRK-IDX-CAT).
           EVALUATE TRUE
               WHEN WRK-QTD-VIVOS >= WRK-CAT-CAPACIDADE(WRK-IDX-CAT)
                   MOVE 'ESTOURADO' TO WRK-SITUACAO-ITEM
                   ADD 1 TO WRK-QTD-ESTOURADO
               WHEN WRK-PCT-USO >= WRK-PCT-AVISO
                   MOVE 'ATENCAO' TO WRK-SITUACAO-ITEM
                   ADD 1 TO WRK-QTD-ATENCAO
               WHEN ARQUIVO-AUSENTE
                   MOVE 'AUSENTE' TO WRK-SITUACAO-ITEM
                   ADD 1 TO WRK-QTD-OK
               WHEN OTHER
                   MOVE 'OK' TO WRK-SITUACAO-ITEM
                   ADD 1 TO WRK-QTD-OK
           END-EVALUATE.
           MOVE WRK-QTD-VIVOS TO WRK-MASC-VIVOS.
           MOVE WRK-CAT-CAPACIDADE(WRK-IDX-CAT) TO WRK-MASC-CAPACIDADE.
           MOVE WRK-PCT-USO TO WRK-MASC-PCT.
           DISPLAY WRK-CAT-ARQUIVO(WRK-IDX-CAT) ' ' ,
               WRK-CAT-PROGRAMA(WRK-IDX-CAT) ' ' ,
               WRK-CAT-TABELA(WRK-IDX-CAT) ' ' WRK-MASC-VIVOS ' ' ,
               WRK-MASC-CAPACIDADE ' ' WRK-MASC-PCT '% ' ,
               WRK-SITUACAO-ITEM.

      * Contagem dos registros vivos do arquivo do item; o cadastro
      * de funcionarios e indexado e tem leitura propria.
       0200-CONTAR-ARQUIVO.
           MOVE WRK-CAT-ARQUIVO(WRK-IDX-CAT) TO WRK-ARQUIVO-CONTADO.
           MOVE ZEROS TO WRK-QTD-VIVOS.
           MOVE 'N' TO WRK-ARQUIVO-AUSENTE.
           IF WRK-ARQUIVO-CONTADO = 'EMPLOYEE-MASTER.DAT'
               PERFORM 0210-CONTAR-MESTRE
           ELSE
               PERFORM 0220-CONTAR-SEQUENCIAL
           END-IF.
           IF ARQUIVO-AUSENTE
               ADD 1 TO WRK-QTD-AUSENTES
           END-IF.

       0210-CONTAR-MESTRE.
           MOVE 'N' TO WRK-FIM-CONTADO.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC = '00'
               PERFORM UNTIL FIM-CONTADO
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTADO
                       NOT AT END
                           ADD 1 TO WRK-QTD-VIVOS
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               MOVE 'S' TO WRK-ARQUIVO-AUSENTE
           END-IF.

       0220-CONTAR-SEQUENCIAL.
           MOVE 'N' TO WRK-FIM-CONTADO.
           MOVE WRK-ARQUIVO-CONTADO TO WRK-NOME-CONTADO.
           OPEN INPUT CONTADO-FILE.
           IF WRK-STATUS-CONTADO = '00'
               PERFORM UNTIL FIM-CONTADO
                   READ CONTADO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTADO
                       NOT AT END
                           PERFORM 0230-CONFERIR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CONTADO-FILE
           ELSE
               MOVE 'S' TO WRK-ARQUIVO-AUSENTE
           END-IF.

       0230-CONFERIR-REGISTRO.
           IF CONTADO-RECORD NOT = SPACES
               IF WRK-CAT-FILTRO-POS(WRK-IDX-CAT) = ZEROS
                   ADD 1 TO WRK-QTD-VIVOS
               ELSE
                   IF CONTADO-RECORD(WRK-CAT-FILTRO-POS(WRK-IDX-CAT):1)
                           = WRK-CAT-FILTRO-VAL(WRK-IDX-CAT)
                       ADD 1 TO WRK-QTD-VIVOS
                   END-IF
               END-IF
           END-IF.

           COPY 'TRAILEPR.COB'.
