      *              antigos nao fecha com FOLHA-YTD.DAT por
      *              construcao. Ciclo antigo sem o campo novo
      *              rebaixa a conferencia para aviso.
      * 15/10/2026 - O detalhe ganhou a PLR paga no ano e o IR
      *              exclusivo retido sobre ela (campos proprios de
      *              FOLHA-YTD.DAT, fora do bruto mensal) e o trailer
      *              os totais de PLR; os ciclos de PLR (tipo P) de
      *              EOD-RESUMO.LOG ficam fora do fechamento do bruto e
      *              fecham a parte contra o total de PLR do extrato.
      * 15/10/2026 - Pagamentos a autonomos por RPA (RPA-PAGOS.DAT,
      *              gravado pelo PROG73) entram no extrato como
      *              detalhe proprio ('3') por CPF - bruto mensal das
      *              doze competencias, INSS e IRRF retidos no ano - e
      *              o trailer ganhou a contagem e os totais de RPA;
      *              ficam fora do fechamento contra EOD-RESUMO.LOG,
      *              que e so da folha.
      * 15/10/2026 - Extrato por empresa/filial: o operador informa a
      *              empresa (zero = consolidado); so as competencias
      *              do acumulado daquela empresa (YTD-EMPRESA, zeros
      *              nos antigos valem 01) entram e o arquivo sai como
      *              EXTRATO-ANUAL-EE.DAT, com codigo, razao social e
      *              CNPJ da empresa no header. Os RPA seguem na
      *              empresa 01. O fechamento contra EOD-RESUMO.LOG,
      *              que e consolidado, so e feito no consolidado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG48.
           SELECT GERACAO-FILE ASSIGN TO DYNAMIC WRK-NOME-GERACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GERACAO.
           SELECT EXTRATO-FILE ASSIGN TO DYNAMIC WRK-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EXTRATO.
           SELECT EOD-SUMMARY-FILE ASSIGN TO "EOD-RESUMO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           COPY 'EMPMSL.COB'.
           COPY 'AUTNSL.COB'.
           COPY 'TRAILESL.COB'.
           COPY 'EMPRSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-YTD-FILE.
           05 YTD-IRRF         PIC 9(08)V99.
           05 YTD-LIQUIDO      PIC 9(08)V99.
           05 YTD-DEPENDENTES  PIC 9(02).
           05 YTD-PLR          PIC 9(08)V99.
           05 YTD-IRRF-PLR     PIC 9(08)V99.
           05 YTD-EMPRESA      PIC 9(02).
       FD  GERACAO-FILE.
       01  GERACAO-RECORD.
           05 GER-MATRICULA    PIC 9(05).
           05 GER-IRRF         PIC 9(08)V99.
           05 GER-LIQUIDO      PIC 9(08)V99.
           05 GER-DEPENDENTES  PIC 9(02).
           05 GER-PLR          PIC 9(08)V99.
           05 GER-IRRF-PLR     PIC 9(08)V99.
           05 GER-EMPRESA      PIC 9(02).
       FD  EXTRATO-FILE.
       01  EXTRATO-RECORD      PIC X(200).
       01  EXTRATO-HEADER REDEFINES EXTRATO-RECORD.
           05 EXH-ANO          PIC 9(04).
           05 EXH-EMPRESA      PIC X(30).
           05 EXH-DATA-GERACAO PIC 9(08).
           05 EXH-COD-EMPRESA  PIC 9(02).
           05 EXH-CNPJ         PIC 9(14).
           05 FILLER           PIC X(141).
       01  EXTRATO-DETALHE REDEFINES EXTRATO-RECORD.
           05 EXD-TIPO         PIC X(01).
           05 EXD-MATRICULA    PIC 9(05).
           05 EXD-BRUTO-MES    PIC 9(08)V99 OCCURS 12 TIMES.
           05 EXD-TOTAL-INSS   PIC 9(10)V99.
           05 EXD-TOTAL-IRRF   PIC 9(10)V99.
           05 EXD-TOTAL-PLR    PIC 9(08)V99.
           05 EXD-IRRF-PLR     PIC 9(08)V99.
       01  EXTRATO-AUTONOMO REDEFINES EXTRATO-RECORD.
           05 EXA-TIPO         PIC X(01).
           05 EXA-CODIGO       PIC 9(05).
           05 EXA-NOME         PIC X(30).
           05 EXA-CPF          PIC 9(11).
           05 EXA-BRUTO-MES    PIC 9(08)V99 OCCURS 12 TIMES.
           05 EXA-TOTAL-INSS   PIC 9(10)V99.
           05 EXA-TOTAL-IRRF   PIC 9(10)V99.
           05 FILLER           PIC X(09).
       01  EXTRATO-TRAILER REDEFINES EXTRATO-RECORD.
           05 EXT-TIPO         PIC X(01).
           05 EXT-QTD          PIC 9(05).
           05 EXT-TOTAL-BRUTO  PIC 9(12)V99.
           05 EXT-TOTAL-INSS   PIC 9(12)V99.
           05 EXT-TOTAL-IRRF   PIC 9(12)V99.
           05 EXT-TOTAL-PLR    PIC 9(12)V99.
           05 EXT-TOTAL-IRRF-PLR PIC 9(12)V99.
           05 EXT-QTD-AUTONOMOS PIC 9(05).
           05 EXT-TOTAL-BRUTO-RPA PIC 9(12)V99.
           05 EXT-TOTAL-INSS-RPA PIC 9(12)V99.
           05 EXT-TOTAL-IRRF-RPA PIC 9(12)V99.
           05 FILLER           PIC X(77).
       FD  EOD-SUMMARY-FILE.
       01  EOD-SUMMARY-RECORD.
           05 RESUMO-DATA.
           05 FILLER                   PIC X(01).
           05 RESUMO-VALOR-BRUTO-PAGO  PIC 9(08)V99.
           COPY 'EMPMFD.COB'.
           COPY 'AUTNFD.COB'.
           COPY 'TRAILEFD.COB'.
           COPY 'EMPRFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'AUTNWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'EMPRWS.COB'.
       77  WRK-STATUS-YTD       PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-GERACAO   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-EXTRATO   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-RESUMO       PIC X(01) VALUES 'N'.
           88 FIM-RESUMO VALUE 'S'.
       77  WRK-ANO-DESEJADO     PIC 9(04) VALUES ZEROS.
       77  WRK-NOME-EXTRATO     PIC X(30) VALUES SPACES.
       77  WRK-EMPRESA-EXTRATO  PIC 9(02) VALUES ZEROS.
       77  WRK-EMPRESA-REG      PIC 9(02) VALUES ZEROS.
      * Consolidado anual por matricula: bruto por mes, INSS e IRRF
      * do ano e a PLR com o IR exclusivo, montado das competencias
      * do acumulado.
       77  WRK-QTD-FUNC         PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-FUNC.
              10 WRK-FUNC-BRUTO-MES PIC 9(08)V99 OCCURS 12 TIMES.
              10 WRK-FUNC-INSS      PIC 9(10)V99.
              10 WRK-FUNC-IRRF      PIC 9(10)V99.
              10 WRK-FUNC-PLR       PIC 9(08)V99.
              10 WRK-FUNC-IRRF-PLR  PIC 9(08)V99.
      * Consolidado anual por CPF dos RPA pagos a autonomos.
       77  WRK-QTD-RPA-CPF      PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-RPA-CPF.
           05 WRK-RCPF-ITEM OCCURS 500 TIMES
                             INDEXED BY WRK-IDX-RCPF.
              10 WRK-RCPF-CPF       PIC 9(11).
              10 WRK-RCPF-CODIGO    PIC 9(05).
              10 WRK-RCPF-NOME      PIC X(30).
              10 WRK-RCPF-BRUTO-MES PIC 9(08)V99 OCCURS 12 TIMES.
              10 WRK-RCPF-INSS      PIC 9(10)V99.
              10 WRK-RCPF-IRRF      PIC 9(10)V99.
       77  WRK-QTD-DETALHES-RPA PIC 9(05) VALUES ZEROS.
       77  WRK-TOTAL-BRUTO-RPA  PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-INSS-RPA   PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-IRRF-RPA   PIC 9(12)V99 VALUES ZEROS.
       77  WRK-MES-REG          PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-DETALHES     PIC 9(05) VALUES ZEROS.
       77  WRK-TOTAL-BRUTO      PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-INSS       PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-IRRF       PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-EOD        PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-PLR        PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-IRRF-PLR   PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-EOD-PLR    PIC 9(12)V99 VALUES ZEROS.
       77  WRK-QTD-CICLOS-PLR   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-CICLOS-EOD   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-CICLOS-LEGADO PIC 9(03) VALUES ZEROS.
       77  WRK-BRUTO-FUNC       PIC 9(10)V99 VALUES ZEROS.
           PERFORM 9900-INICIAR-TRAILER.
           DISPLAY 'ANO DA DECLARACAO (AAAA): '.
           ACCEPT WRK-ANO-DESEJADO FROM CONSOLE.
           DISPLAY 'EMPRESA/FILIAL (COD, ZERO = CONSOLIDADO): '.
           ACCEPT WRK-EMPRESA-EXTRATO FROM CONSOLE.
           PERFORM 9080-CARREGAR-EMPRESAS.
           PERFORM 0080-IDENTIFICAR-EMPRESA.
           PERFORM 0090-MONTAR-CABECALHO.
           IF WRK-EMPRESA-EXTRATO > ZEROS AND NOT EMPRESA-ACHOU
               DISPLAY 'EMPRESA NAO CADASTRADA EM EMPRESAS.DAT: ' ,
                   WRK-EMPRESA-EXTRATO
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               DISPLAY WRK-RODAPE-MENSAGEM
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0100-CONSOLIDAR-ANO.
           IF WRK-EMPRESA-EXTRATO < 2
               PERFORM 0160-CONSOLIDAR-RPA
           END-IF.
           IF WRK-QTD-FUNC = ZEROS AND WRK-QTD-RPA-CPF = ZEROS
               DISPLAY 'NENHUMA COMPETENCIA DE ' WRK-ANO-DESEJADO ,
                   ' NO ACUMULADO NEM NA GERACAO - NADA A EXTRAIR'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0200-GRAVAR-EXTRATO
               IF WRK-EMPRESA-EXTRATO = ZEROS
                   PERFORM 0300-CONFERIR-CONTRA-EOD
               ELSE
                   DISPLAY 'CONFERENCIA CONTRA EOD-RESUMO.LOG: SO NO ' ,
                       'EXTRATO CONSOLIDADO (EMPRESA ZERO)'
                   MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
               END-IF
           END-IF.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-DETALHES TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Empresa do extrato: zero e o consolidado, no EXTRATO-ANUAL.DAT
      * com o nome do cabecalho padrao; as demais saem no arquivo
      * proprio EXTRATO-ANUAL-EE.DAT com a razao social e o CNPJ do
      * cadastro de empresas.
       0080-IDENTIFICAR-EMPRESA.
           MOVE 'N' TO WRK-EMPRESA-ACHOU.
           MOVE WRK-EMPRESA-RELATORIO TO WRK-EMPRESA-RAZAO-ACHADA.
           MOVE ZEROS TO WRK-EMPRESA-CNPJ-ACHADO.
           MOVE 'EXTRATO-ANUAL.DAT' TO WRK-NOME-EXTRATO.
           IF WRK-EMPRESA-EXTRATO > ZEROS
               MOVE WRK-EMPRESA-EXTRATO TO WRK-EMPRESA-PROCURADA
               PERFORM 9085-BUSCAR-EMPRESA
               MOVE SPACES TO WRK-NOME-EXTRATO
               STRING 'EXTRATO-ANUAL-' WRK-EMPRESA-EXTRATO '.DAT'
                   DELIMITED BY SIZE INTO WRK-NOME-EXTRATO
           END-IF.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
       0090-MONTAR-CABECALHO.
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           DISPLAY '   EXTRATO ANUAL REGULATORIO - ANO ' ,
               WRK-ANO-DESEJADO.
           IF WRK-EMPRESA-EXTRATO = ZEROS
               DISPLAY '   CONSOLIDADO DE TODAS AS EMPRESAS'
           ELSE
               DISPLAY '   EMPRESA ' WRK-EMPRESA-EXTRATO ' - ' ,
                   WRK-EMPRESA-RAZAO-ACHADA
           END-IF.
           DISPLAY ' '.

      * Consolida o ano por matricula, do arquivo corrente ou, quando
                           MOVE 'S' TO WRK-FIM-YTD
                       NOT AT END
                           IF YTD-ANO = WRK-ANO-DESEJADO
                               PERFORM 0140-FILTRAR-EMPRESA
                           END-IF
                   END-READ
               END-PERFORM
                           IF GER-ANO = WRK-ANO-DESEJADO
                               MOVE GERACAO-RECORD
                                   TO FOLHA-YTD-RECORD
                               PERFORM 0140-FILTRAR-EMPRESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GERACAO-FILE
           END-IF.

      * Competencia sem empresa (acumulado anterior ao campo) e da 01.
       0140-FILTRAR-EMPRESA.
           IF YTD-EMPRESA IS NUMERIC AND YTD-EMPRESA > ZEROS
               MOVE YTD-EMPRESA TO WRK-EMPRESA-REG
           ELSE
               MOVE 1 TO WRK-EMPRESA-REG
           END-IF.
           IF WRK-EMPRESA-EXTRATO = ZEROS
                   OR WRK-EMPRESA-REG = WRK-EMPRESA-EXTRATO
               PERFORM 0150-ACUMULAR-COMPETENCIA
           END-IF.

       0150-ACUMULAR-COMPETENCIA.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-FUNC FROM 1 BY 1
                   END-PERFORM
                   MOVE ZEROS TO WRK-FUNC-INSS(WRK-IDX-ACHADO)
                       WRK-FUNC-IRRF(WRK-IDX-ACHADO)
                       WRK-FUNC-PLR(WRK-IDX-ACHADO)
                       WRK-FUNC-IRRF-PLR(WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'AVISO: TABELA DE FUNCIONARIOS CHEIA - ' ,
                       'MATRICULA FORA DO EXTRATO: ' YTD-MATRICULA
               END-IF
               ADD YTD-INSS TO WRK-FUNC-INSS(WRK-IDX-ACHADO)
               ADD YTD-IRRF TO WRK-FUNC-IRRF(WRK-IDX-ACHADO)
               IF YTD-PLR IS NUMERIC AND YTD-IRRF-PLR IS NUMERIC
                   ADD YTD-PLR TO WRK-FUNC-PLR(WRK-IDX-ACHADO)
                   ADD YTD-IRRF-PLR TO
                       WRK-FUNC-IRRF-PLR(WRK-IDX-ACHADO)
               END-IF
           END-IF.

      * RPA pagos no ano, consolidados por CPF - a mesma pessoa com
      * mais de um RPA no mes soma na competencia.
       0160-CONSOLIDAR-RPA.
           OPEN INPUT RPA-PAGOS-FILE.
           IF WRK-STATUS-RPA-PAGO = '00'
               PERFORM UNTIL FIM-RPA-PAGO
                   READ RPA-PAGOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-RPA-PAGO
                       NOT AT END
                           IF RPG-COMP-ANO = WRK-ANO-DESEJADO
                               PERFORM 0170-ACUMULAR-RPA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPA-PAGOS-FILE
           END-IF.

       0170-ACUMULAR-RPA.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-RCPF FROM 1 BY 1
                   UNTIL WRK-IDX-RCPF > WRK-QTD-RPA-CPF
               IF WRK-RCPF-CPF(WRK-IDX-RCPF) = RPG-CPF
                   SET WRK-IDX-ACHADO TO WRK-IDX-RCPF
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-RPA-CPF < 500
                   ADD 1 TO WRK-QTD-RPA-CPF
                   MOVE WRK-QTD-RPA-CPF TO WRK-IDX-ACHADO
                   MOVE RPG-CPF    TO WRK-RCPF-CPF(WRK-IDX-ACHADO)
                   MOVE RPG-CODIGO TO WRK-RCPF-CODIGO(WRK-IDX-ACHADO)
                   MOVE RPG-NOME   TO WRK-RCPF-NOME(WRK-IDX-ACHADO)
                   PERFORM VARYING WRK-CTR FROM 1 BY 1
                           UNTIL WRK-CTR > 12
                       MOVE ZEROS TO
                           WRK-RCPF-BRUTO-MES(WRK-IDX-ACHADO WRK-CTR)
                   END-PERFORM
                   MOVE ZEROS TO WRK-RCPF-INSS(WRK-IDX-ACHADO)
                       WRK-RCPF-IRRF(WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'AVISO: TABELA DE AUTONOMOS CHEIA - ' ,
                       'CPF FORA DO EXTRATO: ' RPG-CPF
               END-IF
           END-IF.
           IF WRK-IDX-ACHADO > ZEROS
               MOVE RPG-COMP-MES TO WRK-MES-REG
               IF WRK-MES-REG >= 1 AND WRK-MES-REG <= 12
                   ADD RPG-BRUTO TO
                       WRK-RCPF-BRUTO-MES(WRK-IDX-ACHADO WRK-MES-REG)
               END-IF
               ADD RPG-INSS TO WRK-RCPF-INSS(WRK-IDX-ACHADO)
               ADD RPG-IRRF TO WRK-RCPF-IRRF(WRK-IDX-ACHADO)
           END-IF.

      * Grava header, detalhes (com admissao dentro do ano e situacao
           MOVE SPACES                TO EXTRATO-RECORD.
           MOVE '1'                   TO EXH-TIPO.
           MOVE WRK-ANO-DESEJADO      TO EXH-ANO.
           MOVE WRK-EMPRESA-RAZAO-ACHADA TO EXH-EMPRESA.
           MOVE WRK-DATA-HOJE         TO EXH-DATA-GERACAO.
           MOVE WRK-EMPRESA-EXTRATO   TO EXH-COD-EMPRESA.
           MOVE WRK-EMPRESA-CNPJ-ACHADO TO EXH-CNPJ.
           WRITE EXTRATO-RECORD.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           DISPLAY 'MATR.  FUNCIONARIO          BRUTO ANO       ' ,
           IF WRK-STATUS-FUNC = '00'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           IF WRK-QTD-RPA-CPF > ZEROS
               DISPLAY ' '
               DISPLAY 'AUTONOMOS (RPA)'
               DISPLAY 'COD.  CPF         AUTONOMO' ,
                   '                        BRUTO ANO' ,
                   '          INSS          IRRF'
               PERFORM VARYING WRK-IDX-RCPF FROM 1 BY 1
                       UNTIL WRK-IDX-RCPF > WRK-QTD-RPA-CPF
                   PERFORM 0260-GRAVAR-DETALHE-RPA
               END-PERFORM
           END-IF.
           MOVE SPACES          TO EXTRATO-RECORD.
           MOVE '9'             TO EXT-TIPO.
           MOVE WRK-QTD-DETALHES TO EXT-QTD.
           MOVE WRK-TOTAL-BRUTO TO EXT-TOTAL-BRUTO.
           MOVE WRK-TOTAL-INSS  TO EXT-TOTAL-INSS.
           MOVE WRK-TOTAL-IRRF  TO EXT-TOTAL-IRRF.
           MOVE WRK-TOTAL-PLR   TO EXT-TOTAL-PLR.
           MOVE WRK-TOTAL-IRRF-PLR TO EXT-TOTAL-IRRF-PLR.
           MOVE WRK-QTD-DETALHES-RPA TO EXT-QTD-AUTONOMOS.
           MOVE WRK-TOTAL-BRUTO-RPA TO EXT-TOTAL-BRUTO-RPA.
           MOVE WRK-TOTAL-INSS-RPA  TO EXT-TOTAL-INSS-RPA.
           MOVE WRK-TOTAL-IRRF-RPA  TO EXT-TOTAL-IRRF-RPA.
           WRITE EXTRATO-RECORD.
           CLOSE EXTRATO-FILE.
           DISPLAY '-----------------------------------------------' ,
               '--------'.
           DISPLAY 'DETALHES GRAVADOS EM ' WRK-NOME-EXTRATO ': ' ,
               WRK-QTD-DETALHES.
           MOVE WRK-TOTAL-BRUTO TO WRK-MASC-TOTAL.
           DISPLAY 'BRUTO TOTAL DO EXTRATO: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-PLR TO WRK-MASC-TOTAL.
           DISPLAY 'PLR TOTAL DO EXTRATO: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-IRRF-PLR TO WRK-MASC-TOTAL.
           DISPLAY 'IRRF DA PLR NO EXTRATO: ' WRK-MASC-TOTAL.
           IF WRK-QTD-DETALHES-RPA > ZEROS
               DISPLAY 'DETALHES DE AUTONOMOS (RPA) NO EXTRATO: ' ,
                   WRK-QTD-DETALHES-RPA
               MOVE WRK-TOTAL-BRUTO-RPA TO WRK-MASC-TOTAL
               DISPLAY 'BRUTO DE RPA NO EXTRATO: ' WRK-MASC-TOTAL
           END-IF.

       0250-GRAVAR-DETALHE.
           ADD 1 TO WRK-QTD-DETALHES.
           END-PERFORM.
           MOVE WRK-FUNC-INSS(WRK-IDX-FUNC) TO EXD-TOTAL-INSS.
           MOVE WRK-FUNC-IRRF(WRK-IDX-FUNC) TO EXD-TOTAL-IRRF.
           MOVE WRK-FUNC-PLR(WRK-IDX-FUNC)  TO EXD-TOTAL-PLR.
           MOVE WRK-FUNC-IRRF-PLR(WRK-IDX-FUNC) TO EXD-IRRF-PLR.
           WRITE EXTRATO-RECORD.
           ADD WRK-BRUTO-FUNC TO WRK-TOTAL-BRUTO.
           ADD WRK-FUNC-INSS(WRK-IDX-FUNC) TO WRK-TOTAL-INSS.
           ADD WRK-FUNC-IRRF(WRK-IDX-FUNC) TO WRK-TOTAL-IRRF.
           ADD WRK-FUNC-PLR(WRK-IDX-FUNC) TO WRK-TOTAL-PLR.
           ADD WRK-FUNC-IRRF-PLR(WRK-IDX-FUNC) TO WRK-TOTAL-IRRF-PLR.
           MOVE WRK-BRUTO-FUNC TO WRK-MASC-VALOR.
           DISPLAY EXD-MATRICULA ' ' EXD-NOME ' ' WRK-MASC-VALOR
               WITH NO ADVANCING.
           DISPLAY ' ' WRK-MASC-VALOR WITH NO ADVANCING.
           MOVE WRK-FUNC-IRRF(WRK-IDX-FUNC) TO WRK-MASC-VALOR.
           DISPLAY ' ' WRK-MASC-VALOR '  ' EXD-SITUACAO.
           IF WRK-FUNC-PLR(WRK-IDX-FUNC) > ZEROS
               MOVE WRK-FUNC-PLR(WRK-IDX-FUNC) TO WRK-MASC-VALOR
               DISPLAY '      PLR NO ANO:             ' WRK-MASC-VALOR
                   WITH NO ADVANCING
               MOVE WRK-FUNC-IRRF-PLR(WRK-IDX-FUNC) TO WRK-MASC-VALOR
               DISPLAY '  IRRF PLR: ' WRK-MASC-VALOR
           END-IF.

       0260-GRAVAR-DETALHE-RPA.
           ADD 1 TO WRK-QTD-DETALHES-RPA.
           MOVE SPACES TO EXTRATO-RECORD.
           MOVE '3' TO EXA-TIPO.
           MOVE WRK-RCPF-CODIGO(WRK-IDX-RCPF) TO EXA-CODIGO.
           MOVE WRK-RCPF-NOME(WRK-IDX-RCPF)   TO EXA-NOME.
           MOVE WRK-RCPF-CPF(WRK-IDX-RCPF)    TO EXA-CPF.
           MOVE ZEROS TO WRK-BRUTO-FUNC.
           PERFORM VARYING WRK-CTR FROM 1 BY 1 UNTIL WRK-CTR > 12
               MOVE WRK-RCPF-BRUTO-MES(WRK-IDX-RCPF WRK-CTR)
                   TO EXA-BRUTO-MES(WRK-CTR)
               ADD WRK-RCPF-BRUTO-MES(WRK-IDX-RCPF WRK-CTR)
                   TO WRK-BRUTO-FUNC
           END-PERFORM.
           MOVE WRK-RCPF-INSS(WRK-IDX-RCPF) TO EXA-TOTAL-INSS.
           MOVE WRK-RCPF-IRRF(WRK-IDX-RCPF) TO EXA-TOTAL-IRRF.
           WRITE EXTRATO-RECORD.
           ADD WRK-BRUTO-FUNC TO WRK-TOTAL-BRUTO-RPA.
           ADD WRK-RCPF-INSS(WRK-IDX-RCPF) TO WRK-TOTAL-INSS-RPA.
           ADD WRK-RCPF-IRRF(WRK-IDX-RCPF) TO WRK-TOTAL-IRRF-RPA.
           MOVE WRK-BRUTO-FUNC TO WRK-MASC-VALOR.
           DISPLAY EXA-CODIGO ' ' EXA-CPF ' ' EXA-NOME ' '
               WRK-MASC-VALOR WITH NO ADVANCING.
           MOVE WRK-RCPF-INSS(WRK-IDX-RCPF) TO WRK-MASC-VALOR.
           DISPLAY WRK-MASC-VALOR WITH NO ADVANCING.
           MOVE WRK-RCPF-IRRF(WRK-IDX-RCPF) TO WRK-MASC-VALOR.
           DISPLAY WRK-MASC-VALOR.

      * Fechamento duro contra EOD-RESUMO.LOG, na mesma medida que
      * entra em FOLHA-YTD.DAT: bruto pago dos ciclos de folha mais
      * os ciclos proprios de rescisao (R) e ferias (F); o 13o (D)
      * fica fora dos dois lados e a PLR (P) fecha a parte, contra os
      * campos de PLR do acumulado. Divergencia devolve RETURN-CODE
      * diferente de zero para a declaracao nao sair furada; ciclo
      * antigo sem o bruto pago gravado rebaixa para aviso, porque
      * nao ha como fechar duro sobre ele.
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           IF WRK-QTD-CICLOS-PLR > ZEROS OR WRK-TOTAL-PLR > ZEROS
               MOVE WRK-TOTAL-EOD-PLR TO WRK-MASC-TOTAL
               DISPLAY 'PLR DOS CICLOS DE PLR (EOD-RESUMO.LOG): ' ,
                   WRK-MASC-TOTAL
               IF WRK-TOTAL-PLR = WRK-TOTAL-EOD-PLR
                   DISPLAY 'CONFERENCIA DA PLR: MATCH'
               ELSE
                   DISPLAY 'CONFERENCIA DA PLR: OUT OF BALANCE - ' ,
                       'CONFIRA OS CICLOS DE PLR ANTES DE ENTREGAR ' ,
                       'A DECLARACAO'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

      * Um ciclo do ano do extrato: 13o fora, PLR no total proprio,
      * rescisao e ferias pelo valor do ciclo, folha normal pelo bruto
      * pago - ciclo gravado antes do campo existir cai na contagem de
      * legado.
       0310-ACUMULAR-CICLO.
           EVALUATE TRUE
               WHEN RESUMO-TIPO = 'D'
                   CONTINUE
               WHEN RESUMO-TIPO = 'P'
                   ADD 1 TO WRK-QTD-CICLOS-PLR
                   ADD RESUMO-VALOR-FOLHA TO WRK-TOTAL-EOD-PLR
               WHEN RESUMO-TIPO = 'R' OR RESUMO-TIPO = 'F'
                   ADD 1 TO WRK-QTD-CICLOS-EOD
                   ADD RESUMO-VALOR-FOLHA TO WRK-TOTAL-EOD
           END-EVALUATE.

           COPY 'TRAILEPR.COB'.
           COPY 'EMPRPR.COB'.
       END PROGRAM PROG48.
