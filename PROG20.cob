      *              salario e 13o); as ferias indenizadas, o terco e
      *              a multa de FGTS ficam fora do informe e do
      *              extrato anual, como manda a base de calculo.
      * 15/10/2026 - O operador passou a informar o tipo de rescisao
      *              (sem justa causa, pedido de demissao, justa
      *              causa, termino de experiencia ou acordo do art.
      *              484-A) e o tratamento do aviso previo
      *              (indenizado, trabalhado ou descontado). O tipo
      *              decide as verbas devidas e a multa do FGTS (40%,
      *              20% ou zero); o aviso indenizado e proporcional
      *              ao tempo de casa (30 dias mais 3 por ano
      *              completo, limitado a 90) e projeta os avos de
      *              13o e ferias - antes o RH calculava o aviso na
      *              calculadora e lancava a diferenca como rubrica.
      * 15/10/2026 - O consignado em aberto do desligado passou a ser
      *              quitado na propria rescisao: as parcelas abertas
      *              dos contratos consignados da matricula em
      *              LOAN-MASTER.DAT/PARCELAS.DAT sao descontadas do
      *              liquido ate o limite legal (35% do liquido da
      *              rescisao) e baixadas como na baixa do PROG26; o
      *              saldo que nao couber converte o contrato para
      *              cobranca avulsa (sai do desconto em folha em
      *              CONSIGNADO.DAT). Desconto e conversao saem no
      *              demonstrativo e em AUDIT-LOG.LOG.
      * 15/10/2026 - Cada rescisao efetivada passou a deixar um evento
      *              em RESCISOES.DAT (matricula, data, tipo, aviso e
      *              verbas) - o cadastro so guarda a situacao 'D', e o
      *              extrato mensal de eventos do PROG63 precisa da
      *              data e do motivo do desligamento.
      * 15/10/2026 - O IRRF retido na rescisao passou a entrar como
      *              obrigacao de recolhimento da competencia do
      *              desligamento em OBRIGACOES.DAT (books OBRG*),
      *              acumulado com as demais rescisoes do mes - a
      *              baixa e a cobranca sao do PROG64.
      * 15/10/2026 - Tempo de casa e avos de 13o e ferias passaram a
      *              contar do dia real de admissao (EMP-DIA-ENTRADA),
      *              nao mais do dia 01: o ano so fecha no dia do
      *              aniversario, o mes de admissao so vale avo com 15
      *              dias ou mais trabalhados e a fracao de ferias conta
      *              os dias desde o ultimo aniversario mensal. O
      *              termino de experiencia de quem nao esta em
      *              contrato de experiencia sai com aviso.
      * 15/10/2026 - Banco de horas: o saldo credor do desligado em
      *              BANCO-HORAS.DAT (books BNCH*) e pago na rescisao
      *              como hora extra a 50%, tributavel junto com o
      *              saldo de salario; o saldo devedor e descontado do
      *              liquido so quando o acordo autoriza. O banco e
      *              zerado com um lancamento de rescisao ('R').
      * 15/10/2026 - FOLHA-YTD.DAT ganhou a PLR e o IR exclusivo da PLR
      *              da competencia no fim do registro: a regravacao
      *              do acumulado preserva os dois campos.
      * 15/10/2026 - Empresa / filial do funcionario (EMP-EMPRESA) no
      *              acumulado incluido (YTD-EMPRESA, preservada na
      *              regravacao) e na obrigacao de IRRF registrada em
      *              OBRIGACOES.DAT - cada empresa recolhe a sua guia;
      *              o credito em BANK-PAYMENT.DAT leva a empresa.
      * 15/10/2026 - O desligamento efetivado grava o historico
      *              efetivo-datado do cadastro (HISTORICO-FUNC.DAT,
      *              books HFUN*) na data do desligamento.
      * 15/10/2026 - PARCELAS.DAT ganhou a amortizacao da parcela
      *              (PROG12/PROG26), carregada e regravada junto com
      *              o resto do registro.
      * 15/10/2026 - Eventos de auditoria passam a levar a chave do
      *              registro atingido (WRK-AUDIT-CHAVE), casada pela
      *              comparacao antes/depois do PROG10.
      * 15/10/2026 - A quitacao do consignado na rescisao passou a ser
      *              contabilizada em TRANS.DAT como a baixa do
      *              consignado do PROG26 (voucher 85AAMM): debito no
      *              AJUSTE da folha pelo valor das parcelas, credito
      *              da amortizacao na conta a receber do contrato e
      *              dos juros em JUROSEMPR, contas do CONTA-MAPA.DAT.
      *              Sem essas contas no mapa o contrato nao e quitado
      *              na rescisao, com aviso.
      * 15/10/2026 - Quitacao do consignado na rescisao respeita o
      *              controle de periodo (PERIODO-STATUS.DAT, books
      *              PSTA*): com a competencia do lancamento fechada o
      *              contrato nao e quitado, com aviso. Contrato com
      *              parcela ja descontada em folha e ainda nao baixada
      *              pelo PROG26 nao fecha com 'Q' na rescisao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG20.
           SELECT EOD-SUMMARY-FILE ASSIGN TO "EOD-RESUMO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOAN-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT PARCELAS-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARCELAS.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGNADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONSIGNADO.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           SELECT RESCISOES-FILE ASSIGN TO "RESCISOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESCISOES.
           COPY 'EODSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'HFUNSL.COB'.
           COPY 'OBRGSL.COB'.
           COPY 'BNCHSL.COB'.
           COPY 'PSTASL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           05 BPG-AGENCIA      PIC 9(04).
           05 BPG-CONTA        PIC 9(08).
           05 BPG-DIGITO       PIC 9(01).
           05 BPG-EMPRESA      PIC 9(02).
       01  BANK-PAYMENT-HEADER REDEFINES BANK-PAYMENT-RECORD.
           05 BPH-TIPO-REG     PIC X(01).
           05 BPH-DATA-PAGTO   PIC 9(08).
           05 YTD-IRRF         PIC 9(08)V99.
           05 YTD-LIQUIDO      PIC 9(08)V99.
           05 YTD-DEPENDENTES  PIC 9(02).
           05 YTD-PLR          PIC 9(08)V99.
           05 YTD-IRRF-PLR     PIC 9(08)V99.
           05 YTD-EMPRESA      PIC 9(02).
       FD  EOD-SUMMARY-FILE.
       01  EOD-SUMMARY-RECORD.
           05 RESUMO-DATA.
           05 RESUMO-TIPO              PIC X(01).
           05 FILLER                   PIC X(01).
           05 RESUMO-VALOR-BRUTO-PAGO  PIC 9(08)V99.
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
       FD  CONSIGNADO-FILE.
       01  CONSIGNADO-RECORD.
           05 CSG-MATRICULA    PIC 9(05).
           05 CSG-COMPETENCIA  PIC 9(06).
           05 CSG-CONTRATO     PIC 9(06).
           05 CSG-PARCELA      PIC 9(03).
           05 CSG-VALOR        PIC 9(06)V99.
           05 CSG-SITUACAO     PIC X(01).
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
       FD  RESCISOES-FILE.
       01  RESCISOES-RECORD.
           05 RSC-MATRICULA    PIC 9(05).
           05 RSC-DATA-DESLIG  PIC 9(08).
           05 RSC-TIPO         PIC 9(01).
           05 RSC-AVISO        PIC X(01).
           05 RSC-DIAS-AVISO   PIC 9(03).
           05 RSC-BRUTO        PIC 9(08)V99.
           05 RSC-TRIBUTAVEL   PIC 9(08)V99.
           05 RSC-LIQUIDO      PIC 9(08)V99.
           05 RSC-USUARIO      PIC X(15).
           05 RSC-DATA-REGISTRO PIC 9(08).
           COPY 'EODFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'HFUNFD.COB'.
           COPY 'OBRGFD.COB'.
           COPY 'BNCHFD.COB'.
           COPY 'PSTAFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EODWS.COB'.
       77  WRK-STATUS-RESUMO    PIC X(02) VALUES ZEROS.
       77  WRK-DATA-RESUMO      PIC 9(08) VALUES ZEROS.
       77  WRK-STATUS-RESCISOES PIC X(02) VALUES ZEROS.
           COPY 'AUDITWS.COB'.
           COPY 'HFUNWS.COB'.
           COPY 'OBRGWS.COB'.
           COPY 'BNCHWS.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-USUARIO          PIC X(15) VALUES SPACES.
       77  WRK-MATRICULA        PIC 9(05) VALUES ZEROS.
           05 WRK-ANO-DESLIG    PIC 9(04).
           05 WRK-MES-DESLIG    PIC 9(02).
           05 WRK-DIA-DESLIG    PIC 9(02).
      * Tipo de rescisao e tratamento do aviso previo informados pelo
      * operador; a combinacao decide as verbas, a multa do FGTS e o
      * aviso.
       77  WRK-TIPO-RESCISAO    PIC 9(01) VALUES ZEROS.
           88 RESC-SEM-JUSTA-CAUSA VALUE 1.
           88 RESC-PEDIDO-DEMISSAO VALUE 2.
           88 RESC-JUSTA-CAUSA     VALUE 3.
           88 RESC-TERMINO-EXPER   VALUE 4.
           88 RESC-ACORDO          VALUE 5.
           88 RESC-TIPO-VALIDO     VALUE 1 THRU 5.
       77  WRK-TIPO-AVISO       PIC X(01) VALUES 'N'.
           88 AVISO-INDENIZADO  VALUE 'I'.
           88 AVISO-TRABALHADO  VALUE 'T'.
           88 AVISO-DESCONTADO  VALUE 'D'.
           88 AVISO-NAO-APLICA  VALUE 'N'.
       77  WRK-COMBINACAO-OK    PIC X(01) VALUES 'N'.
           88 COMBINACAO-VALIDA VALUE 'S'.
       77  WRK-DESC-RESCISAO    PIC X(25) VALUES SPACES.
       77  WRK-DESC-AVISO       PIC X(15) VALUES SPACES.
       77  WRK-DIAS-AVISO       PIC 9(03) VALUES ZEROS.
       77  WRK-VALOR-AVISO      PIC 9(06)V99 VALUES ZEROS.
       77  WRK-DESCONTO-AVISO   PIC 9(06)V99 VALUES ZEROS.
       77  WRK-PCT-MULTA-FGTS   PIC 9(02) VALUES ZEROS.
      * Data projetada pelo aviso indenizado (meses comerciais de 30
      * dias), usada so para a contagem dos avos de 13o e ferias.
       01  WRK-DATA-PROJETADA.
           05 WRK-ANO-PROJ      PIC 9(04).
           05 WRK-MES-PROJ      PIC 9(02).
           05 WRK-DIA-PROJ      PIC 9(02).
       77  WRK-DIAS-PROJ        PIC 9(04) VALUES ZEROS.
       77  WRK-MESES-PROJ       PIC 9(04) VALUES ZEROS.
       77  WRK-ANOS-PROJ        PIC 9(02) VALUES ZEROS.
           COPY 'DINHEIRO.COB' REPLACING ==:CAMPO:== BY ==SALARIO==
                                         ==:MASC:==  BY ==DINHEIRO==.
       77  WRK-MESES-13         PIC 9(02) VALUES ZEROS.
       77  WRK-MESES-FERIAS     PIC S9(02) VALUES ZEROS.
       77  WRK-MESES-TEMPO      PIC S9(04) VALUES ZEROS.
       77  WRK-ANOS-COMPLETOS   PIC 9(02) VALUES ZEROS.
      * Dia de admissao (01 nos registros antigos, sem o dia) e os
      * dias corridos desde o ultimo aniversario mensal da admissao
      * ate a data projetada, em meses comerciais de 30 dias.
       77  WRK-DIA-ADMISSAO     PIC 9(02) VALUES ZEROS.
       77  WRK-DIAS-FRACAO      PIC 9(02) VALUES ZEROS.
       77  WRK-SALDO-SALARIO    PIC 9(06)V99 VALUES ZEROS.
       77  WRK-VALOR-13         PIC 9(06)V99 VALUES ZEROS.
       77  WRK-VALOR-FERIAS     PIC 9(06)V99 VALUES ZEROS.
       77  WRK-TOTAL-BRUTO      PIC 9(08)V99 VALUES ZEROS.
       77  WRK-BRUTO-TRIBUTAVEL PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOTAL-LIQUIDO    PIC S9(08)V99 VALUES ZEROS.
      * Saldo do banco de horas na rescisao, valorado pela jornada
      * padrao de 220 horas mensais (a mesma da folha no PROG04).
       77  WRK-JORNADA-MENSAL   PIC 9(03) VALUE 220.
       77  WRK-VALOR-HORA       PIC 9(04)V99 VALUES ZEROS.
       77  WRK-MIN-BH-ABSOLUTO  PIC 9(07) VALUES ZEROS.
       77  WRK-VALOR-BH-PAGO    PIC 9(06)V99 VALUES ZEROS.
       77  WRK-VALOR-BH-DESC    PIC 9(06)V99 VALUES ZEROS.
       77  WRK-MASC-VERBA       PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
      * Campos de apoio para reusar as faixas de INSS/IRRF da folha
              10 WRK-YTD-IRRF      PIC 9(08)V99.
              10 WRK-YTD-LIQUIDO   PIC 9(08)V99.
              10 WRK-YTD-DEPENDENTES PIC 9(02).
              10 WRK-YTD-PLR       PIC 9(08)V99.
              10 WRK-YTD-IRRF-PLR  PIC 9(08)V99.
              10 WRK-YTD-EMPRESA   PIC 9(02).
      * Quitacao do consignado na rescisao: contratos, parcelas e
      * descontos em folha carregados inteiros (os tres arquivos sao
      * regravados a partir das tabelas, entao carga truncada deixa o
      * consignado como esta, com aviso). As parcelas quitadas ficam
      * com a situacao transitoria 'X' ate a efetivacao, gravadas
      * como 'P' pela mesma baixa do PROG26.
       77  WRK-STATUS-CONTRATOS PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PARCELAS  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONSIGNADO PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CONTRATOS    PIC X(01) VALUES 'N'.
           88 FIM-CONTRATOS VALUE 'S'.
       77  WRK-FIM-PARCELAS     PIC X(01) VALUES 'N'.
           88 FIM-PARCELAS VALUE 'S'.
       77  WRK-FIM-CONSIGNADO   PIC X(01) VALUES 'N'.
           88 FIM-CONSIGNADO VALUE 'S'.
       77  WRK-CONSIG-ESTOUROU  PIC X(01) VALUES 'N'.
           88 CONSIG-ESTOUROU VALUE 'S'.
       77  WRK-LIMITE-ATINGIDO  PIC X(01) VALUES 'N'.
           88 LIMITE-CONSIG-ATINGIDO VALUE 'S'.
       77  WRK-PARC-NA-FOLHA    PIC X(01) VALUES 'N'.
           88 PARCELA-NA-FOLHA VALUE 'S'.
       77  WRK-PCT-LIMITE-CONSIG PIC 9(02) VALUE 35.
       77  WRK-LIMITE-CONSIG    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-DESCONTO-CONSIG  PIC 9(08)V99 VALUES ZEROS.
       77  WRK-SALDO-AVULSO     PIC 9(08)V99 VALUES ZEROS.
       77  WRK-QTD-CTR-CONSIG   PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-CONTRATOS    PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PARCELAS     PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-CONSIGNADO   PIC 9(03) VALUES ZEROS.
       77  WRK-AUDIT-VALOR-ED   PIC ZZZZZZZZ9,99 VALUES ZEROS.
      * Contabilizacao da quitacao como a baixa do consignado do
      * PROG26: contas do de-para (departamento zero) e voucher 85AAMM
      * dos recebimentos de emprestimo, AAMM da data do processamento.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-MAPA-CONSIG      PIC X(01) VALUES 'N'.
           88 MAPA-CONSIG-COMPLETO VALUE 'S'.
       77  WRK-CONTA-EMPRESTIMO PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-RENEG      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-JUROS      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-FOLHA      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-RECEBER    PIC 9(04) VALUES ZEROS.
       77  WRK-MOTIVO-LANC      PIC X(10) VALUES SPACES.
       77  WRK-VALOR-LANC       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-JUROS-PARCELA    PIC 9(08)V99 VALUES ZEROS.
       01  WRK-DATA-LANC        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-LANC-R REDEFINES WRK-DATA-LANC.
           05 WRK-LANC-SECULO   PIC 9(02).
           05 WRK-LANC-AAMM     PIC 9(04).
           05 WRK-LANC-DIA      PIC 9(02).
       01  WRK-VOUCHER-EMPR     PIC 9(06) VALUES ZEROS.
       01  WRK-VOUCHER-EMPR-R REDEFINES WRK-VOUCHER-EMPR.
           05 WRK-VOUCHER-EVENTO PIC 9(02).
           05 WRK-VOUCHER-AAMM   PIC 9(04).
       01  WRK-COMP-DESLIG.
           05 WRK-COMP-DESLIG-ANO PIC 9(04).
           05 WRK-COMP-DESLIG-MES PIC 9(02).
       01  WRK-TAB-CONTRATOS.
           05 WRK-CON-ITEM OCCURS 100 TIMES
                            INDEXED BY WRK-IDX-CON.
              10 WRK-CON-NUMERO     PIC 9(06).
              10 WRK-CON-TOMADOR    PIC X(20).
              10 WRK-CON-PRINCIPAL  PIC 9(08)V99.
              10 WRK-CON-TAXA       PIC 9(03)V99.
              10 WRK-CON-PERIODOS   PIC 9(03).
              10 WRK-CON-TIPO       PIC X(01).
              10 WRK-CON-INICIO     PIC 9(06).
              10 WRK-CON-CONSIGNADO PIC X(01).
              10 WRK-CON-MATRICULA  PIC 9(05).
              10 WRK-CON-SITUACAO   PIC X(01).
              10 WRK-CON-RENEG      PIC 9(02).
              10 WRK-CON-ENVOLVIDO  PIC X(01).
              10 WRK-CON-QTD-QUIT   PIC 9(03).
              10 WRK-CON-QTD-FOLHA  PIC 9(03).
              10 WRK-CON-DESCONTO   PIC 9(08)V99.
              10 WRK-CON-AVULSO     PIC 9(08)V99.
       01  WRK-TAB-PARCELAS.
           05 WRK-PARCELA-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-IDX-PARCELA.
              10 WRK-PARC-CONTRATO   PIC 9(06).
              10 WRK-PARC-NUMERO     PIC 9(03).
              10 WRK-PARC-VENCIMENTO PIC 9(06).
              10 WRK-PARC-VALOR      PIC 9(08)V99.
              10 WRK-PARC-SITUACAO   PIC X(01).
              10 WRK-PARC-VALOR-PAGO PIC 9(08)V99.
              10 WRK-PARC-MULTA      PIC 9(06)V99.
              10 WRK-PARC-JUROS-MORA PIC 9(06)V99.
              10 WRK-PARC-ABATIMENTO PIC 9(06)V99.
              10 WRK-PARC-DATA-PAGTO PIC 9(06).
              10 WRK-PARC-AMORTIZACAO PIC 9(08)V99.
       01  WRK-TAB-CONSIGNADO.
           05 WRK-CONSIG-ITEM OCCURS 300 TIMES
                               INDEXED BY WRK-IDX-CONSIG.
              10 WRK-CONSIG-MATRICULA   PIC 9(05).
              10 WRK-CONSIG-COMPETENCIA PIC 9(06).
              10 WRK-CONSIG-CONTRATO    PIC 9(06).
              10 WRK-CONSIG-PARCELA     PIC 9(03).
              10 WRK-CONSIG-VALOR       PIC 9(06)V99.
              10 WRK-CONSIG-SITUACAO    PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG20' TO WRK-TRAILER-PROGRAMA.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           DISPLAY 'ULTIMO DIA TRABALHADO (AAAAMMDD): '.
           ACCEPT WRK-DATA-DESLIGAMENTO FROM CONSOLE.
           DISPLAY 'TIPO DE RESCISAO (1-SEM JUSTA CAUSA 2-PEDIDO DE ' ,
               'DEMISSAO 3-JUSTA CAUSA 4-TERMINO DE EXPERIENCIA ' ,
               '5-ACORDO 484-A): '.
           ACCEPT WRK-TIPO-RESCISAO FROM CONSOLE.
           IF RESC-SEM-JUSTA-CAUSA OR RESC-PEDIDO-DEMISSAO
              OR RESC-ACORDO
               DISPLAY 'AVISO PREVIO (I-INDENIZADO T-TRABALHADO ' ,
                   'D-DESCONTADO): '
               ACCEPT WRK-TIPO-AVISO FROM CONSOLE
           ELSE
               MOVE 'N' TO WRK-TIPO-AVISO
           END-IF.
           PERFORM 0080-VALIDAR-TIPO-RESCISAO.
           IF WRK-MES-DESLIG < 1 OR WRK-MES-DESLIG > 12
              OR WRK-DIA-DESLIG < 1 OR WRK-DIA-DESLIG > 31
               DISPLAY 'DATA DE DESLIGAMENTO INVALIDA - RESCISAO ' ,
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               IF NOT COMBINACAO-VALIDA
                   DISPLAY 'TIPO DE RESCISAO/AVISO PREVIO INVALIDO - ' ,
                       'RESCISAO NAO PROCESSADA'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 0100-PROCESSAR-RESCISAO
               END-IF
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Combinacoes aceitas de tipo de rescisao e aviso previo: sem
      * justa causa e acordo com aviso indenizado ou trabalhado;
      * pedido de demissao com aviso trabalhado ou descontado (o
      * empregado que nao cumpre o aviso tem os 30 dias descontados);
      * justa causa e termino de experiencia sem aviso. O tipo tambem
      * fixa o percentual da multa do FGTS.
       0080-VALIDAR-TIPO-RESCISAO.
           MOVE 'N' TO WRK-COMBINACAO-OK.
           MOVE ZEROS TO WRK-PCT-MULTA-FGTS.
           EVALUATE TRUE
               WHEN RESC-SEM-JUSTA-CAUSA
                   MOVE 'SEM JUSTA CAUSA' TO WRK-DESC-RESCISAO
                   MOVE 40 TO WRK-PCT-MULTA-FGTS
                   IF AVISO-INDENIZADO OR AVISO-TRABALHADO
                       SET COMBINACAO-VALIDA TO TRUE
                   END-IF
               WHEN RESC-PEDIDO-DEMISSAO
                   MOVE 'PEDIDO DE DEMISSAO' TO WRK-DESC-RESCISAO
                   IF AVISO-TRABALHADO OR AVISO-DESCONTADO
                       SET COMBINACAO-VALIDA TO TRUE
                   END-IF
               WHEN RESC-JUSTA-CAUSA
                   MOVE 'JUSTA CAUSA' TO WRK-DESC-RESCISAO
                   SET COMBINACAO-VALIDA TO TRUE
               WHEN RESC-TERMINO-EXPER
                   MOVE 'TERMINO DE EXPERIENCIA' TO WRK-DESC-RESCISAO
                   SET COMBINACAO-VALIDA TO TRUE
               WHEN RESC-ACORDO
                   MOVE 'ACORDO (ART. 484-A)' TO WRK-DESC-RESCISAO
                   MOVE 20 TO WRK-PCT-MULTA-FGTS
                   IF AVISO-INDENIZADO OR AVISO-TRABALHADO
                       SET COMBINACAO-VALIDA TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WRK-DESC-RESCISAO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AVISO-INDENIZADO
                   MOVE 'INDENIZADO' TO WRK-DESC-AVISO
               WHEN AVISO-TRABALHADO
                   MOVE 'TRABALHADO' TO WRK-DESC-AVISO
               WHEN AVISO-DESCONTADO
                   MOVE 'DESCONTADO' TO WRK-DESC-AVISO
               WHEN OTHER
                   MOVE 'NAO SE APLICA' TO WRK-DESC-AVISO
           END-EVALUATE.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
       0090-MONTAR-CABECALHO.
                           PERFORM 0200-CALCULAR-VERBAS
                           PERFORM 0300-IMPRIMIR-DEMONSTRATIVO
                           PERFORM 0400-EFETIVAR-DESLIGAMENTO
                           PERFORM 0450-EFETIVAR-CONSIGNADO
                           PERFORM 0500-GRAVAR-CREDITO-BANCO
                           PERFORM 0600-ATUALIZAR-YTD
                           PERFORM 0650-GRAVAR-EVENTO-RESCISAO
                           PERFORM 0660-REGISTRAR-OBRIGACAO
                           PERFORM 0700-GRAVAR-TOTAIS-EOD
                           MOVE 1 TO WRK-TRAILER-QTD
                           MOVE 'CONCLUIDO COM SUCESSO'
      * Verbas da rescisao: saldo de salario pelos dias trabalhados no
      * mes, 13o proporcional aos meses do ano (mes com 15 dias ou
      * mais conta inteiro) e ferias proporcionais do periodo
      * aquisitivo aberto, com o terco constitucional - a justa causa
      * perde o 13o e as ferias proporcionais. O aviso indenizado
      * (metade no acordo) entra como verba indenizatoria e projeta a
      * data de saida para a contagem dos avos; o aviso descontado do
      * pedido de demissao abate 30 dias de salario do liquido. INSS
      * sobre o saldo e sobre o 13o (calculo exclusivo); IRRF sobre o
      * saldo apos INSS; ferias e aviso indenizados sem tributacao.
       0200-CALCULAR-VERBAS.
           MOVE EMP-SALARIO TO WRK-SALARIO.
           COMPUTE WRK-SALDO-SALARIO ROUNDED =
               WRK-SALARIO / 30 * WRK-DIA-DESLIG.
           MOVE EMP-DIA-ENTRADA TO WRK-DIA-ADMISSAO.
           IF EMP-DIA-ENTRADA NOT NUMERIC
              OR WRK-DIA-ADMISSAO = ZEROS OR WRK-DIA-ADMISSAO > 31
               MOVE 1 TO WRK-DIA-ADMISSAO
           END-IF.
           COMPUTE WRK-MESES-TEMPO =
               (WRK-ANO-DESLIG - EMP-ANO-ENTRADA) * 12 +
               (WRK-MES-DESLIG - EMP-MES-ENTRADA).
           IF WRK-DIA-DESLIG < WRK-DIA-ADMISSAO
               SUBTRACT 1 FROM WRK-MESES-TEMPO
           END-IF.
           IF WRK-MESES-TEMPO < ZEROS
               MOVE ZEROS TO WRK-MESES-TEMPO
           END-IF.
           IF RESC-TERMINO-EXPER
               IF NOT EMP-CONTRATO-EXPERIENCIA
                   DISPLAY 'AVISO: FUNCIONARIO NAO ESTA EM CONTRATO ' ,
                       'DE EXPERIENCIA (TIPO ' EMP-TIPO-CONTRATO ')'
               ELSE
                   IF WRK-DATA-DESLIGAMENTO > EMP-FIM-CONTRATO
                       DISPLAY 'AVISO: EXPERIENCIA VENCIDA EM ' ,
                           EMP-FIM-CONTRATO ' - CONTRATO JA SEGUIA ' ,
                           'POR PRAZO INDETERMINADO'
                   END-IF
               END-IF
           END-IF.
           COMPUTE WRK-ANOS-COMPLETOS = WRK-MESES-TEMPO / 12.
           PERFORM 0210-CALCULAR-AVISO.
           MOVE ZEROS TO WRK-MESES-13.
           IF WRK-ANO-PROJ > WRK-ANO-DESLIG
               IF EMP-ANO-ENTRADA = WRK-ANO-DESLIG
                   COMPUTE WRK-MESES-13 = 13 - EMP-MES-ENTRADA +
                       WRK-MES-PROJ - 1
               ELSE
                   COMPUTE WRK-MESES-13 = 12 + WRK-MES-PROJ - 1
               END-IF
           ELSE
               IF EMP-ANO-ENTRADA = WRK-ANO-DESLIG
                   COMPUTE WRK-MESES-13 =
                       WRK-MES-PROJ - EMP-MES-ENTRADA
               ELSE
                   COMPUTE WRK-MESES-13 = WRK-MES-PROJ - 1
               END-IF
           END-IF.
           IF WRK-DIA-PROJ >= 15
               ADD 1 TO WRK-MESES-13
           END-IF.
           PERFORM 0205-AJUSTAR-MES-ADMISSAO.
           COMPUTE WRK-MESES-FERIAS =
               (WRK-ANO-PROJ - EMP-ANO-ENTRADA) * 12 +
               (WRK-MES-PROJ - EMP-MES-ENTRADA) -
               (WRK-ANOS-COMPLETOS * 12).
           IF WRK-DIA-PROJ >= WRK-DIA-ADMISSAO
               COMPUTE WRK-DIAS-FRACAO =
                   WRK-DIA-PROJ - WRK-DIA-ADMISSAO + 1
           ELSE
               SUBTRACT 1 FROM WRK-MESES-FERIAS
               COMPUTE WRK-DIAS-FRACAO =
                   31 - WRK-DIA-ADMISSAO + WRK-DIA-PROJ
           END-IF.
           IF WRK-DIAS-FRACAO >= 15
               ADD 1 TO WRK-MESES-FERIAS
           END-IF.
           IF WRK-MESES-FERIAS < ZEROS
               MOVE ZEROS TO WRK-MESES-FERIAS
           END-IF.
           IF RESC-JUSTA-CAUSA
               MOVE ZEROS TO WRK-MESES-13 WRK-MESES-FERIAS
           END-IF.
           COMPUTE WRK-VALOR-13 ROUNDED =
               WRK-SALARIO * WRK-MESES-13 / 12.
           COMPUTE WRK-VALOR-FERIAS ROUNDED =
               WRK-SALARIO * WRK-MESES-FERIAS / 12.
           COMPUTE WRK-TERCO-FERIAS ROUNDED = WRK-VALOR-FERIAS / 3.
           PERFORM 0220-APURAR-BANCO-HORAS.
           COMPUTE WRK-BASE-CALC =
               WRK-SALDO-SALARIO + WRK-VALOR-BH-PAGO.
           PERFORM 0260-CALCULAR-INSS.
           MOVE WRK-INSS-CALC TO WRK-INSS-SALDO.
           PERFORM 0270-CALCULAR-IRRF.
           PERFORM 0280-CALCULAR-MULTA-FGTS.
           COMPUTE WRK-TOTAL-BRUTO = WRK-SALDO-SALARIO +
               WRK-VALOR-13 + WRK-VALOR-FERIAS + WRK-TERCO-FERIAS +
               WRK-VALOR-AVISO + WRK-MULTA-FGTS + WRK-VALOR-BH-PAGO.
           COMPUTE WRK-TOTAL-LIQUIDO = WRK-TOTAL-BRUTO -
               WRK-INSS-SALDO - WRK-IRRF-SALDO - WRK-INSS-13 -
               WRK-DESCONTO-AVISO.
      * O desconto do banco devedor nao deixa o liquido negativo.
           IF WRK-VALOR-BH-DESC > ZEROS
               IF WRK-TOTAL-LIQUIDO <= ZEROS
                   MOVE ZEROS TO WRK-VALOR-BH-DESC
               ELSE
                   IF WRK-VALOR-BH-DESC > WRK-TOTAL-LIQUIDO
                       MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-BH-DESC
                   END-IF
               END-IF
               SUBTRACT WRK-VALOR-BH-DESC FROM WRK-TOTAL-LIQUIDO
           END-IF.
           PERFORM 0230-QUITAR-CONSIGNADO.
           SUBTRACT WRK-DESCONTO-CONSIG FROM WRK-TOTAL-LIQUIDO.
      * So o saldo de salario e o 13o sao tributaveis (as ferias
      * indenizadas com o terco, o aviso indenizado e a multa de FGTS
      * nao entram na base) - e essa a parcela que vai para o
      * acumulado anual.
           COMPUTE WRK-BRUTO-TRIBUTAVEL = WRK-SALDO-SALARIO +
               WRK-VALOR-13 + WRK-VALOR-BH-PAGO.

      * Saldo do banco de horas no desligamento: credor e pago como
      * extra a 50% sobre o salario-hora; devedor so e descontado com
      * autorizacao no acordo (sem acordo ativo, nao desconta).
       0220-APURAR-BANCO-HORAS.
           MOVE ZEROS TO WRK-VALOR-BH-PAGO WRK-VALOR-BH-DESC
                         WRK-MIN-BH-ABSOLUTO.
           MOVE EMP-MATRICULA TO WRK-BH-MATRICULA.
           PERFORM 9130-APURAR-SALDO-BH.
           IF WRK-BH-SALDO NOT = ZEROS
               PERFORM 9100-CARREGAR-ACORDOS-BH
               MOVE ZEROS TO WRK-BH-DATA
               PERFORM 9110-LOCALIZAR-ACORDO-BH
               COMPUTE WRK-VALOR-HORA ROUNDED =
                   WRK-SALARIO / WRK-JORNADA-MENSAL
           END-IF.
           EVALUATE TRUE
               WHEN WRK-BH-SALDO > ZEROS
                   MOVE WRK-BH-SALDO TO WRK-MIN-BH-ABSOLUTO
                   COMPUTE WRK-VALOR-BH-PAGO ROUNDED =
                       WRK-VALOR-HORA * WRK-MIN-BH-ABSOLUTO / 60 * 1,5
               WHEN WRK-BH-SALDO < ZEROS
                   COMPUTE WRK-MIN-BH-ABSOLUTO = ZEROS - WRK-BH-SALDO
                   IF BH-TEM-ACORDO AND BH-PERMITE-DESCONTO
                       COMPUTE WRK-VALOR-BH-DESC ROUNDED =
                           WRK-VALOR-HORA * WRK-MIN-BH-ABSOLUTO / 60
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Mes de admissao no ano do desligamento: a contagem acima o
      * tomou inteiro (admissao no dia 01); so vale o avo se houve 15
      * dias ou mais trabalhados nele (mes comercial de 30 dias) -
      * admissao e saida no mesmo mes contam os dias entre as duas.
       0205-AJUSTAR-MES-ADMISSAO.
           IF EMP-ANO-ENTRADA = WRK-ANO-DESLIG
               IF EMP-MES-ENTRADA = WRK-MES-PROJ
                  AND WRK-ANO-PROJ = WRK-ANO-DESLIG
                   MOVE ZEROS TO WRK-MESES-13
                   IF WRK-DIA-PROJ >= WRK-DIA-ADMISSAO
                      AND WRK-DIA-PROJ - WRK-DIA-ADMISSAO + 1 >= 15
                       MOVE 1 TO WRK-MESES-13
                   END-IF
               ELSE
                   IF WRK-DIA-ADMISSAO > 16 AND WRK-MESES-13 > ZEROS
                       SUBTRACT 1 FROM WRK-MESES-13
                   END-IF
               END-IF
           END-IF.

      * Aviso previo: proporcional ao tempo de casa (30 dias mais 3
      * por ano completo, limitado a 90). Indenizado paga os dias
      * (metade no acordo do art. 484-A) e projeta a data de saida;
      * descontado abate os 30 dias que o empregado nao cumpriu;
      * trabalhado ja foi pago nas folhas do periodo.
       0210-CALCULAR-AVISO.
           MOVE ZEROS TO WRK-DIAS-AVISO WRK-VALOR-AVISO
               WRK-DESCONTO-AVISO.
           MOVE WRK-DATA-DESLIGAMENTO TO WRK-DATA-PROJETADA.
           EVALUATE TRUE
               WHEN AVISO-INDENIZADO
                   COMPUTE WRK-DIAS-AVISO =
                       30 + (3 * WRK-ANOS-COMPLETOS)
                   IF WRK-DIAS-AVISO > 90
                       MOVE 90 TO WRK-DIAS-AVISO
                   END-IF
                   COMPUTE WRK-VALOR-AVISO ROUNDED =
                       WRK-SALARIO / 30 * WRK-DIAS-AVISO
                   IF RESC-ACORDO
                       COMPUTE WRK-VALOR-AVISO ROUNDED =
                           WRK-VALOR-AVISO / 2
                   END-IF
                   COMPUTE WRK-DIAS-PROJ =
                       WRK-DIA-DESLIG + WRK-DIAS-AVISO - 1
                   DIVIDE WRK-DIAS-PROJ BY 30 GIVING WRK-MESES-PROJ
                       REMAINDER WRK-DIA-PROJ
                   ADD 1 TO WRK-DIA-PROJ
                   COMPUTE WRK-MESES-PROJ =
                       WRK-MES-DESLIG - 1 + WRK-MESES-PROJ
                   DIVIDE WRK-MESES-PROJ BY 12 GIVING WRK-ANOS-PROJ
                       REMAINDER WRK-MES-PROJ
                   ADD 1 TO WRK-MES-PROJ
                   COMPUTE WRK-ANO-PROJ =
                       WRK-ANO-DESLIG + WRK-ANOS-PROJ
               WHEN AVISO-TRABALHADO
                   COMPUTE WRK-DIAS-AVISO =
                       30 + (3 * WRK-ANOS-COMPLETOS)
                   IF WRK-DIAS-AVISO > 90
                       MOVE 90 TO WRK-DIAS-AVISO
                   END-IF
               WHEN AVISO-DESCONTADO
                   MOVE 30 TO WRK-DIAS-AVISO
                   MOVE WRK-SALARIO TO WRK-DESCONTO-AVISO
           END-EVALUATE.

      * Consignado do desligado: as parcelas em aberto dos contratos
      * consignados ativos da matricula sao quitadas, na ordem do
      * cronograma, ate o limite legal sobre o liquido da rescisao;
      * parcela que a folha ja descontou (situacao 'D' em
      * CONSIGNADO.DAT, aguardando a baixa do PROG26) nao e cobrada
      * de novo. A partir da primeira parcela que nao couber, o
      * restante fica para cobranca avulsa.
       0230-QUITAR-CONSIGNADO.
           MOVE ZEROS TO WRK-DESCONTO-CONSIG WRK-SALDO-AVULSO
               WRK-QTD-CTR-CONSIG WRK-LIMITE-CONSIG.
           MOVE 'N' TO WRK-LIMITE-ATINGIDO.
           MOVE WRK-ANO-DESLIG TO WRK-COMP-DESLIG-ANO.
           MOVE WRK-MES-DESLIG TO WRK-COMP-DESLIG-MES.
           PERFORM 0231-CARREGAR-CONTRATOS.
           PERFORM 0232-CARREGAR-PARCELAS.
           PERFORM 0233-CARREGAR-CONSIGNADO.
           PERFORM 0234-CARREGAR-MAPA.
           ACCEPT WRK-DATA-LANC FROM DATE YYYYMMDD.
           PERFORM 9670-CARREGAR-PERIODOS.
           COMPUTE WRK-PST-COMPETENCIA = WRK-DATA-LANC / 100.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF CONSIG-ESTOUROU
               DISPLAY 'AVISO: CONTRATOS/PARCELAS/CONSIGNADO MAIORES ' ,
                   'QUE AS TABELAS - CONSIGNADO NAO QUITADO NA ' ,
                   'RESCISAO'
           ELSE
               IF WRK-TOTAL-LIQUIDO > ZEROS
                   COMPUTE WRK-LIMITE-CONSIG ROUNDED =
                       WRK-TOTAL-LIQUIDO * WRK-PCT-LIMITE-CONSIG / 100
               END-IF
               PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                       UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
                   IF WRK-CON-CONSIGNADO(WRK-IDX-CON) = 'S'
                      AND WRK-CON-MATRICULA(WRK-IDX-CON) =
                          WRK-MATRICULA
                      AND WRK-CON-SITUACAO(WRK-IDX-CON) NOT = 'Q'
                      AND WRK-CON-SITUACAO(WRK-IDX-CON) NOT = 'R'
                       EVALUATE TRUE
                           WHEN PERIODO-FECHADO
                               DISPLAY 'AVISO: COMPETENCIA ' ,
                                   WRK-PST-COMPETENCIA ' FECHADA NO ' ,
                                   'CONTROLE DE PERIODO - CONTRATO ' ,
                                   WRK-CON-NUMERO(WRK-IDX-CON) ,
                                   ' NAO QUITADO NA RESCISAO ' ,
                                   '(REABRA NO PROG52)'
                           WHEN NOT MAPA-CONSIG-COMPLETO
                               DISPLAY 'AVISO: CONTA-MAPA.DAT SEM ' ,
                                   'ALGUMA DAS CLASSES EMPRESTIMO, ' ,
                                   'EMPRRENEG, JUROSEMPR, AJUSTE - ' ,
                                   'CONTRATO ' ,
                                   WRK-CON-NUMERO(WRK-IDX-CON) ,
                                   ' NAO QUITADO NA RESCISAO'
                           WHEN OTHER
                               PERFORM 0235-QUITAR-UM-CONTRATO
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

       0235-QUITAR-UM-CONTRATO.
           MOVE 'S' TO WRK-CON-ENVOLVIDO(WRK-IDX-CON).
           ADD 1 TO WRK-QTD-CTR-CONSIG.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
               IF WRK-PARC-CONTRATO(WRK-IDX-PARCELA) =
                       WRK-CON-NUMERO(WRK-IDX-CON)
                  AND WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'A'
                   PERFORM 0236-VERIFICAR-PARCELA-FOLHA
                   IF NOT PARCELA-NA-FOLHA
                       IF NOT LIMITE-CONSIG-ATINGIDO
                          AND WRK-DESCONTO-CONSIG +
                              WRK-PARC-VALOR(WRK-IDX-PARCELA) <=
                              WRK-LIMITE-CONSIG
                           MOVE 'X' TO
                               WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
                           ADD WRK-PARC-VALOR(WRK-IDX-PARCELA) TO
                               WRK-DESCONTO-CONSIG
                               WRK-CON-DESCONTO(WRK-IDX-CON)
                           ADD 1 TO WRK-CON-QTD-QUIT(WRK-IDX-CON)
                       ELSE
                           SET LIMITE-CONSIG-ATINGIDO TO TRUE
                           ADD WRK-PARC-VALOR(WRK-IDX-PARCELA) TO
                               WRK-SALDO-AVULSO
                               WRK-CON-AVULSO(WRK-IDX-CON)
                       END-IF
                   ELSE
                       ADD 1 TO WRK-CON-QTD-FOLHA(WRK-IDX-CON)
                   END-IF
               END-IF
           END-PERFORM.

      * Parcela ja descontada pela folha e ainda nao baixada.
       0236-VERIFICAR-PARCELA-FOLHA.
           MOVE 'N' TO WRK-PARC-NA-FOLHA.
           PERFORM VARYING WRK-IDX-CONSIG FROM 1 BY 1
                   UNTIL WRK-IDX-CONSIG > WRK-QTD-CONSIGNADO
               IF WRK-CONSIG-CONTRATO(WRK-IDX-CONSIG) =
                       WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                  AND WRK-CONSIG-PARCELA(WRK-IDX-CONSIG) =
                       WRK-PARC-NUMERO(WRK-IDX-PARCELA)
                  AND WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG) = 'D'
                   SET PARCELA-NA-FOLHA TO TRUE
               END-IF
           END-PERFORM.

      * Contas da baixa do consignado no de-para (departamento zero);
      * sem todas elas a quitacao nao entraria na contabilidade e o
      * contrato fica como esta.
       0234-CARREGAR-MAPA.
           MOVE 'N' TO WRK-MAPA-CONSIG.
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
                                   WHEN 'EMPRESTIMO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-EMPRESTIMO
                                   WHEN 'EMPRRENEG'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-RENEG
                                   WHEN 'JUROSEMPR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-JUROS
                                   WHEN 'AJUSTE'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-FOLHA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
           END-IF.
           IF WRK-CONTA-EMPRESTIMO > ZEROS
              AND WRK-CONTA-RENEG > ZEROS
              AND WRK-CONTA-JUROS > ZEROS
              AND WRK-CONTA-FOLHA > ZEROS
               MOVE 'S' TO WRK-MAPA-CONSIG
           END-IF.

       0231-CARREGAR-CONTRATOS.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WRK-STATUS-CONTRATOS = '00'
               PERFORM UNTIL FIM-CONTRATOS
                   READ LOAN-MASTER-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTRATOS
                       NOT AT END
                           IF WRK-QTD-CONTRATOS < 100
                               ADD 1 TO WRK-QTD-CONTRATOS
                               SET WRK-IDX-CON TO WRK-QTD-CONTRATOS
                               MOVE CON-NUMERO TO
                                   WRK-CON-NUMERO(WRK-IDX-CON)
                               MOVE CON-TOMADOR TO
                                   WRK-CON-TOMADOR(WRK-IDX-CON)
                               MOVE CON-PRINCIPAL TO
                                   WRK-CON-PRINCIPAL(WRK-IDX-CON)
                               MOVE CON-TAXA TO
                                   WRK-CON-TAXA(WRK-IDX-CON)
                               MOVE CON-PERIODOS TO
                                   WRK-CON-PERIODOS(WRK-IDX-CON)
                               MOVE CON-TIPO TO
                                   WRK-CON-TIPO(WRK-IDX-CON)
                               MOVE CON-INICIO TO
                                   WRK-CON-INICIO(WRK-IDX-CON)
                               MOVE CON-CONSIGNADO TO
                                   WRK-CON-CONSIGNADO(WRK-IDX-CON)
                               MOVE CON-MATRICULA TO
                                   WRK-CON-MATRICULA(WRK-IDX-CON)
                               MOVE CON-SITUACAO TO
                                   WRK-CON-SITUACAO(WRK-IDX-CON)
                               MOVE CON-RENEG TO
                                   WRK-CON-RENEG(WRK-IDX-CON)
                               MOVE 'N' TO
                                   WRK-CON-ENVOLVIDO(WRK-IDX-CON)
                               MOVE ZEROS TO
                                   WRK-CON-QTD-QUIT(WRK-IDX-CON)
                                   WRK-CON-QTD-FOLHA(WRK-IDX-CON)
                                   WRK-CON-DESCONTO(WRK-IDX-CON)
                                   WRK-CON-AVULSO(WRK-IDX-CON)
                           ELSE
                               SET CONSIG-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

       0232-CARREGAR-PARCELAS.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-STATUS-PARCELAS = '00'
               PERFORM UNTIL FIM-PARCELAS
                   READ PARCELAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PARCELAS
                       NOT AT END
                           IF WRK-QTD-PARCELAS < 500
                               ADD 1 TO WRK-QTD-PARCELAS
                               SET WRK-IDX-PARCELA
                                   TO WRK-QTD-PARCELAS
                               MOVE PAR-CONTRATO TO
                                   WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                               MOVE PAR-NUMERO TO
                                   WRK-PARC-NUMERO(WRK-IDX-PARCELA)
                               MOVE PAR-VENCIMENTO TO
                                   WRK-PARC-VENCIMENTO
                                       (WRK-IDX-PARCELA)
                               MOVE PAR-VALOR TO
                                   WRK-PARC-VALOR(WRK-IDX-PARCELA)
                               MOVE PAR-SITUACAO TO
                                   WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
                               MOVE PAR-VALOR-PAGO TO
                                   WRK-PARC-VALOR-PAGO
                                       (WRK-IDX-PARCELA)
                               MOVE PAR-MULTA TO
                                   WRK-PARC-MULTA(WRK-IDX-PARCELA)
                               MOVE PAR-JUROS-MORA TO
                                   WRK-PARC-JUROS-MORA
                                       (WRK-IDX-PARCELA)
                               MOVE PAR-ABATIMENTO TO
                                   WRK-PARC-ABATIMENTO
                                       (WRK-IDX-PARCELA)
                               MOVE PAR-DATA-PAGTO TO
                                   WRK-PARC-DATA-PAGTO
                                       (WRK-IDX-PARCELA)
                               IF PAR-AMORTIZACAO NUMERIC
                                   MOVE PAR-AMORTIZACAO TO
                                       WRK-PARC-AMORTIZACAO
                                           (WRK-IDX-PARCELA)
                               ELSE
                                   MOVE PAR-VALOR TO
                                       WRK-PARC-AMORTIZACAO
                                           (WRK-IDX-PARCELA)
                               END-IF
                           ELSE
                               SET CONSIG-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELAS-FILE
           END-IF.

       0233-CARREGAR-CONSIGNADO.
           OPEN INPUT CONSIGNADO-FILE.
           IF WRK-STATUS-CONSIGNADO = '00'
               PERFORM UNTIL FIM-CONSIGNADO
                   READ CONSIGNADO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONSIGNADO
                       NOT AT END
                           IF WRK-QTD-CONSIGNADO < 300
                               ADD 1 TO WRK-QTD-CONSIGNADO
                               SET WRK-IDX-CONSIG
                                   TO WRK-QTD-CONSIGNADO
                               MOVE CSG-MATRICULA TO
                                   WRK-CONSIG-MATRICULA
                                       (WRK-IDX-CONSIG)
                               MOVE CSG-COMPETENCIA TO
                                   WRK-CONSIG-COMPETENCIA
                                       (WRK-IDX-CONSIG)
                               MOVE CSG-CONTRATO TO
                                   WRK-CONSIG-CONTRATO
                                       (WRK-IDX-CONSIG)
                               MOVE CSG-PARCELA TO
                                   WRK-CONSIG-PARCELA
                                       (WRK-IDX-CONSIG)
                               MOVE CSG-VALOR TO
                                   WRK-CONSIG-VALOR(WRK-IDX-CONSIG)
                               MOVE CSG-SITUACAO TO
                                   WRK-CONSIG-SITUACAO
                                       (WRK-IDX-CONSIG)
                           ELSE
                               SET CONSIG-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSIGNADO-FILE
           END-IF.

      * Multa sobre o saldo de FGTS depositado para a matricula (40%
      * sem justa causa, 20% no acordo, nenhuma nos demais tipos) - o
      * saldo vem de FGTS-SALDO.DAT, mantido pela folha do PROG04; sem
      * o arquivo (ou sem saldo), a multa sai zerada com aviso.
       0280-CALCULAR-MULTA-FGTS.
           MOVE ZEROS TO WRK-SALDO-FGTS WRK-MULTA-FGTS.
           MOVE 'N' TO WRK-SALDO-ACHADO WRK-FIM-FGTS-SAL.
           IF WRK-PCT-MULTA-FGTS = ZEROS
               SET FIM-FGTS-SAL TO TRUE
               SET SALDO-FGTS-ACHADO TO TRUE
           END-IF.
           IF NOT FIM-FGTS-SAL
               OPEN INPUT FGTS-SALDO-FILE
           END-IF.
           IF NOT FIM-FGTS-SAL AND WRK-STATUS-FGTS-SAL = '00'
               PERFORM UNTIL FIM-FGTS-SAL
                   READ FGTS-SALDO-FILE
                       AT END
           END-IF.
           IF SALDO-FGTS-ACHADO
               COMPUTE WRK-MULTA-FGTS ROUNDED =
                   WRK-SALDO-FGTS * WRK-PCT-MULTA-FGTS / 100
           ELSE
               DISPLAY 'AVISO: SALDO DE FGTS NAO ENCONTRADO PARA ' ,
                   'A MATRICULA ' WRK-MATRICULA ' - MULTA DE ' ,
                   WRK-PCT-MULTA-FGTS '% NAO CALCULADA'
           END-IF.

      * Mesmas faixas simplificadas de INSS da folha (0260 do PROG04),

       0300-IMPRIMIR-DEMONSTRATIVO.
           DISPLAY 'MATRICULA: ' EMP-MATRICULA '  NOME: ' EMP-NOME.
           DISPLAY 'ADMISSAO: ' WRK-DIA-ADMISSAO '/' ,
               EMP-MES-ENTRADA '/' EMP-ANO-ENTRADA ,
               '  DESLIGAMENTO: ' WRK-DIA-DESLIG '/' WRK-MES-DESLIG ,
               '/' WRK-ANO-DESLIG.
           DISPLAY 'TIPO DE RESCISAO: ' WRK-DESC-RESCISAO ,
               '  AVISO PREVIO: ' WRK-DESC-AVISO.
           IF AVISO-INDENIZADO
               DISPLAY 'DATA PROJETADA PELO AVISO: ' WRK-DIA-PROJ '/' ,
                   WRK-MES-PROJ '/' WRK-ANO-PROJ
           END-IF.
           DISPLAY '-----------------------------------------------'.
           MOVE WRK-SALDO-SALARIO TO WRK-MASC-VERBA.
           DISPLAY 'SALDO DE SALARIO (' WRK-DIA-DESLIG ' DIAS): ' ,
               '/12): ' WRK-MASC-VERBA.
           MOVE WRK-TERCO-FERIAS TO WRK-MASC-VERBA.
           DISPLAY 'UM TERCO DE FERIAS: ' WRK-MASC-VERBA.
           IF AVISO-INDENIZADO
               MOVE WRK-VALOR-AVISO TO WRK-MASC-VERBA
               DISPLAY 'AVISO PREVIO INDENIZADO (' WRK-DIAS-AVISO ,
                   ' DIAS): ' WRK-MASC-VERBA
           END-IF.
           IF AVISO-TRABALHADO
               DISPLAY 'AVISO PREVIO TRABALHADO (' WRK-DIAS-AVISO ,
                   ' DIAS) - SEM VERBA NA RESCISAO'
           END-IF.
           MOVE WRK-INSS-SALDO TO WRK-MASC-VERBA.
           DISPLAY 'INSS SOBRE SALDO: ' WRK-MASC-VERBA.
           MOVE WRK-IRRF-SALDO TO WRK-MASC-VERBA.
           MOVE WRK-SALDO-FGTS TO WRK-MASC-TOTAL.
           DISPLAY 'SALDO DE FGTS DEPOSITADO: ' WRK-MASC-TOTAL.
           MOVE WRK-MULTA-FGTS TO WRK-MASC-TOTAL.
           DISPLAY 'MULTA DE ' WRK-PCT-MULTA-FGTS '% DO FGTS: ' ,
               WRK-MASC-TOTAL.
           IF AVISO-DESCONTADO
               MOVE WRK-DESCONTO-AVISO TO WRK-MASC-VERBA
               DISPLAY 'DESCONTO DE AVISO PREVIO (' WRK-DIAS-AVISO ,
                   ' DIAS): ' WRK-MASC-VERBA
           END-IF.
           IF WRK-QTD-CTR-CONSIG > ZEROS
               PERFORM 0310-IMPRIMIR-CONSIGNADO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-BH-SALDO > ZEROS
                   MOVE WRK-VALOR-BH-PAGO TO WRK-MASC-VERBA
                   DISPLAY 'BANCO DE HORAS CREDOR (' ,
                       WRK-MIN-BH-ABSOLUTO ' MIN A 50%): ' ,
                       WRK-MASC-VERBA
               WHEN WRK-BH-SALDO < ZEROS
                AND WRK-VALOR-BH-DESC > ZEROS
                   MOVE WRK-VALOR-BH-DESC TO WRK-MASC-VERBA
                   DISPLAY 'DESCONTO BANCO DE HORAS DEVEDOR (' ,
                       WRK-MIN-BH-ABSOLUTO ' MIN): ' WRK-MASC-VERBA
               WHEN WRK-BH-SALDO < ZEROS
                   DISPLAY 'BANCO DE HORAS DEVEDOR (' ,
                       WRK-MIN-BH-ABSOLUTO ' MIN) ABONADO - SEM ' ,
                       'DESCONTO AUTORIZADO'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY '-----------------------------------------------'.
           MOVE WRK-TOTAL-BRUTO TO WRK-MASC-TOTAL.
           DISPLAY 'TOTAL BRUTO DA RESCISAO: ' WRK-MASC-TOTAL.
           DISPLAY 'TOTAL LIQUIDO DA RESCISAO: ' WRK-MASC-TOTAL.
           DISPLAY WRK-RODAPE-MENSAGEM.

      * Uma linha de desconto por contrato consignado quitado na
      * rescisao e, quando sobra saldo, a conversao para cobranca
      * avulsa.
       0310-IMPRIMIR-CONSIGNADO.
           MOVE WRK-LIMITE-CONSIG TO WRK-MASC-TOTAL.
           DISPLAY 'LIMITE PARA DESCONTO DE CONSIGNADO (' ,
               WRK-PCT-LIMITE-CONSIG '% DO LIQUIDO): ' WRK-MASC-TOTAL.
           PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                   UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
               IF WRK-CON-ENVOLVIDO(WRK-IDX-CON) = 'S'
                   MOVE WRK-CON-DESCONTO(WRK-IDX-CON) TO WRK-MASC-TOTAL
                   DISPLAY 'DESCONTO CONSIGNADO CONTRATO ' ,
                       WRK-CON-NUMERO(WRK-IDX-CON) ' (' ,
                       WRK-CON-QTD-QUIT(WRK-IDX-CON) ' PARCELAS): ' ,
                       WRK-MASC-TOTAL
                   IF WRK-CON-AVULSO(WRK-IDX-CON) > ZEROS
                       MOVE WRK-CON-AVULSO(WRK-IDX-CON)
                           TO WRK-MASC-TOTAL
                       DISPLAY '  SALDO CONVERTIDO PARA COBRANCA ' ,
                           'AVULSA: ' WRK-MASC-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

      * Marca a situacao 'D' (o PROG09 e o PROG04 ja pulam desligados)
      * e registra o evento na auditoria compartilhada e no
      * historico do cadastro, valendo na data do desligamento.
       0400-EFETIVAR-DESLIGAMENTO.
           PERFORM 9155-GUARDAR-HIST-FUNC-ANTERIOR.
           MOVE 'D' TO EMP-SITUACAO.
           REWRITE EMP-RECORD.
           MOVE 'RESCISAO'            TO WRK-HFU-EVENTO.
           MOVE WRK-DATA-DESLIGAMENTO TO WRK-HFU-DATA-EFETIVA.
           MOVE 'PROG20'              TO WRK-HFU-PROGRAMA.
           MOVE WRK-USUARIO           TO WRK-HFU-USUARIO.
           PERFORM 9157-GUARDAR-HIST-FUNC-NOVO.
           PERFORM 9150-GRAVAR-HISTORICO-FUNC.
           MOVE WRK-USUARIO   TO WRK-AUDIT-USUARIO.
           MOVE 'RESCISAO'    TO WRK-AUDIT-ACAO.
           MOVE EMP-MATRICULA TO WRK-AUDIT-CHAVE.
           MOVE 'ATIVO'       TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE SPACES        TO WRK-AUDIT-VALOR-NOVO.
           STRING 'DESLIG T' WRK-TIPO-RESCISAO ' AV ' WRK-TIPO-AVISO
               DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO.
           MOVE 'EFETIVADO'   TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           DISPLAY 'FUNCIONARIO ' EMP-MATRICULA ' MARCADO COMO ' ,
               'DESLIGADO E EVENTO AUDITADO.'.
           PERFORM 0410-ZERAR-BANCO-HORAS.

      * Lancamento de rescisao que leva o banco de horas a zero - o
      * saldo ja foi pago, descontado ou abonado no demonstrativo.
       0410-ZERAR-BANCO-HORAS.
           IF WRK-BH-SALDO NOT = ZEROS
               MOVE EMP-MATRICULA         TO WRK-BH-MATRICULA
               MOVE WRK-DATA-DESLIGAMENTO TO WRK-BH-DATA
               MOVE WRK-DATA-DESLIGAMENTO(1:6) TO WRK-BH-COMPETENCIA
               MOVE 'R'                   TO WRK-BH-ORIGEM
               MOVE WRK-USUARIO           TO WRK-BH-USUARIO
               MOVE WRK-MIN-BH-ABSOLUTO   TO WRK-BH-MINUTOS
               IF WRK-BH-SALDO > ZEROS
                   MOVE 'D' TO WRK-BH-NATUREZA
               ELSE
                   MOVE 'C' TO WRK-BH-NATUREZA
               END-IF
               PERFORM 9120-LANCAR-BANCO-HORAS
           END-IF.

      * Efetiva a quitacao do consignado: parcelas 'X' baixadas como
      * na baixa do PROG26 (situacao 'P', valor pago igual ao valor
      * da parcela, sem mora, competencia do desligamento); os
      * descontos em folha da matricula saem de CONSIGNADO.DAT como
      * quitados ('Q') ou, os que sobraram, convertidos para cobranca
      * avulsa ('V', que o PROG04 nao desconta mais); o contrato com
      * saldo deixa de ser consignado e o quitado fecha com 'Q'.
      * Cada parcela quitada e lancada em TRANS.DAT pelo 0452, na
      * data ja conferida contra o controle de periodo no 0230.
       0450-EFETIVAR-CONSIGNADO.
           IF WRK-QTD-CTR-CONSIG > ZEROS
               MOVE 85 TO WRK-VOUCHER-EVENTO
               MOVE WRK-LANC-AAMM TO WRK-VOUCHER-AAMM
               OPEN EXTEND TRANS-FILE
               IF WRK-STATUS-TRANS = '35'
                   OPEN OUTPUT TRANS-FILE
               END-IF
               PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                       UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
                   IF WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'X'
                       MOVE 'P' TO WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
                       MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA) TO
                           WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA)
                       MOVE ZEROS TO
                           WRK-PARC-MULTA(WRK-IDX-PARCELA)
                           WRK-PARC-JUROS-MORA(WRK-IDX-PARCELA)
                       MOVE WRK-COMP-DESLIG TO
                           WRK-PARC-DATA-PAGTO(WRK-IDX-PARCELA)
                       PERFORM 0452-LANCAR-PARCELA-CONSIG
                   END-IF
               END-PERFORM
               CLOSE TRANS-FILE
               PERFORM VARYING WRK-IDX-CONSIG FROM 1 BY 1
                       UNTIL WRK-IDX-CONSIG > WRK-QTD-CONSIGNADO
                   IF WRK-CONSIG-MATRICULA(WRK-IDX-CONSIG) =
                           WRK-MATRICULA
                      AND WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG) = 'A'
                       PERFORM 0455-SITUAR-DESCONTO-FOLHA
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                       UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
                   IF WRK-CON-ENVOLVIDO(WRK-IDX-CON) = 'S'
                       PERFORM 0460-AUDITAR-CONSIGNADO
                   END-IF
               END-PERFORM
               PERFORM 0470-REGRAVAR-CONSIGNADO
           END-IF.

      * Lancamento da parcela em WRK-IDX-PARCELA, como o recebimento
      * do consignado no PROG26 (motivo ERSC + contrato): debito no
      * AJUSTE da folha pelo valor da parcela, credito da amortizacao
      * na conta a receber (EMPRRENEG se o contrato ja foi
      * renegociado, senao EMPRESTIMO) e do resto em JUROSEMPR.
       0452-LANCAR-PARCELA-CONSIG.
           MOVE WRK-CONTA-EMPRESTIMO TO WRK-CONTA-RECEBER.
           PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                   UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
               IF WRK-CON-NUMERO(WRK-IDX-CON) =
                       WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                  AND WRK-CON-RENEG(WRK-IDX-CON) > ZEROS
                   MOVE WRK-CONTA-RENEG TO WRK-CONTA-RECEBER
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-MOTIVO-LANC.
           STRING 'ERSC' DELIMITED BY SIZE
                  WRK-PARC-CONTRATO(WRK-IDX-PARCELA) DELIMITED BY SIZE
                  INTO WRK-MOTIVO-LANC.
           IF WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA) >
              WRK-PARC-VALOR(WRK-IDX-PARCELA)
               MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA)
                   TO WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
           END-IF.
           COMPUTE WRK-JUROS-PARCELA =
               WRK-PARC-VALOR(WRK-IDX-PARCELA) -
               WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA).
           MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA) TO WRK-VALOR-LANC.
           MOVE WRK-CONTA-FOLHA TO TRN-CONTA.
           MOVE 'D' TO TRN-DC.
           PERFORM 0458-GRAVAR-LANCAMENTO.
           IF WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA) > ZEROS
               MOVE WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                   TO WRK-VALOR-LANC
               MOVE WRK-CONTA-RECEBER TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0458-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-JUROS-PARCELA > ZEROS
               MOVE WRK-JUROS-PARCELA TO WRK-VALOR-LANC
               MOVE WRK-CONTA-JUROS TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0458-GRAVAR-LANCAMENTO
           END-IF.

       0458-GRAVAR-LANCAMENTO.
           MOVE WRK-VALOR-LANC   TO TRN-VALOR.
           MOVE WRK-DATA-LANC    TO TRN-DATA.
           MOVE WRK-MOTIVO-LANC  TO TRN-MOTIVO.
           MOVE WRK-VOUCHER-EMPR TO TRN-VOUCHER.
           WRITE TRANS-RECORD.

       0455-SITUAR-DESCONTO-FOLHA.
           MOVE 'V' TO WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG).
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
               IF WRK-PARC-CONTRATO(WRK-IDX-PARCELA) =
                       WRK-CONSIG-CONTRATO(WRK-IDX-CONSIG)
                  AND WRK-PARC-NUMERO(WRK-IDX-PARCELA) =
                       WRK-CONSIG-PARCELA(WRK-IDX-CONSIG)
                  AND WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'P'
                   MOVE 'Q' TO WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG)
               END-IF
           END-PERFORM.

      * Desconto e, havendo saldo, conversao do contrato auditados.
       0460-AUDITAR-CONSIGNADO.
           MOVE WRK-USUARIO TO WRK-AUDIT-USUARIO.
           MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO.
           STRING 'CONTRATO ' WRK-CON-NUMERO(WRK-IDX-CON)
               DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO.
           IF WRK-CON-DESCONTO(WRK-IDX-CON) > ZEROS
               MOVE 'QUITA CONSIG'  TO WRK-AUDIT-ACAO
               MOVE WRK-CON-DESCONTO(WRK-IDX-CON)
                   TO WRK-AUDIT-VALOR-ED
               MOVE WRK-AUDIT-VALOR-ED TO WRK-AUDIT-VALOR-NOVO
               MOVE 'DESCONTADO'    TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
           END-IF.
           IF WRK-CON-AVULSO(WRK-IDX-CON) > ZEROS
               MOVE 'N' TO WRK-CON-CONSIGNADO(WRK-IDX-CON)
               MOVE 'CONSIG AVULSO' TO WRK-AUDIT-ACAO
               MOVE WRK-CON-AVULSO(WRK-IDX-CON)
                   TO WRK-AUDIT-VALOR-ED
               MOVE WRK-AUDIT-VALOR-ED TO WRK-AUDIT-VALOR-NOVO
               MOVE 'CONVERTIDO'    TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               DISPLAY 'CONTRATO ' WRK-CON-NUMERO(WRK-IDX-CON) ,
                   ' CONVERTIDO PARA COBRANCA AVULSA.'
           ELSE
               IF WRK-CON-QTD-FOLHA(WRK-IDX-CON) = ZEROS
                   MOVE 'Q' TO WRK-CON-SITUACAO(WRK-IDX-CON)
                   DISPLAY 'CONTRATO ' WRK-CON-NUMERO(WRK-IDX-CON) ,
                       ' QUITADO NA RESCISAO.'
               ELSE
                   DISPLAY 'CONTRATO ' WRK-CON-NUMERO(WRK-IDX-CON) ,
                       ' COM ' WRK-CON-QTD-FOLHA(WRK-IDX-CON) ,
                       ' PARCELAS JA DESCONTADAS EM FOLHA - FICA ' ,
                       'ABERTO ATE A BAIXA DO PROG26.'
               END-IF
           END-IF.

      * Regrava contratos, parcelas e descontos em folha a partir das
      * tabelas.
       0470-REGRAVAR-CONSIGNADO.
           OPEN OUTPUT LOAN-MASTER-FILE.
           PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                   UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
               MOVE SPACES TO LOAN-MASTER-RECORD
               MOVE WRK-CON-NUMERO(WRK-IDX-CON)     TO CON-NUMERO
               MOVE WRK-CON-TOMADOR(WRK-IDX-CON)    TO CON-TOMADOR
               MOVE WRK-CON-PRINCIPAL(WRK-IDX-CON)  TO CON-PRINCIPAL
               MOVE WRK-CON-TAXA(WRK-IDX-CON)       TO CON-TAXA
               MOVE WRK-CON-PERIODOS(WRK-IDX-CON)   TO CON-PERIODOS
               MOVE WRK-CON-TIPO(WRK-IDX-CON)       TO CON-TIPO
               MOVE WRK-CON-INICIO(WRK-IDX-CON)     TO CON-INICIO
               MOVE WRK-CON-CONSIGNADO(WRK-IDX-CON)
                   TO CON-CONSIGNADO
               MOVE WRK-CON-MATRICULA(WRK-IDX-CON)  TO CON-MATRICULA
               MOVE WRK-CON-SITUACAO(WRK-IDX-CON)   TO CON-SITUACAO
               MOVE WRK-CON-RENEG(WRK-IDX-CON)      TO CON-RENEG
               WRITE LOAN-MASTER-RECORD
           END-PERFORM.
           CLOSE LOAN-MASTER-FILE.
           OPEN OUTPUT PARCELAS-FILE.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
               MOVE SPACES TO PARCELAS-RECORD
               MOVE WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                   TO PAR-CONTRATO
               MOVE WRK-PARC-NUMERO(WRK-IDX-PARCELA) TO PAR-NUMERO
               MOVE WRK-PARC-VENCIMENTO(WRK-IDX-PARCELA)
                   TO PAR-VENCIMENTO
               MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA) TO PAR-VALOR
               MOVE WRK-PARC-SITUACAO(WRK-IDX-PARCELA)
                   TO PAR-SITUACAO
               MOVE WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA)
                   TO PAR-VALOR-PAGO
               MOVE WRK-PARC-MULTA(WRK-IDX-PARCELA) TO PAR-MULTA
               MOVE WRK-PARC-JUROS-MORA(WRK-IDX-PARCELA)
                   TO PAR-JUROS-MORA
               MOVE WRK-PARC-ABATIMENTO(WRK-IDX-PARCELA)
                   TO PAR-ABATIMENTO
               MOVE WRK-PARC-DATA-PAGTO(WRK-IDX-PARCELA)
                   TO PAR-DATA-PAGTO
               MOVE WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                   TO PAR-AMORTIZACAO
               WRITE PARCELAS-RECORD
           END-PERFORM.
           CLOSE PARCELAS-FILE.
           IF WRK-QTD-CONSIGNADO > ZEROS
               OPEN OUTPUT CONSIGNADO-FILE
               PERFORM VARYING WRK-IDX-CONSIG FROM 1 BY 1
                       UNTIL WRK-IDX-CONSIG > WRK-QTD-CONSIGNADO
                   MOVE SPACES TO CONSIGNADO-RECORD
                   MOVE WRK-CONSIG-MATRICULA(WRK-IDX-CONSIG) TO
                       CSG-MATRICULA
                   MOVE WRK-CONSIG-COMPETENCIA(WRK-IDX-CONSIG) TO
                       CSG-COMPETENCIA
                   MOVE WRK-CONSIG-CONTRATO(WRK-IDX-CONSIG) TO
                       CSG-CONTRATO
                   MOVE WRK-CONSIG-PARCELA(WRK-IDX-CONSIG) TO
                       CSG-PARCELA
                   MOVE WRK-CONSIG-VALOR(WRK-IDX-CONSIG) TO CSG-VALOR
                   MOVE WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG) TO
                       CSG-SITUACAO
                   WRITE CONSIGNADO-RECORD
               END-PERFORM
               CLOSE CONSIGNADO-FILE
           END-IF.

      * Credito do liquido da rescisao acrescentado ao arquivo de
      * pagamento bancario como lote proprio (header, detalhe e
                   DISPLAY 'AVISO: MATRICULA SEM DADOS BANCARIOS - ' ,
                       'CREDITO DA RESCISAO SEM CONTA'
               END-IF
               IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
                   MOVE EMP-EMPRESA TO BPG-EMPRESA
               ELSE
                   MOVE 1 TO BPG-EMPRESA
               END-IF
               WRITE BANK-PAYMENT-RECORD
               MOVE SPACES            TO BANK-PAYMENT-RECORD
               MOVE 'T'               TO BPT-TIPO-REG
                   IF WRK-QTD-YTD < 1200
                       ADD 1 TO WRK-QTD-YTD
                       MOVE WRK-QTD-YTD TO WRK-IDX-YTD-ACHADO
                       IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
                           MOVE EMP-EMPRESA TO
                               WRK-YTD-EMPRESA(WRK-IDX-YTD-ACHADO)
                       ELSE
                           MOVE 1 TO WRK-YTD-EMPRESA(WRK-IDX-YTD-ACHADO)
                       END-IF
                       MOVE WRK-MATRICULA TO
                           WRK-YTD-MATRICULA(WRK-IDX-YTD-ACHADO)
                       MOVE EMP-NOME TO
                           WRK-YTD-IRRF(WRK-IDX-YTD-ACHADO)
                           WRK-YTD-LIQUIDO(WRK-IDX-YTD-ACHADO)
                           WRK-YTD-DEPENDENTES(WRK-IDX-YTD-ACHADO)
                           WRK-YTD-PLR(WRK-IDX-YTD-ACHADO)
                           WRK-YTD-IRRF-PLR(WRK-IDX-YTD-ACHADO)
                   ELSE
                       DISPLAY 'AVISO: TABELA DO ACUMULADO ANUAL ' ,
                           'CHEIA - RESCISAO NAO ACUMULADA'
                                   WRK-YTD-LIQUIDO(WRK-IDX-YTD)
                               MOVE YTD-DEPENDENTES TO
                                   WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                               IF YTD-PLR IS NUMERIC
                                  AND YTD-IRRF-PLR IS NUMERIC
                                   MOVE YTD-PLR TO
                                       WRK-YTD-PLR(WRK-IDX-YTD)
                                   MOVE YTD-IRRF-PLR TO
                                       WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                               ELSE
                                   MOVE ZEROS TO
                                       WRK-YTD-PLR(WRK-IDX-YTD)
                                       WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                               END-IF
                               IF YTD-EMPRESA IS NUMERIC
                                  AND YTD-EMPRESA > ZEROS
                                   MOVE YTD-EMPRESA TO
                                       WRK-YTD-EMPRESA(WRK-IDX-YTD)
                               ELSE
                                   MOVE 1 TO
                                       WRK-YTD-EMPRESA(WRK-IDX-YTD)
                               END-IF
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
               MOVE WRK-YTD-LIQUIDO(WRK-IDX-YTD)   TO YTD-LIQUIDO
               MOVE WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                                                   TO YTD-DEPENDENTES
               MOVE WRK-YTD-PLR(WRK-IDX-YTD) TO YTD-PLR
               MOVE WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                   TO YTD-IRRF-PLR
               MOVE WRK-YTD-EMPRESA(WRK-IDX-YTD) TO YTD-EMPRESA
               WRITE FOLHA-YTD-RECORD
           END-PERFORM.
           CLOSE FOLHA-YTD-FILE.

      * Evento da rescisao em RESCISOES.DAT (acrescentado, criado na
      * primeira rescisao): data, tipo e aviso do desligamento e as
      * verbas, para o extrato mensal de eventos do PROG63.
       0650-GRAVAR-EVENTO-RESCISAO.
           OPEN EXTEND RESCISOES-FILE.
           IF WRK-STATUS-RESCISOES = '35'
               OPEN OUTPUT RESCISOES-FILE
           END-IF.
           MOVE SPACES                TO RESCISOES-RECORD.
           MOVE WRK-MATRICULA         TO RSC-MATRICULA.
           MOVE WRK-DATA-DESLIGAMENTO TO RSC-DATA-DESLIG.
           MOVE WRK-TIPO-RESCISAO     TO RSC-TIPO.
           MOVE WRK-TIPO-AVISO        TO RSC-AVISO.
           MOVE WRK-DIAS-AVISO        TO RSC-DIAS-AVISO.
           MOVE WRK-TOTAL-BRUTO       TO RSC-BRUTO.
           MOVE WRK-BRUTO-TRIBUTAVEL  TO RSC-TRIBUTAVEL.
           MOVE WRK-LIQ-RESCISAO      TO RSC-LIQUIDO.
           MOVE WRK-USUARIO           TO RSC-USUARIO.
           ACCEPT RSC-DATA-REGISTRO FROM DATE YYYYMMDD.
           WRITE RESCISOES-RECORD.
           CLOSE RESCISOES-FILE.

      * IRRF retido na rescisao: obrigacao da competencia do
      * desligamento, somada as demais rescisoes do mes.
       0660-REGISTRAR-OBRIGACAO.
           MOVE 'IRRF'         TO WRK-OBR-TRIBUTO.
           MOVE WRK-ANO-DESLIG TO WRK-OBR-COMP-ANO.
           MOVE WRK-MES-DESLIG TO WRK-OBR-COMP-MES.
           MOVE 'RESCISAO'     TO WRK-OBR-ORIGEM.
           MOVE WRK-IRRF-SALDO TO WRK-OBR-VALOR.
           MOVE 'A'            TO WRK-OBR-MODO.
           MOVE WRK-USUARIO    TO WRK-OBR-USUARIO.
           IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
               MOVE EMP-EMPRESA TO WRK-OBR-EMPRESA
           ELSE
               MOVE 1 TO WRK-OBR-EMPRESA
           END-IF.
           PERFORM 9200-REGISTRAR-OBRIGACAO.

      * Totais da rescisao para o resumo consolidado, como os demais
      * programas de periodo.
       0700-GRAVAR-TOTAIS-EOD.

           COPY 'EODPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'HFUNPR.COB'.
           COPY 'OBRGPR.COB'.
           COPY 'BNCHPR.COB'.
           COPY 'PSTAPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG20.
