      * 02/09/2026 - TRN-VALOR alargado para 9(10)V99: os lancamentos
      *              agregados da folha e das provisoes passam de
      *              999.999,99 e estouravam o campo em silencio.
      * 15/10/2026 - Incluido o modo de folha complementar (tipo 'C'
      *              em FOLHA-PARAM.DAT) para competencia ja paga:
      *              paga so as matriculas e rubricas em aberto de
      *              FOLHA-COMPLEMENTAR.DAT, recalcula INSS/IRRF sobre
      *              o total do mes em FOLHA-YTD.DAT menos o que ja
      *              foi retido, grava holerite e BANK-PAYMENT.DAT
      *              proprios, soma o complemento no acumulado e posta
      *              o lote contabil com motivos COMPL; totais na
      *              entrada PROG04CP de EOD-TOTALS.DAT.
      * 15/10/2026 - A folha normal efetivada grava o diario
      *              FOLHA-JORNAL.DAT (books JRNL*): cada alteracao
      *              feita no acumulado anual (com os valores
      *              anteriores), no saldo FGTS, no consignado, nos
      *              adiantamentos, atrasados, diferencas retro,
      *              movimento de rubricas e no lote contabil, com
      *              rodape so no fim da execucao - e o que o estorno
      *              do PROG62 desfaz.
      * 15/10/2026 - A folha normal efetivada e a complementar passaram
      *              a registrar as obrigacoes de recolhimento da
      *              competencia em OBRIGACOES.DAT (books OBRG*): guia
      *              de FGTS, guia de INSS (retido, patronal e RAT) e
      *              IRRF retido, com o vencimento legal - o
      *              recolhimento e baixado e cobrado pelo PROG64.
      * 15/10/2026 - O holerite da folha normal passou a discriminar
      *              salario base, horas extras, atrasados, desconto
      *              de afastamento, rubricas aplicadas e diferenca
      *              retroativa - e o que o PROG65 compara mes a mes.
      * 15/10/2026 - Banco de horas: o saldo vencido no fechamento da
      *              competencia (lancamentos 'V' do PROG70 em
      *              BANCO-HORAS.DAT) e pago como hora extra a 50%,
      *              quando credor, ou descontado do bruto, quando
      *              devedor com desconto autorizado no acordo.
      * 15/10/2026 - Faltas sem justificativa apuradas pelo PROG43
      *              contra a escala de trabalho (FALTAS.DAT: dias
      *              de falta e DSR perdidos na semana da falta)
      *              descontadas do salario base pela regra de 30
      *              dias, com linha propria no relatorio e no
      *              holerite.
      * 15/10/2026 - Incluido o modo de PLR (tipo 'P' em
      *              FOLHA-PARAM.DAT, com o valor distribuivel, a
      *              regra de rateio - I igual, S proporcional ao
      *              salario, M proporcional aos meses trabalhados - e
      *              o periodo apurado): le o cadastro mestre, conta
      *              os meses trabalhados no periodo (admissao e
      *              AFASTAMENTOS.DAT), rateia o valor, aplica so a
      *              tabela exclusiva de IR da PLR (PLR-TABELA.DAT,
      *              acumulada no ano) sem INSS nem FGTS, grava
      *              holerite, BANK-PAYMENT.DAT, a PLR e o IR da PLR
      *              em campos proprios de FOLHA-YTD.DAT, o lote
      *              contabil com motivos PLR e a entrada PROG04PL de
      *              EOD-TOTALS.DAT.
      * 15/10/2026 - Empresa / filial (books EMPR*): o registro da
      *              folha traz a empresa do funcionario (gravada
      *              pelo PROG09) e a folha totaliza por empresa -
      *              guias de FGTS e INSS e obrigacoes de cada
      *              empresa, remessa bancaria por empresa e banco
      *              (REMESSA-bbb-EE.DAT fora da empresa 01), lote
      *              contabil de cada empresa no seu proprio voucher
      *              (9090-MONTAR-VOUCHER-EMPRESA), entradas FOLHAEnn
      *              de EOD-TOTALS.DAT por empresa e a empresa no
      *              acumulado anual e no BANK-PAYMENT.DAT. Os totais
      *              gerais seguem consolidados.
      * 15/10/2026 - Linhas do FOLHA.SPL marcadas com o departamento
      *              do funcionario (detalhe, descontos, rubricas e
      *              ajustes; o detalhe como linha principal com o
      *              liquido) e o subtotal de cada departamento com o
      *              proprio codigo (titulo da secao marcado '*'), para
      *              o PROG97 partir o spool por gerente.
      * 15/10/2026 - Sigilo (books SIGL*): as linhas individuais da
      *              folha exibidas no console (salario, liquido,
      *              descontos e dados bancarios) saem mascaradas, a
      *              nao ser que o usuario informado no PROG16
      *              (PRM-USUARIO) tenha a funcao DADOS SALARIO no
      *              PROG29; a visao aberta fica em ACCESS-LOG.LOG.
      *              FOLHA.SPL e os totais seguem inalterados.
      * 15/10/2026 - Entrada PROG04HE em EOD-TOTALS.DAT com as horas
      *              extras efetivamente pagas na folha normal
      *              (funcionarios com HE, valor pago e horas pagas,
      *              banco de horas vencido incluido) - a fonte das
      *              horas extras do pacote de indicadores do PROG100.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG04.
           SELECT HOURS-FILE ASSIGN TO "HOURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HORAS.
           SELECT FALTAS-FILE ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FALTAS.
           SELECT FOLHA-PARAM-FILE ASSIGN TO "FOLHA-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT IRRF-TABELA-FILE ASSIGN TO "IRRF-TABELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAB-IRRF.
           SELECT PLR-TABELA-FILE ASSIGN TO "PLR-TABELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAB-PLR.
           SELECT RETRO-FILE ASSIGN TO "DIFERENCAS-RETRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETRO.
           SELECT MOV-RUBRICAS-FILE ASSIGN TO "MOVIMENTO-RUBRICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV-RUB.
           SELECT COMPLEMENTAR-FILE ASSIGN TO "FOLHA-COMPLEMENTAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COMPL.
           SELECT PENSAO-FILE ASSIGN TO "PENSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENSAO.
           COPY 'TRVASL.COB'.
           COPY 'EMPMSL.COB' REPLACING LEADING ==EMP-== BY ==FUN-==.
           COPY 'DEPTSL.COB'.
           COPY 'EMPRSL.COB'.
           COPY 'CKPTSL.COB'.
           COPY 'EODSL.COB'.
           COPY 'JRNLSL.COB'.
           COPY 'OBRGSL.COB'.
           COPY 'BNCHSL.COB'.
           COPY 'SIGLSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           05 EMP-NOME         PIC X(20).
           05 EMP-SALARIO      PIC 9(06)V99.
           05 EMP-DEPARTAMENTO PIC 9(03).
           05 EMP-EMPRESA      PIC 9(02).
       01  EMPLOYEE-REG-CTRL REDEFINES EMPLOYEE-RECORD.
           05 CTL-TIPO-REG         PIC X(01).
           05 CTL-QTD-REGISTROS    PIC 9(05).
           05 BPG-AGENCIA      PIC 9(04).
           05 BPG-CONTA        PIC 9(08).
           05 BPG-DIGITO       PIC 9(01).
           05 BPG-EMPRESA      PIC 9(02).
       01  BANK-PAYMENT-HEADER REDEFINES BANK-PAYMENT-RECORD.
           05 BPH-TIPO-REG     PIC X(01).
           05 BPH-DATA-PAGTO   PIC 9(08).
           05 HRS-HORAS-NORMAIS  PIC 9(03).
           05 HRS-HORAS-EXTRA50  PIC 9(03).
           05 HRS-HORAS-EXTRA100 PIC 9(03).
       FD  FALTAS-FILE.
       01  FALTAS-RECORD.
           05 FAL-MATRICULA    PIC 9(05).
           05 FAL-DATA         PIC 9(08).
           05 FAL-TIPO         PIC X(01).
              88 FAL-FALTA       VALUE 'F'.
              88 FAL-DSR-PERDIDO VALUE 'D'.
           05 FAL-COMPETENCIA  PIC 9(06).
           05 FAL-MINUTOS      PIC 9(04).
       FD  FOLHA-PARAM-FILE.
       01  FOLHA-PARAM-RECORD.
           05 PRM-TIPO-FOLHA   PIC X(01).
           05 PRM-DATA-ADIANTO PIC 9(08).
           05 PRM-PREVIA       PIC X(01).
           05 PRM-LIMITE-HE    PIC 9(03).
           05 PRM-PLR-VALOR    PIC 9(08)V99.
           05 PRM-PLR-REGRA    PIC X(01).
           05 PRM-PLR-INICIO   PIC 9(06).
           05 PRM-PLR-FIM      PIC 9(06).
           05 PRM-USUARIO      PIC X(15).
       FD  INSS-TABELA-FILE.
       01  INSS-TABELA-RECORD.
           05 ITB-VIGENCIA     PIC 9(06).
           05 FTB-LIMITE       PIC 9(06)V99.
           05 FTB-ALIQUOTA     PIC 9(02)V99.
           05 FTB-DEDUZIR      PIC 9(06)V99.
       FD  PLR-TABELA-FILE.
       01  PLR-TABELA-RECORD.
           05 PTB-VIGENCIA     PIC 9(06).
           05 PTB-LIMITE       PIC 9(06)V99.
           05 PTB-ALIQUOTA     PIC 9(02)V99.
           05 PTB-DEDUZIR      PIC 9(06)V99.
       FD  ATRASADOS-FILE.
       01  ATRASADOS-RECORD.
           05 ATR-MATRICULA    PIC 9(05).
           05 MVR-RUBRICA      PIC X(03).
           05 MVR-VALOR        PIC 9(06)V99.
           05 MVR-SITUACAO     PIC X(01).
       FD  COMPLEMENTAR-FILE.
       01  COMPLEMENTAR-RECORD.
           05 CPL-MATRICULA    PIC 9(05).
           05 CPL-COMPETENCIA  PIC 9(06).
           05 CPL-RUBRICA      PIC X(03).
           05 CPL-VALOR        PIC 9(06)V99.
           05 CPL-SITUACAO     PIC X(01).
       FD  ADIANTAMENTOS-FILE.
       01  ADIANTAMENTOS-RECORD.
           05 ADI-MATRICULA    PIC 9(05).
           05 YTD-IRRF         PIC 9(08)V99.
           05 YTD-LIQUIDO      PIC 9(08)V99.
           05 YTD-DEPENDENTES  PIC 9(02).
           05 YTD-PLR          PIC 9(08)V99.
           05 YTD-IRRF-PLR     PIC 9(08)V99.
           05 YTD-EMPRESA      PIC 9(02).
           COPY 'PSTAFD.COB'.
           COPY 'TRVAFD.COB'.
           COPY 'EMPMFD.COB' REPLACING LEADING ==EMP-== BY ==FUN-==.
           COPY 'DEPTFD.COB'.
           COPY 'EMPRFD.COB'.
           COPY 'CKPTFD.COB'.
           COPY 'EODFD.COB'.
           COPY 'JRNLFD.COB'.
           COPY 'OBRGFD.COB'.
           COPY 'BNCHFD.COB'.
           COPY 'SIGLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'MSGWS.COB'.
           COPY 'DEPTWS.COB'.
           COPY 'EMPRWS.COB'.
           COPY 'CKPTWS.COB'.
           COPY 'EODWS.COB'.
           COPY 'OBRGWS.COB'.
           COPY 'BNCHWS.COB'.
           COPY 'SIGLWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-SKIP-CHECKPOINT PIC X(01) VALUES 'N'.
           88 SKIP-CHECKPOINT VALUE 'S'.
              10 WRK-DEPTO-FOLHA-IRRF   PIC 9(08)V99.
              10 WRK-DEPTO-FOLHA-LIQ    PIC 9(08)V99.
              10 WRK-DEPTO-FOLHA-FGTS   PIC 9(08)V99.
              10 WRK-DEPTO-FOLHA-EMPRESA PIC 9(02).
       77  WRK-DEPTO-FOLHA-IDX-ACHADO PIC 9(02) VALUES ZEROS.
      * Totais da folha por empresa / filial (a posicao na tabela e o
      * codigo da empresa): guias, obrigacoes, resumo de fim de lote
      * e lote contabil de cada empresa saem daqui.
       77  WRK-EMPRESA-FUNC       PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-EMPRESAS-FOLHA PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-EMPRESA-FOLHA.
           05 WRK-EMPRESA-FOLHA-ITEM OCCURS 19 TIMES
                                 INDEXED BY WRK-IDX-EMPRESA-FOLHA.
              10 WRK-EMPRESA-FOLHA-QTD      PIC 9(05).
              10 WRK-EMPRESA-FOLHA-BRUTO    PIC 9(08)V99.
              10 WRK-EMPRESA-FOLHA-LIQ      PIC 9(08)V99.
              10 WRK-EMPRESA-FOLHA-FGTS     PIC 9(08)V99.
              10 WRK-EMPRESA-FOLHA-INSS     PIC 9(08)V99.
              10 WRK-EMPRESA-FOLHA-PATRONAL PIC 9(08)V99.
              10 WRK-EMPRESA-FOLHA-RAT      PIC 9(08)V99.
              10 WRK-EMPRESA-FOLHA-IRRF     PIC 9(08)V99.
       77  WRK-MASC-DEPTO-BRUTO PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-DEPTO-INSS  PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-DEPTO-IRRF  PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-DEPTO-LIQ   PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-STATUS-HOLERITE  PIC X(02) VALUES ZEROS.
       77  WRK-LINHA-HOLERITE   PIC X(80) VALUES SPACES.
       77  WRK-MASC-SAL-BASE    PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-STATUS-BANCO     PIC X(02) VALUES ZEROS.
       77  WRK-TOTAL-LIQUIDO    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-QTD-CREDITOS     PIC 9(05) VALUES ZEROS.
       77  WRK-HORAS-EXTRA100   PIC 9(03) VALUES ZEROS.
       77  WRK-VALOR-EXTRAS     PIC 9(06)V99 VALUES ZEROS.
       77  WRK-TOTAL-EXTRAS     PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOTAL-HORAS-HE   PIC 9(06)V99 VALUES ZEROS.
       77  WRK-QTD-FUNC-HE      PIC 9(05) VALUES ZEROS.
       77  WRK-MASC-EXTRAS      PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOT-EXTRAS  PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       01  WRK-TAB-HORAS.
              10 WRK-HORAS-NORMAIS   PIC 9(03).
              10 WRK-HORAS-E50       PIC 9(03).
              10 WRK-HORAS-E100      PIC 9(03).
      * Banco de horas vencido na competencia (lancamentos 'V' do
      * fechamento do PROG70): debito no banco e credito vencido, pago
      * como extra a 50%; credito no banco e debito vencido, descontado
      * do bruto como a falta.
       77  WRK-QTD-BH-VENC      PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-BH-VENC.
           05 WRK-BH-VENC-ITEM OCCURS 300 TIMES
                                INDEXED BY WRK-IDX-BH-VENC.
              10 WRK-BH-VENC-MATRICULA PIC 9(05).
              10 WRK-BH-VENC-NATUREZA  PIC X(01).
              10 WRK-BH-VENC-MINUTOS   PIC 9(05).
       77  WRK-MIN-BH-PAGAR     PIC 9(06) VALUES ZEROS.
       77  WRK-MIN-BH-DESCONTAR PIC 9(06) VALUES ZEROS.
       77  WRK-VALOR-BH-PAGO    PIC 9(06)V99 VALUES ZEROS.
       77  WRK-VALOR-BH-DESC    PIC 9(06)V99 VALUES ZEROS.
       77  WRK-TOTAL-BH-DESC    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-MASC-BH-DESC     PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOT-BH-DESC PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
      * Faltas sem justificativa da competencia (FALTAS.DAT, gravado
      * pelo PROG43): cada dia de falta e cada DSR perdido valem um
      * dia do salario base pela regra de 30 dias.
       77  WRK-STATUS-FALTAS    PIC X(02) VALUES ZEROS.
       77  WRK-FIM-FALTAS       PIC X(01) VALUES 'N'.
           88 FIM-FALTAS VALUE 'S'.
       77  WRK-QTD-FALTAS-TAB   PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-FALTAS.
           05 WRK-FALTA-ITEM OCCURS 500 TIMES
                              INDEXED BY WRK-IDX-FALTA.
              10 WRK-FALTA-MATRICULA PIC 9(05).
              10 WRK-FALTA-TIPO      PIC X(01).
       77  WRK-DIAS-FALTA       PIC 9(02) VALUES ZEROS.
       77  WRK-DSR-PERDIDOS     PIC 9(02) VALUES ZEROS.
       77  WRK-VALOR-FALTAS     PIC 9(06)V99 VALUES ZEROS.
       77  WRK-TOTAL-FALTAS     PIC 9(08)V99 VALUES ZEROS.
       77  WRK-MASC-FALTAS      PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOT-FALTAS  PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
      * Parametros da execucao da folha (FOLHA-PARAM.DAT): tipo de
      * folha e competencia. Sem o arquivo, folha normal da data
      * corrente, como sempre foi.
           88 FOLHA-DECIMO VALUE 'D'.
           88 FOLHA-RETRO  VALUE 'R'.
           88 FOLHA-ADIANTO VALUE 'A'.
           88 FOLHA-COMPLEMENTAR VALUE 'C'.
           88 FOLHA-PLR    VALUE 'P'.
      * Modo previa: calcula e imprime tudo, nao grava nada - mesma
      * ideia do modo simulacao do PROG09.
       77  WRK-SW-PREVIA        PIC X(01) VALUES 'N'.
              10 WRK-YTD-IRRF      PIC 9(08)V99.
              10 WRK-YTD-LIQUIDO   PIC 9(08)V99.
              10 WRK-YTD-DEPENDENTES PIC 9(02).
      * PLR paga na competencia e IR exclusivo retido sobre ela - fora
      * do bruto/IRRF do mes, que sao so da folha.
              10 WRK-YTD-PLR       PIC 9(08)V99.
              10 WRK-YTD-IRRF-PLR  PIC 9(08)V99.
              10 WRK-YTD-EMPRESA   PIC 9(02).
      * Situacao do registro no diario da folha: ' ' intocado, 'I'
      * incluido ou 'S' substituido nesta execucao - os valores de
      * antes da substituicao ficam guardados para o estorno.
              10 WRK-YTD-JORNAL    PIC X(01).
              10 WRK-YTD-ANT-BRUTO   PIC 9(08)V99.
              10 WRK-YTD-ANT-INSS    PIC 9(08)V99.
              10 WRK-YTD-ANT-IRRF    PIC 9(08)V99.
              10 WRK-YTD-ANT-LIQUIDO PIC 9(08)V99.
              10 WRK-YTD-ANT-DEPENDENTES PIC 9(02).
      * Tabelas de INSS/IRRF com vigencia (AAAAMM): a versao aplicada
      * e a de maior vigencia menor ou igual a competencia da
      * execucao; sem arquivo, as quatro faixas padrao de sempre.
       77  WRK-QTD-REM-BANCO    PIC 9(05) VALUES ZEROS.
       77  WRK-TOTAL-REM-BANCO  PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-REMESSAS     PIC 9(02) VALUES ZEROS.
       77  WRK-EMPRESA-REMESSA  PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-CREDITOS.
           05 WRK-CREDITO-ITEM OCCURS 150 TIMES
                                INDEXED BY WRK-IDX-CREDITO.
              10 WRK-CREDITO-CONTA     PIC 9(08).
              10 WRK-CREDITO-DIGITO    PIC 9(01).
              10 WRK-CREDITO-GRAVADO   PIC X(01).
              10 WRK-CREDITO-EMPRESA   PIC 9(02).
      * Transferencias efetivo-datadas (TRANSFERENCIAS.DAT, gravadas
      * pelo PROG17): no mes da transferencia o custo do funcionario
      * e rateado por dias comerciais entre o departamento antigo e o
              10 WRK-MOV-RUB-RUBRICA     PIC X(03).
              10 WRK-MOV-RUB-VALOR       PIC 9(06)V99.
              10 WRK-MOV-RUB-SITUACAO    PIC X(01).
      * Folha complementar: os lancamentos de FOLHA-COMPLEMENTAR.DAT
      * (mesmo leiaute do movimento de rubricas) sao carregados na
      * tabela do movimento e aplicados pelo mesmo motor; o ja pago e
      * retido na competencia vem de FOLHA-YTD.DAT.
      * Diario da folha normal efetivada (FOLHA-JORNAL.DAT).
       77  WRK-STATUS-JORNAL    PIC X(02) VALUES ZEROS.
       77  WRK-JORNAL-ABERTO    PIC X(01) VALUES 'N'.
           88 JORNAL-ABERTO VALUE 'S'.
       77  WRK-QTD-JORNAL       PIC 9(05) VALUES ZEROS.
       77  WRK-STATUS-COMPL     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-COMPL        PIC X(01) VALUES 'N'.
           88 FIM-COMPL VALUE 'S'.
       77  WRK-IDX-COMPL        PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-COMPL-MAT    PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-COMPL-ABERTO PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-COMPLEMENTAR PIC 9(05) VALUES ZEROS.
       77  WRK-BRUTO-ANTERIOR   PIC 9(08)V99 VALUES ZEROS.
       77  WRK-INSS-ANTERIOR    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-IRRF-ANTERIOR    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-BRUTO-COMPL      PIC 9(06)V99 VALUES ZEROS.
       77  WRK-VENC-COMPL       PIC 9(06)V99 VALUES ZEROS.
       77  WRK-INSS-COMPL       PIC 9(06)V99 VALUES ZEROS.
       77  WRK-IRRF-COMPL       PIC 9(06)V99 VALUES ZEROS.
       77  WRK-LIQ-COMPL        PIC 9(06)V99 VALUES ZEROS.
       77  WRK-TOTAL-VENC-COMPL PIC 9(08)V99 VALUES ZEROS.
       77  WRK-MASC-VENC-COMPL  PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOT-COMPL   PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
      * Motivos do lote contabil: a folha normal posta com FOLHA, a
      * complementar troca para COMPL - o lote de cada execucao fica
      * identificavel em TRANS.DAT.
       01  WRK-MOTIVOS-LOTE.
           05 WRK-MOTIVO-SAL    PIC X(10) VALUE 'FOLHA SAL'.
           05 WRK-MOTIVO-INSS   PIC X(10) VALUE 'FOLHA INSS'.
           05 WRK-MOTIVO-IRRF   PIC X(10) VALUE 'FOLHA IRRF'.
           05 WRK-MOTIVO-LIQ    PIC X(10) VALUE 'FOLHA LIQ'.
           05 WRK-MOTIVO-AJU    PIC X(10) VALUE 'FOLHA AJU'.
      * PLR (tipo 'P'): valor distribuivel, regra de rateio (I igual,
      * S proporcional ao salario, M proporcional aos meses
      * trabalhados) e periodo apurado AAAAMM vindos de
      * FOLHA-PARAM.DAT. Conta o mes com 15 ou mais dias comerciais
      * trabalhados (apos a admissao e fora de afastamento). O IR sai
      * da tabela exclusiva da PLR (PLR-TABELA.DAT, com vigencia como
      * a do IRRF) sobre a PLR acumulada no ano, menos o ja retido.
       77  WRK-STATUS-TAB-PLR   PIC X(02) VALUES ZEROS.
       77  WRK-VIGENCIA-PLR     PIC 9(06) VALUES ZEROS.
       77  WRK-QTD-PLR-RAW      PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-PLR-SEL      PIC 9(02) VALUES ZEROS.
       77  WRK-PLR-VALOR        PIC 9(08)V99 VALUES ZEROS.
       77  WRK-PLR-REGRA        PIC X(01) VALUES 'I'.
           88 PLR-IGUAL    VALUE 'I'.
           88 PLR-SALARIO  VALUE 'S'.
           88 PLR-MESES    VALUE 'M'.
       01  WRK-PLR-INICIO.
           05 WRK-PLR-INI-ANO   PIC 9(04).
           05 WRK-PLR-INI-MES   PIC 9(02).
       01  WRK-PLR-INICIO-NUM REDEFINES WRK-PLR-INICIO PIC 9(06).
       01  WRK-PLR-FIM.
           05 WRK-PLR-FIM-ANO   PIC 9(04).
           05 WRK-PLR-FIM-MES   PIC 9(02).
       01  WRK-PLR-FIM-NUM REDEFINES WRK-PLR-FIM PIC 9(06).
       01  WRK-PLR-MES-CORRENTE.
           05 WRK-PLR-COR-ANO   PIC 9(04).
           05 WRK-PLR-COR-MES   PIC 9(02).
       01  WRK-PLR-MES-COR-NUM REDEFINES WRK-PLR-MES-CORRENTE
                                PIC 9(06).
       77  WRK-PLR-IDX-ADMISSAO PIC 9(07) VALUES ZEROS.
       77  WRK-PLR-DIAS-MES     PIC S9(03) VALUES ZEROS.
       77  WRK-PLR-MESES-TRAB   PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-PART         PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PLR-INELEG   PIC 9(05) VALUES ZEROS.
       77  WRK-IDX-PART-MAIOR   PIC 9(03) VALUES ZEROS.
       77  WRK-SOMA-PESOS       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-PLR-DISTRIBUIDO  PIC 9(08)V99 VALUES ZEROS.
       77  WRK-PLR-RESIDUO      PIC S9(08)V99 VALUES ZEROS.
       77  WRK-PLR-ANTERIOR     PIC 9(08)V99 VALUES ZEROS.
       77  WRK-IRRF-PLR-ANTERIOR PIC 9(08)V99 VALUES ZEROS.
       77  WRK-PLR-BASE-ANO     PIC 9(08)V99 VALUES ZEROS.
       77  WRK-IRRF-PLR-ANO     PIC S9(08)V99 VALUES ZEROS.
       77  WRK-QTD-PLR-PAGOS    PIC 9(05) VALUES ZEROS.
       77  WRK-TOTAL-PLR        PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOTAL-IRRF-PLR   PIC 9(08)V99 VALUES ZEROS.
       77  WRK-MASC-TOT-PLR     PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
      * Classe da despesa debitada por departamento no lote contabil:
      * SALARIO na folha, PLR na corrida de PLR (sem conta propria no
      * mapa, cai na de SALARIO).
       77  WRK-CLASSE-DESPESA   PIC X(10) VALUES 'SALARIO'.
       01  WRK-TAB-PLR-RAW.
           05 WRK-PLR-RAW-ITEM OCCURS 50 TIMES
                                INDEXED BY WRK-IDX-PLR-RAW.
              10 WRK-PLR-RAW-VIGENCIA PIC 9(06).
              10 WRK-PLR-RAW-LIMITE   PIC 9(06)V99.
              10 WRK-PLR-RAW-ALIQUOTA PIC 9(02)V99.
              10 WRK-PLR-RAW-DEDUZIR  PIC 9(06)V99.
       01  WRK-TAB-PLR-SEL.
           05 WRK-PLR-SEL-ITEM OCCURS 10 TIMES
                                INDEXED BY WRK-IDX-PLR-SEL.
              10 WRK-PLR-SEL-LIMITE   PIC 9(06)V99.
              10 WRK-PLR-SEL-ALIQUOTA PIC 9(02)V99.
              10 WRK-PLR-SEL-DEDUZIR  PIC 9(06)V99.
       01  WRK-TAB-PART.
           05 WRK-PART-ITEM OCCURS 500 TIMES
                             INDEXED BY WRK-IDX-PART.
              10 WRK-PART-MATRICULA   PIC 9(05).
              10 WRK-PART-NOME        PIC X(15).
              10 WRK-PART-DEPTO       PIC 9(03).
              10 WRK-PART-MESES       PIC 9(02).
              10 WRK-PART-PESO        PIC 9(08)V99.
              10 WRK-PART-COTA        PIC 9(08)V99.
              10 WRK-PART-EMPRESA     PIC 9(02).
      * Adiantamento quinzenal: percentual e data do credito vindos
      * de FOLHA-PARAM.DAT (padrao 40% na data da execucao); o
      * adiantado por matricula fica em ADIANTAMENTOS.DAT ate a folha
           PERFORM 0050-LER-PARAM-FOLHA.
           PERFORM 0055-CONFERIR-PERIODO-ABERTO.
           PERFORM 0140-CARREGAR-TABELAS-IMPOSTO.
           PERFORM 9080-CARREGAR-EMPRESAS.
           MOVE ZEROS TO WRK-TAB-EMPRESA-FOLHA.
           EVALUATE TRUE
               WHEN FOLHA-DECIMO
                   PERFORM 0500-PROCESSAR-DECIMO
                   PERFORM 0600-PROCESSAR-RETRO
               WHEN FOLHA-ADIANTO
                   PERFORM 0700-PROCESSAR-ADIANTAMENTO
               WHEN FOLHA-COMPLEMENTAR
                   PERFORM 0800-PROCESSAR-COMPLEMENTAR
               WHEN FOLHA-PLR
                   PERFORM 0900-PROCESSAR-PLR
               WHEN OTHER
                   PERFORM 0010-PROCESSAR-FOLHA-NORMAL
           END-EVALUATE.

      * Competencia fechada no controle de periodo recusa a execucao
      * (a previa passa, porque nao grava nada) - reprocessar mes
      * contabilizado exige a reabertura auditada no PROG52. A
      * complementar e justamente para competencia ja paga: o que
      * conta para ela e o periodo da data de execucao, onde caem os
      * lancamentos contabeis.
       0055-CONFERIR-PERIODO-ABERTO.
           PERFORM 9670-CARREGAR-PERIODOS.
           IF FOLHA-COMPLEMENTAR
               COMPUTE WRK-PST-COMPETENCIA =
                   WRK-ANO-RELATORIO * 100 + WRK-MES-RELATORIO
           ELSE
               MOVE WRK-COMPETENCIA-NUM TO WRK-PST-COMPETENCIA
           END-IF.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO AND NOT PREVIA-FOLHA
               DISPLAY 'COMPETENCIA ' WRK-PST-COMPETENCIA ,
                   ' FECHADA NO CONTROLE DE PERIODO - FOLHA ' ,
                   'RECUSADA (REABRA NO PROG52)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   NOT AT END
                       IF PRM-TIPO-FOLHA = 'D' OR PRM-TIPO-FOLHA = 'R'
                          OR PRM-TIPO-FOLHA = 'A'
                          OR PRM-TIPO-FOLHA = 'C'
                          OR PRM-TIPO-FOLHA = 'P'
                           MOVE PRM-TIPO-FOLHA TO WRK-TIPO-FOLHA
                       END-IF
                       IF PRM-COMPETENCIA > ZEROS
                       IF PRM-LIMITE-HE > ZEROS
                           MOVE PRM-LIMITE-HE TO WRK-LIMITE-HE
                       END-IF
                       IF PRM-PLR-VALOR IS NUMERIC
                           MOVE PRM-PLR-VALOR TO WRK-PLR-VALOR
                       END-IF
                       IF PRM-PLR-REGRA NOT = SPACE
                           MOVE PRM-PLR-REGRA TO WRK-PLR-REGRA
                       END-IF
                       IF PRM-PLR-INICIO IS NUMERIC
                           MOVE PRM-PLR-INICIO TO WRK-PLR-INICIO-NUM
                       END-IF
                       IF PRM-PLR-FIM IS NUMERIC
                           MOVE PRM-PLR-FIM TO WRK-PLR-FIM-NUM
                       END-IF
                       MOVE PRM-USUARIO TO WRK-SIGILO-USUARIO
               END-READ
               CLOSE FOLHA-PARAM-FILE
           END-IF.
           COMPUTE WRK-COMPETENCIA-NUM =
               WRK-COMPETENCIA-ANO * 100 + WRK-COMPETENCIA-MES.
           MOVE 'FOLHA PROG04' TO WRK-SIGILO-OBJETO.
           PERFORM 9760-CONFERIR-SIGILO.

      * Registro do 13o salario: le o cadastro mestre direto, calcula
      * o bonus proporcional aos meses trabalhados no ano da
               FUN-SALARIO * WRK-PCT-ADIANTO / 100.
           ADD WRK-ADIANTO-FUNC TO WRK-TOTAL-ADIANTO.
           MOVE WRK-ADIANTO-FUNC TO WRK-MASC-ADIANTO.
           MOVE SPACES TO WRK-SIGILO-LINHA.
           STRING FUN-MATRICULA ' ' FUN-NOME ' ' WRK-MASC-ADIANTO
               DELIMITED BY SIZE INTO WRK-SIGILO-LINHA.
           PERFORM 9769-EXIBIR-LINHA-SIGILO.
           MOVE ALL '=' TO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING WRK-EMPRESA-RELATORIO
               ' ADIANTAMENTO ' WRK-COMPETENCIA-MES '/'
               WRK-COMPETENCIA-ANO
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'MATRICULA: ' FUN-MATRICULA '  NOME: ' FUN-NOME
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'ADIANTAMENTO...: ' WRK-MASC-ADIANTO
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES           TO BANK-PAYMENT-RECORD.
           MOVE 'D'              TO BPG-TIPO-REG.
           MOVE FUN-MATRICULA    TO BPG-MATRICULA.
           MOVE FUN-NOME         TO BPG-NOME.
           MOVE WRK-ADIANTO-FUNC TO BPG-VALOR.
           WRITE BANK-PAYMENT-RECORD.
           PERFORM 0755-REGISTRAR-ADIANTAMENTO.

      * Substitui o adiantamento em aberto da mesma matricula e
      * competencia, se houver; senao inclui um novo.
       0755-REGISTRAR-ADIANTAMENTO.
           MOVE ZEROS TO WRK-IDX-ADI-ACHADO.
           PERFORM VARYING WRK-IDX-ADIANTO FROM 1 BY 1
                   UNTIL WRK-IDX-ADIANTO > WRK-QTD-ADIANTO-TAB
               IF WRK-ADIANTO-MATRICULA(WRK-IDX-ADIANTO) =
                       FUN-MATRICULA
                  AND WRK-ADIANTO-COMPETENCIA(WRK-IDX-ADIANTO) =
                       WRK-COMPETENCIA-NUM
                  AND WRK-ADIANTO-SITUACAO(WRK-IDX-ADIANTO) = 'A'
                   SET WRK-IDX-ADI-ACHADO TO WRK-IDX-ADIANTO
               END-IF
           END-PERFORM.
           IF WRK-IDX-ADI-ACHADO = ZEROS
               IF WRK-QTD-ADIANTO-TAB < 200
                   ADD 1 TO WRK-QTD-ADIANTO-TAB
                   MOVE WRK-QTD-ADIANTO-TAB TO WRK-IDX-ADI-ACHADO
               ELSE
                   DISPLAY 'AVISO: TABELA DE ADIANTAMENTOS CHEIA - ' ,
                       'ADIANTAMENTO NAO REGISTRADO PARA ' FUN-NOME
               END-IF
           END-IF.
           IF WRK-IDX-ADI-ACHADO > ZEROS
               MOVE FUN-MATRICULA TO
                   WRK-ADIANTO-MATRICULA(WRK-IDX-ADI-ACHADO)
               MOVE WRK-COMPETENCIA-NUM TO
                   WRK-ADIANTO-COMPETENCIA(WRK-IDX-ADI-ACHADO)
               MOVE WRK-ADIANTO-FUNC TO
                   WRK-ADIANTO-VALOR(WRK-IDX-ADI-ACHADO)
               MOVE 'A' TO WRK-ADIANTO-SITUACAO(WRK-IDX-ADI-ACHADO)
           END-IF.

      * Folha complementar de competencia ja paga: so as matriculas e
      * rubricas em aberto de FOLHA-COMPLEMENTAR.DAT para a
      * competencia de FOLHA-PARAM.DAT. O INSS/IRRF sai do total do
      * mes (acumulado de FOLHA-YTD.DAT + complemento) menos o que ja
      * foi retido; holerite e BANK-PAYMENT.DAT sao so desta corrida,
      * o complemento soma no acumulado do mes e o lote contabil sai
      * com os motivos COMPL.
       0800-PROCESSAR-COMPLEMENTAR.
           PERFORM 0130-CARREGAR-YTD.
           PERFORM 0112-CARREGAR-DEPENDENTES.
           PERFORM 0115-CARREGAR-RUBRICAS.
           PERFORM 0121-CARREGAR-BANCO-FUNC.
           PERFORM 0805-CARREGAR-COMPLEMENTAR.
           PERFORM 0148-ABORTAR-SE-ESTOUROU.
           IF WRK-QTD-COMPL-ABERTO = ZEROS
               DISPLAY 'FOLHA-COMPLEMENTAR.DAT SEM LANCAMENTOS EM ' ,
                   'ABERTO PARA A COMPETENCIA ' WRK-COMPETENCIA-NUM ,
                   ' - COMPLEMENTAR NAO PROCESSADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC NOT = '00'
               DISPLAY 'EMPLOYEE-MASTER.DAT NAO ENCONTRADO - ' ,
                   'COMPLEMENTAR NAO PROCESSADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               GOBACK
           END-IF.
           MOVE 'FOLHA-YTD.DAT' TO WRK-TRV-ARQUIVO.
           PERFORM 9640-REGISTRAR-TRAVA.
           MOVE 'COMPL SAL'  TO WRK-MOTIVO-SAL.
           MOVE 'COMPL INSS' TO WRK-MOTIVO-INSS.
           MOVE 'COMPL IRRF' TO WRK-MOTIVO-IRRF.
           MOVE 'COMPL LIQ'  TO WRK-MOTIVO-LIQ.
           MOVE 'COMPL AJU'  TO WRK-MOTIVO-AJU.
           PERFORM 0150-MONTAR-CABECALHO.
           OPEN OUTPUT HOLERITE-FILE.
           OPEN OUTPUT BANK-PAYMENT-FILE.
           PERFORM 0160-GRAVAR-HEADER-BANCO.
           DISPLAY '     FOLHA COMPLEMENTAR - COMPETENCIA ' ,
               WRK-COMPETENCIA-MES '/' WRK-COMPETENCIA-ANO.
           DISPLAY ' '.
           DISPLAY 'MATR.  FUNCIONARIO     VENCIMENTOS  INSS      ' ,
               'IRRF     LIQUIDO'.
           DISPLAY '-----------------------------------------' ,
               '-----------------'.
           PERFORM VARYING WRK-IDX-COMPL FROM 1 BY 1
                   UNTIL WRK-IDX-COMPL > WRK-QTD-MOV-RUB
               IF WRK-MOV-RUB-COMPETENCIA(WRK-IDX-COMPL) =
                       WRK-COMPETENCIA-NUM
                  AND WRK-MOV-RUB-SITUACAO(WRK-IDX-COMPL) = 'A'
                   PERFORM 0810-COMPLEMENTAR-FUNCIONARIO
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
           MOVE SPACES             TO BANK-PAYMENT-RECORD.
           MOVE 'T'                TO BPT-TIPO-REG.
           MOVE WRK-QTD-CREDITOS   TO BPT-QTD.
           MOVE WRK-TOTAL-CREDITOS TO BPT-VALOR.
           WRITE BANK-PAYMENT-RECORD.
           CLOSE BANK-PAYMENT-FILE.
           CLOSE HOLERITE-FILE.
           PERFORM 0495-GERAR-LANCAMENTOS-CONTABEIS.
           PERFORM 0420-GRAVAR-YTD.
           PERFORM 0870-GRAVAR-COMPLEMENTAR.
           MOVE 'COMPLEM' TO WRK-OBR-ORIGEM.
           MOVE 'A'       TO WRK-OBR-MODO.
           PERFORM 0365-REGISTRAR-OBRIGACOES.
           PERFORM 9650-LIBERAR-TRAVAS.
           DISPLAY '-----------------------------------------' ,
               '-----------------'.
           DISPLAY 'FUNCIONARIOS NA COMPLEMENTAR: ' ,
               WRK-QTD-COMPLEMENTAR.
           MOVE WRK-TOTAL-VENC-COMPL TO WRK-MASC-TOT-COMPL.
           DISPLAY 'TOTAL DE VENCIMENTOS: ' WRK-MASC-TOT-COMPL.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-MASC-TOT-COMPL.
           DISPLAY 'TOTAL LIQUIDO: ' WRK-MASC-TOT-COMPL.
      * Principal: vencimentos pagos; secundario: a parte tributavel
      * que entrou no acumulado - a medida que o PROG48 fecha contra
      * FOLHA-YTD.DAT.
           MOVE 'PROG04CP'           TO WRK-EOD-PROGRAMA-ATUAL.
           MOVE WRK-QTD-COMPLEMENTAR TO WRK-EOD-QTD.
           MOVE WRK-TOTAL-VENC-COMPL TO WRK-EOD-VALOR-PRINCIPAL.
           MOVE WRK-TOTAL-BRUTO-PAGO TO WRK-EOD-VALOR-SECUNDARIO.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-COMPLEMENTAR TO WRK-TRAILER-QTD.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Carrega FOLHA-COMPLEMENTAR.DAT inteiro na tabela do movimento
      * de rubricas (o arquivo e regravado com as situacoes no fim,
      * entao carga truncada aborta), contando os lancamentos em
      * aberto da competencia.
       0805-CARREGAR-COMPLEMENTAR.
           OPEN INPUT COMPLEMENTAR-FILE.
           IF WRK-STATUS-COMPL = '00'
               MOVE 'N' TO WRK-FIM-COMPL
               PERFORM UNTIL FIM-COMPL
                   READ COMPLEMENTAR-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-COMPL
                       NOT AT END
                           IF WRK-QTD-MOV-RUB < 300
                               ADD 1 TO WRK-QTD-MOV-RUB
                               SET WRK-IDX-MOV-RUB
                                   TO WRK-QTD-MOV-RUB
                               MOVE CPL-MATRICULA TO
                                   WRK-MOV-RUB-MATRICULA
                                       (WRK-IDX-MOV-RUB)
                               MOVE CPL-COMPETENCIA TO
                                   WRK-MOV-RUB-COMPETENCIA
                                       (WRK-IDX-MOV-RUB)
                               MOVE CPL-RUBRICA TO
                                   WRK-MOV-RUB-RUBRICA
                                       (WRK-IDX-MOV-RUB)
                               MOVE CPL-VALOR TO
                                   WRK-MOV-RUB-VALOR(WRK-IDX-MOV-RUB)
                               MOVE CPL-SITUACAO TO
                                   WRK-MOV-RUB-SITUACAO
                                       (WRK-IDX-MOV-RUB)
                               IF CPL-COMPETENCIA = WRK-COMPETENCIA-NUM
                                  AND CPL-SITUACAO = 'A'
                                   ADD 1 TO WRK-QTD-COMPL-ABERTO
                               END-IF
                           ELSE
                               DISPLAY 'AVISO: TABELA DA FOLHA ' ,
                                   'COMPLEMENTAR CHEIA - REGISTRO ' ,
                                   'IGNORADO'
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLEMENTAR-FILE
           END-IF.

      * Uma matricula da complementar: todos os seus lancamentos em
      * aberto da competencia sao aplicados de uma vez pelo motor de
      * rubricas (0235, que marca 'X'). Matricula fora do cadastro
      * fica com os lancamentos marcados 'N' nesta execucao e volta
      * gravada em aberto.
       0810-COMPLEMENTAR-FUNCIONARIO.
           MOVE WRK-MOV-RUB-MATRICULA(WRK-IDX-COMPL) TO FUN-MATRICULA.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'AVISO: MATRICULA ' FUN-MATRICULA ,
                       ' NAO CADASTRADA - LANCAMENTOS DA ' ,
                       'COMPLEMENTAR MANTIDOS EM ABERTO'
                   PERFORM VARYING WRK-IDX-COMPL-MAT FROM 1 BY 1
                           UNTIL WRK-IDX-COMPL-MAT > WRK-QTD-MOV-RUB
                       IF WRK-MOV-RUB-MATRICULA(WRK-IDX-COMPL-MAT) =
                               FUN-MATRICULA
                          AND WRK-MOV-RUB-COMPETENCIA
                              (WRK-IDX-COMPL-MAT) = WRK-COMPETENCIA-NUM
                          AND WRK-MOV-RUB-SITUACAO
                              (WRK-IDX-COMPL-MAT) = 'A'
                           MOVE 'N' TO WRK-MOV-RUB-SITUACAO
                               (WRK-IDX-COMPL-MAT)
                       END-IF
                   END-PERFORM
               NOT INVALID KEY
                   PERFORM 0820-CALCULAR-COMPLEMENTAR
           END-READ.

      * O motor de rubricas trabalha sobre o registro da folha
      * (EMP-MATRICULA/EMP-SALARIO): o cadastro mestre e copiado para
      * la antes de aplicar.
       0820-CALCULAR-COMPLEMENTAR.
           IF FUN-EMPRESA IS NUMERIC AND FUN-EMPRESA > ZEROS
              AND FUN-EMPRESA < 20
               MOVE FUN-EMPRESA TO WRK-EMPRESA-FUNC
           ELSE
               MOVE 1 TO WRK-EMPRESA-FUNC
           END-IF.
           MOVE FUN-MATRICULA TO EMP-MATRICULA WRK-MATRICULA.
           MOVE FUN-SALARIO   TO EMP-SALARIO.
           MOVE FUN-NOME      TO WRK-NOME.
           MOVE ZEROS TO WRK-SALARIO.
           PERFORM 0235-APLICAR-RUBRICAS.
           MOVE WRK-SALARIO TO WRK-BRUTO-COMPL.
           COMPUTE WRK-VENC-COMPL = WRK-BRUTO-COMPL
               + WRK-RUB-VENC-IRRF + WRK-RUB-VENC-LIVRE.
           PERFORM 0825-BUSCAR-YTD-COMPL.
      * Imposto do mes inteiro com o complemento, menos o ja retido.
           COMPUTE WRK-SALARIO = WRK-BRUTO-ANTERIOR + WRK-BRUTO-COMPL.
           PERFORM 0260-CALCULAR-INSS.
           PERFORM 0270-CALCULAR-IRRF.
           IF WRK-INSS > WRK-INSS-ANTERIOR
               COMPUTE WRK-INSS-COMPL = WRK-INSS - WRK-INSS-ANTERIOR
           ELSE
               MOVE ZEROS TO WRK-INSS-COMPL
           END-IF.
           IF WRK-IRRF > WRK-IRRF-ANTERIOR
               COMPUTE WRK-IRRF-COMPL = WRK-IRRF - WRK-IRRF-ANTERIOR
           ELSE
               MOVE ZEROS TO WRK-IRRF-COMPL
           END-IF.
           IF (WRK-INSS-COMPL + WRK-IRRF-COMPL + WRK-RUB-DESC-FUNC)
                   >= WRK-VENC-COMPL
               MOVE ZEROS TO WRK-LIQ-COMPL
               DISPLAY 'AVISO: DESCONTOS DA COMPLEMENTAR CONSOMEM ' ,
                   'TODO O VENCIMENTO DE ' FUN-NOME ' - LIQUIDO ZERO'
           ELSE
               COMPUTE WRK-LIQ-COMPL = WRK-VENC-COMPL
                   - WRK-INSS-COMPL - WRK-IRRF-COMPL
                   - WRK-RUB-DESC-FUNC
           END-IF.
           ADD 1 TO WRK-QTD-COMPLEMENTAR.
           ADD WRK-VENC-COMPL  TO WRK-TOTAL-VENC-COMPL.
           ADD WRK-BRUTO-COMPL TO WRK-TOTAL-BRUTO-PAGO.
           ADD WRK-INSS-COMPL  TO WRK-TOTAL-INSS-RET.
           ADD WRK-LIQ-COMPL   TO WRK-TOTAL-LIQUIDO.
           PERFORM 0830-ATUALIZAR-YTD-COMPL.
      * Daqui em diante os campos do funcionario carregam so o
      * complemento: subtotal do departamento (lote contabil),
      * holerite e credito bancario.
           MOVE WRK-BRUTO-COMPL TO WRK-SALARIO.
           MOVE WRK-INSS-COMPL  TO WRK-INSS.
           MOVE WRK-IRRF-COMPL  TO WRK-IRRF.
           MOVE WRK-LIQ-COMPL   TO WRK-SALARIO-LIQ.
           MOVE ZEROS           TO WRK-FGTS-FUNC.
           MOVE FUN-DEPARTAMENTO TO WRK-DEPTO-ALVO.
           MOVE 1   TO WRK-FATOR-RATEIO-DEP.
           MOVE 'S' TO WRK-CONTA-FUNC-DEP.
           PERFORM 0266-ACUMULAR-DEPTO-PARCELA.
           PERFORM 0267-ACUMULAR-EMPRESA.
           MOVE WRK-VENC-COMPL  TO WRK-MASC-VENC-COMPL.
           MOVE WRK-INSS-COMPL  TO WRK-MASC-INSS.
           MOVE WRK-IRRF-COMPL  TO WRK-MASC-IRRF.
           MOVE WRK-LIQ-COMPL   TO WRK-MASC-LIQ.
           MOVE SPACES TO WRK-SIGILO-LINHA.
           STRING FUN-MATRICULA ' ' FUN-NOME ' ' WRK-MASC-VENC-COMPL ,
               ' ' WRK-MASC-INSS ' ' WRK-MASC-IRRF ' ' WRK-MASC-LIQ
               DELIMITED BY SIZE INTO WRK-SIGILO-LINHA.
           PERFORM 9769-EXIBIR-LINHA-SIGILO.
           PERFORM 0840-GRAVAR-HOLERITE-COMPL.
           IF WRK-LIQ-COMPL > ZEROS
               PERFORM 0259-GRAVAR-CREDITO-BANCO
           END-IF.

      * Bruto, INSS e IRRF ja acumulados na competencia (zero para
      * quem nao entrou na folha do mes, como admissao tardia) e o
      * numero de dependentes considerado no IRRF.
       0825-BUSCAR-YTD-COMPL.
           MOVE ZEROS TO WRK-IDX-YTD-ACHADO WRK-BRUTO-ANTERIOR
               WRK-INSS-ANTERIOR WRK-IRRF-ANTERIOR.
           PERFORM VARYING WRK-IDX-YTD FROM 1 BY 1
                   UNTIL WRK-IDX-YTD > WRK-QTD-YTD
               IF WRK-YTD-MATRICULA(WRK-IDX-YTD) = FUN-MATRICULA
                  AND WRK-YTD-ANO(WRK-IDX-YTD) = WRK-COMPETENCIA-ANO
                  AND WRK-YTD-MES(WRK-IDX-YTD) = WRK-COMPETENCIA-MES
                   SET WRK-IDX-YTD-ACHADO TO WRK-IDX-YTD
               END-IF
           END-PERFORM.
           IF WRK-IDX-YTD-ACHADO > ZEROS
               MOVE WRK-YTD-BRUTO(WRK-IDX-YTD-ACHADO)
                   TO WRK-BRUTO-ANTERIOR
               MOVE WRK-YTD-INSS(WRK-IDX-YTD-ACHADO)
                   TO WRK-INSS-ANTERIOR
               MOVE WRK-YTD-IRRF(WRK-IDX-YTD-ACHADO)
                   TO WRK-IRRF-ANTERIOR
               MOVE WRK-YTD-DEPENDENTES(WRK-IDX-YTD-ACHADO)
                   TO WRK-QTD-DEP-FUNC
           ELSE
               PERFORM 0243-CONTAR-DEPENDENTES
           END-IF.

      * Soma o complemento no registro da competencia (ou inclui o
      * registro, para quem nao entrou na folha do mes).
       0830-ATUALIZAR-YTD-COMPL.
           IF WRK-IDX-YTD-ACHADO = ZEROS
               IF WRK-QTD-YTD < 1200
                   ADD 1 TO WRK-QTD-YTD
                   MOVE WRK-QTD-YTD TO WRK-IDX-YTD-ACHADO
                   MOVE WRK-EMPRESA-FUNC TO
                       WRK-YTD-EMPRESA(WRK-IDX-YTD-ACHADO)
                   MOVE FUN-MATRICULA TO
                       WRK-YTD-MATRICULA(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-NOME TO WRK-YTD-NOME(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-COMPETENCIA-ANO TO
                       WRK-YTD-ANO(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-COMPETENCIA-MES TO
                       WRK-YTD-MES(WRK-IDX-YTD-ACHADO)
                   MOVE ZEROS TO WRK-YTD-BRUTO(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-INSS(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-IRRF(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-LIQUIDO(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-PLR(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-IRRF-PLR(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-QTD-DEP-FUNC TO
                       WRK-YTD-DEPENDENTES(WRK-IDX-YTD-ACHADO)
               ELSE
                   DISPLAY 'AVISO: TABELA DO ACUMULADO ANUAL CHEIA ' ,
                       '- COMPLEMENTO NAO ACUMULADO PARA ' FUN-NOME
               END-IF
           END-IF.
           IF WRK-IDX-YTD-ACHADO > ZEROS
               ADD WRK-BRUTO-COMPL TO
                   WRK-YTD-BRUTO(WRK-IDX-YTD-ACHADO)
               ADD WRK-INSS-COMPL TO WRK-YTD-INSS(WRK-IDX-YTD-ACHADO)
               ADD WRK-IRRF-COMPL TO WRK-YTD-IRRF(WRK-IDX-YTD-ACHADO)
               ADD WRK-LIQ-COMPL TO
                   WRK-YTD-LIQUIDO(WRK-IDX-YTD-ACHADO)
           END-IF.

      * Bloco do holerite da complementar: cada rubrica aplicada, os
      * impostos do complemento e o liquido desta corrida.
       0840-GRAVAR-HOLERITE-COMPL.
           MOVE ALL '=' TO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING WRK-EMPRESA-RELATORIO
               ' COMPLEMENTAR ' WRK-COMPETENCIA-MES '/'
               WRK-COMPETENCIA-ANO
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'MATRICULA: ' FUN-MATRICULA '  NOME: ' FUN-NOME
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           PERFORM VARYING WRK-IDX-MOV-RUB FROM 1 BY 1
                   UNTIL WRK-IDX-MOV-RUB > WRK-QTD-MOV-RUB
               IF WRK-MOV-RUB-MATRICULA(WRK-IDX-MOV-RUB) =
                       FUN-MATRICULA
                  AND WRK-MOV-RUB-COMPETENCIA(WRK-IDX-MOV-RUB) =
                       WRK-COMPETENCIA-NUM
                  AND WRK-MOV-RUB-SITUACAO(WRK-IDX-MOV-RUB) = 'X'
                   PERFORM 0236-BUSCAR-RUBRICA
                   IF WRK-IDX-RUB-ACHADA > ZEROS
                       PERFORM 0237-VALORAR-RUBRICA
                       MOVE WRK-VALOR-RUBRICA TO WRK-MASC-RUBRICA
                       MOVE SPACES TO WRK-LINHA-HOLERITE
                       STRING 'RUBRICA '
                           WRK-RUBRICA-CODIGO(WRK-IDX-RUB-ACHADA) ' '
                           WRK-RUBRICA-DESCRICAO(WRK-IDX-RUB-ACHADA)
                           ' '
                           WRK-RUBRICA-NATUREZA(WRK-IDX-RUB-ACHADA)
                           ': ' WRK-MASC-RUBRICA
                           DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE
                       WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'INSS COMPLEMENTAR: ' WRK-MASC-INSS
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'IRRF COMPLEMENTAR: ' WRK-MASC-IRRF
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'LIQUIDO COMPLEMENTAR: ' WRK-MASC-LIQ
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.

      * Regrava FOLHA-COMPLEMENTAR.DAT: o 'X' desta execucao sai como
      * 'P' (pago) e o 'N' de matricula nao cadastrada volta a 'A'.
       0870-GRAVAR-COMPLEMENTAR.
           OPEN OUTPUT COMPLEMENTAR-FILE.
           PERFORM VARYING WRK-IDX-MOV-RUB FROM 1 BY 1
                   UNTIL WRK-IDX-MOV-RUB > WRK-QTD-MOV-RUB
               MOVE SPACES TO COMPLEMENTAR-RECORD
               MOVE WRK-MOV-RUB-MATRICULA(WRK-IDX-MOV-RUB) TO
                   CPL-MATRICULA
               MOVE WRK-MOV-RUB-COMPETENCIA(WRK-IDX-MOV-RUB) TO
                   CPL-COMPETENCIA
               MOVE WRK-MOV-RUB-RUBRICA(WRK-IDX-MOV-RUB) TO
                   CPL-RUBRICA
               MOVE WRK-MOV-RUB-VALOR(WRK-IDX-MOV-RUB) TO CPL-VALOR
               EVALUATE WRK-MOV-RUB-SITUACAO(WRK-IDX-MOV-RUB)
                   WHEN 'X'
                       MOVE 'P' TO CPL-SITUACAO
                   WHEN 'N'
                       MOVE 'A' TO CPL-SITUACAO
                   WHEN OTHER
                       MOVE WRK-MOV-RUB-SITUACAO(WRK-IDX-MOV-RUB)
                           TO CPL-SITUACAO
               END-EVALUATE
               WRITE COMPLEMENTAR-RECORD
           END-PERFORM.
           CLOSE COMPLEMENTAR-FILE.

      * Participacao nos lucros: o valor distribuivel e rateado entre
      * os funcionarios ativos com ao menos um mes trabalhado no
      * periodo apurado, pela regra de FOLHA-PARAM.DAT. Sem INSS nem
      * FGTS; o IR exclusivo da PLR fica no acumulado anual em campos
      * proprios, e o reprocesso da mesma competencia substitui a PLR
      * paga antes (nao soma).
       0900-PROCESSAR-PLR.
           IF WRK-PLR-VALOR = ZEROS
              OR (NOT PLR-IGUAL AND NOT PLR-SALARIO AND NOT PLR-MESES)
              OR WRK-PLR-INI-MES < 1 OR WRK-PLR-INI-MES > 12
              OR WRK-PLR-FIM-MES < 1 OR WRK-PLR-FIM-MES > 12
              OR WRK-PLR-FIM-NUM < WRK-PLR-INICIO-NUM
              OR WRK-PLR-FIM-NUM > WRK-COMPETENCIA-NUM
               DISPLAY 'PARAMETROS DA PLR INVALIDOS EM ' ,
                   'FOLHA-PARAM.DAT (VALOR, REGRA I/S/M OU PERIODO ' ,
                   'AAAAMM ATE A COMPETENCIA) - PLR NAO PROCESSADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               GOBACK
           END-IF.
           PERFORM 0130-CARREGAR-YTD.
           PERFORM 0114-CARREGAR-AFASTAMENTOS.
           PERFORM 0121-CARREGAR-BANCO-FUNC.
           PERFORM 0905-CARREGAR-TABELA-PLR.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC NOT = '00'
               DISPLAY 'EMPLOYEE-MASTER.DAT NAO ENCONTRADO - ' ,
                   'PLR NAO PROCESSADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-MASTER
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-MASTER
                   NOT AT END
                       IF FUN-DESLIGADO
                           CONTINUE
                       ELSE
                           PERFORM 0910-APURAR-PARTICIPANTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
           PERFORM 0148-ABORTAR-SE-ESTOUROU.
           IF WRK-QTD-PART = ZEROS
               DISPLAY 'NENHUM FUNCIONARIO ATIVO COM MES TRABALHADO ' ,
                   'NO PERIODO ' WRK-PLR-INICIO-NUM ' A ' ,
                   WRK-PLR-FIM-NUM ' - PLR NAO PROCESSADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               GOBACK
           END-IF.
           PERFORM 0920-RATEAR-PLR.
           MOVE 'FOLHA-YTD.DAT' TO WRK-TRV-ARQUIVO.
           PERFORM 9640-REGISTRAR-TRAVA.
           MOVE 'PLR SAL'  TO WRK-MOTIVO-SAL.
           MOVE 'PLR INSS' TO WRK-MOTIVO-INSS.
           MOVE 'PLR IRRF' TO WRK-MOTIVO-IRRF.
           MOVE 'PLR LIQ'  TO WRK-MOTIVO-LIQ.
           MOVE 'PLR AJU'  TO WRK-MOTIVO-AJU.
           MOVE 'PLR'      TO WRK-CLASSE-DESPESA.
           PERFORM 0150-MONTAR-CABECALHO.
           OPEN OUTPUT HOLERITE-FILE.
           OPEN OUTPUT BANK-PAYMENT-FILE.
           PERFORM 0160-GRAVAR-HEADER-BANCO.
           DISPLAY '     PLR - COMPETENCIA ' ,
               WRK-COMPETENCIA-MES '/' WRK-COMPETENCIA-ANO ,
               ' - PERIODO ' WRK-PLR-INI-MES '/' WRK-PLR-INI-ANO ,
               ' A ' WRK-PLR-FIM-MES '/' WRK-PLR-FIM-ANO ,
               ' - REGRA ' WRK-PLR-REGRA.
           DISPLAY ' '.
           DISPLAY 'MATR.  FUNCIONARIO     MESES  PLR BRUTA   ' ,
               'IRRF PLR    PLR LIQUIDA'.
           DISPLAY '-----------------------------------------' ,
               '-----------------'.
           PERFORM VARYING WRK-IDX-PART FROM 1 BY 1
                   UNTIL WRK-IDX-PART > WRK-QTD-PART
               PERFORM 0930-PAGAR-PLR-FUNCIONARIO
           END-PERFORM.
           MOVE SPACES             TO BANK-PAYMENT-RECORD.
           MOVE 'T'                TO BPT-TIPO-REG.
           MOVE WRK-QTD-CREDITOS   TO BPT-QTD.
           MOVE WRK-TOTAL-CREDITOS TO BPT-VALOR.
           WRITE BANK-PAYMENT-RECORD.
           CLOSE BANK-PAYMENT-FILE.
           CLOSE HOLERITE-FILE.
           PERFORM 0495-GERAR-LANCAMENTOS-CONTABEIS.
           PERFORM 0420-GRAVAR-YTD.
      * So o IR da PLR vai para obrigacao (origem propria, substituida
      * no reprocesso da competencia), uma por empresa; nao ha INSS
      * nem FGTS.
           MOVE 'PROG04'            TO WRK-OBR-USUARIO.
           MOVE WRK-COMPETENCIA-NUM TO WRK-OBR-COMPETENCIA-NUM.
           MOVE 'PLR'               TO WRK-OBR-ORIGEM.
           MOVE 'S'                 TO WRK-OBR-MODO.
           MOVE 'IRRF'              TO WRK-OBR-TRIBUTO.
           PERFORM VARYING WRK-IDX-EMPRESA-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA-FOLHA > 19
               IF WRK-EMPRESA-FOLHA-QTD(WRK-IDX-EMPRESA-FOLHA)
                       > ZEROS
                   SET WRK-OBR-EMPRESA TO WRK-IDX-EMPRESA-FOLHA
                   MOVE WRK-EMPRESA-FOLHA-IRRF(WRK-IDX-EMPRESA-FOLHA)
                       TO WRK-OBR-VALOR
                   PERFORM 9200-REGISTRAR-OBRIGACAO
               END-IF
           END-PERFORM.
           MOVE 1 TO WRK-OBR-EMPRESA.
           PERFORM 9650-LIBERAR-TRAVAS.
           DISPLAY '-----------------------------------------' ,
               '-----------------'.
           DISPLAY 'FUNCIONARIOS NA PLR: ' WRK-QTD-PLR-PAGOS ,
               '   SEM MES TRABALHADO NO PERIODO: ' ,
               WRK-QTD-PLR-INELEG.
           MOVE WRK-TOTAL-PLR TO WRK-MASC-TOT-PLR.
           DISPLAY 'TOTAL DE PLR: ' WRK-MASC-TOT-PLR.
           MOVE WRK-TOTAL-IRRF-PLR TO WRK-MASC-TOT-PLR.
           DISPLAY 'TOTAL DE IRRF DA PLR: ' WRK-MASC-TOT-PLR.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-MASC-TOT-PLR.
           DISPLAY 'TOTAL LIQUIDO: ' WRK-MASC-TOT-PLR.
      * Principal: PLR paga; secundario: IR exclusivo retido - as
      * medidas que o PROG48 fecha contra os campos de PLR do
      * acumulado.
           MOVE 'PROG04PL'         TO WRK-EOD-PROGRAMA-ATUAL.
           MOVE WRK-QTD-PLR-PAGOS  TO WRK-EOD-QTD.
           MOVE WRK-TOTAL-PLR      TO WRK-EOD-VALOR-PRINCIPAL.
           MOVE WRK-TOTAL-IRRF-PLR TO WRK-EOD-VALOR-SECUNDARIO.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-PLR-PAGOS TO WRK-TRAILER-QTD.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Tabela exclusiva de IR da PLR com vigencia, carregada como a
      * do IRRF; sem tabela em vigor, as faixas anuais padrao.
       0905-CARREGAR-TABELA-PLR.
           OPEN INPUT PLR-TABELA-FILE.
           IF WRK-STATUS-TAB-PLR = '00'
               MOVE 'N' TO WRK-FIM-TAB-IMP
               PERFORM UNTIL FIM-TAB-IMP
                   READ PLR-TABELA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-TAB-IMP
                       NOT AT END
                           IF WRK-QTD-PLR-RAW < 50
                               ADD 1 TO WRK-QTD-PLR-RAW
                               SET WRK-IDX-PLR-RAW
                                   TO WRK-QTD-PLR-RAW
                               MOVE PTB-VIGENCIA TO
                                   WRK-PLR-RAW-VIGENCIA
                                       (WRK-IDX-PLR-RAW)
                               MOVE PTB-LIMITE TO
                                   WRK-PLR-RAW-LIMITE
                                       (WRK-IDX-PLR-RAW)
                               MOVE PTB-ALIQUOTA TO
                                   WRK-PLR-RAW-ALIQUOTA
                                       (WRK-IDX-PLR-RAW)
                               MOVE PTB-DEDUZIR TO
                                   WRK-PLR-RAW-DEDUZIR
                                       (WRK-IDX-PLR-RAW)
                               IF PTB-VIGENCIA <= WRK-COMPETENCIA-NUM
                                  AND PTB-VIGENCIA > WRK-VIGENCIA-PLR
                                   MOVE PTB-VIGENCIA TO
                                       WRK-VIGENCIA-PLR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLR-TABELA-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-PLR-RAW FROM 1 BY 1
                   UNTIL WRK-IDX-PLR-RAW > WRK-QTD-PLR-RAW
               IF WRK-PLR-RAW-VIGENCIA(WRK-IDX-PLR-RAW) =
                       WRK-VIGENCIA-PLR
                  AND WRK-VIGENCIA-PLR > ZEROS
                  AND WRK-QTD-PLR-SEL < 10
                   ADD 1 TO WRK-QTD-PLR-SEL
                   SET WRK-IDX-PLR-SEL TO WRK-QTD-PLR-SEL
                   MOVE WRK-PLR-RAW-LIMITE(WRK-IDX-PLR-RAW) TO
                       WRK-PLR-SEL-LIMITE(WRK-IDX-PLR-SEL)
                   MOVE WRK-PLR-RAW-ALIQUOTA(WRK-IDX-PLR-RAW) TO
                       WRK-PLR-SEL-ALIQUOTA(WRK-IDX-PLR-SEL)
                   MOVE WRK-PLR-RAW-DEDUZIR(WRK-IDX-PLR-RAW) TO
                       WRK-PLR-SEL-DEDUZIR(WRK-IDX-PLR-SEL)
               END-IF
           END-PERFORM.
           IF WRK-QTD-PLR-SEL = ZEROS
               PERFORM 0906-CARREGAR-PLR-PADRAO
           END-IF.

      * Faixas anuais da tabela exclusiva da PLR em vigor desde 2024.
       0906-CARREGAR-PLR-PADRAO.
           MOVE 5 TO WRK-QTD-PLR-SEL.
           MOVE 7640,80   TO WRK-PLR-SEL-LIMITE(1).
           MOVE 0,00      TO WRK-PLR-SEL-ALIQUOTA(1).
           MOVE 0,00      TO WRK-PLR-SEL-DEDUZIR(1).
           MOVE 9922,28   TO WRK-PLR-SEL-LIMITE(2).
           MOVE 7,50      TO WRK-PLR-SEL-ALIQUOTA(2).
           MOVE 573,06    TO WRK-PLR-SEL-DEDUZIR(2).
           MOVE 13167,00  TO WRK-PLR-SEL-LIMITE(3).
           MOVE 15,00     TO WRK-PLR-SEL-ALIQUOTA(3).
           MOVE 1317,23   TO WRK-PLR-SEL-DEDUZIR(3).
           MOVE 16380,38  TO WRK-PLR-SEL-LIMITE(4).
           MOVE 22,50     TO WRK-PLR-SEL-ALIQUOTA(4).
           MOVE 2304,76   TO WRK-PLR-SEL-DEDUZIR(4).
           MOVE 999999,99 TO WRK-PLR-SEL-LIMITE(5).
           MOVE 27,50     TO WRK-PLR-SEL-ALIQUOTA(5).
           MOVE 3123,78   TO WRK-PLR-SEL-DEDUZIR(5).

      * Meses trabalhados do funcionario no periodo apurado e o peso
      * dele no rateio; quem nao tem nenhum mes fica de fora.
       0910-APURAR-PARTICIPANTE.
           MOVE FUN-ANO-ENTRADA TO WRK-QUEBRA-ANO.
           MOVE FUN-MES-ENTRADA TO WRK-QUEBRA-MES.
           IF FUN-DIA-ENTRADA IS NUMERIC
              AND FUN-DIA-ENTRADA > ZEROS
               MOVE FUN-DIA-ENTRADA TO WRK-QUEBRA-DIA
           ELSE
               MOVE 1 TO WRK-QUEBRA-DIA
           END-IF.
           PERFORM 0118-DATA-PARA-INDICE.
           MOVE WRK-INDICE-DATA TO WRK-PLR-IDX-ADMISSAO.
           MOVE ZEROS TO WRK-PLR-MESES-TRAB.
           MOVE WRK-PLR-INICIO-NUM TO WRK-PLR-MES-COR-NUM.
           PERFORM UNTIL WRK-PLR-MES-COR-NUM > WRK-PLR-FIM-NUM
               PERFORM 0915-APURAR-MES-PLR
               ADD 1 TO WRK-PLR-COR-MES
               IF WRK-PLR-COR-MES > 12
                   MOVE 1 TO WRK-PLR-COR-MES
                   ADD 1 TO WRK-PLR-COR-ANO
               END-IF
           END-PERFORM.
           IF WRK-PLR-MESES-TRAB = ZEROS
               ADD 1 TO WRK-QTD-PLR-INELEG
           ELSE
               IF WRK-QTD-PART < 500
                   ADD 1 TO WRK-QTD-PART
                   SET WRK-IDX-PART TO WRK-QTD-PART
                   MOVE FUN-MATRICULA TO
                       WRK-PART-MATRICULA(WRK-IDX-PART)
                   MOVE FUN-NOME TO WRK-PART-NOME(WRK-IDX-PART)
                   MOVE FUN-DEPARTAMENTO TO
                       WRK-PART-DEPTO(WRK-IDX-PART)
                   IF FUN-EMPRESA IS NUMERIC AND FUN-EMPRESA > ZEROS
                      AND FUN-EMPRESA < 20
                       MOVE FUN-EMPRESA TO
                           WRK-PART-EMPRESA(WRK-IDX-PART)
                   ELSE
                       MOVE 1 TO WRK-PART-EMPRESA(WRK-IDX-PART)
                   END-IF
                   MOVE WRK-PLR-MESES-TRAB TO
                       WRK-PART-MESES(WRK-IDX-PART)
                   EVALUATE TRUE
                       WHEN PLR-SALARIO
                           MOVE FUN-SALARIO TO
                               WRK-PART-PESO(WRK-IDX-PART)
                       WHEN PLR-MESES
                           MOVE WRK-PLR-MESES-TRAB TO
                               WRK-PART-PESO(WRK-IDX-PART)
                       WHEN OTHER
                           MOVE 1 TO WRK-PART-PESO(WRK-IDX-PART)
                   END-EVALUATE
                   MOVE ZEROS TO WRK-PART-COTA(WRK-IDX-PART)
                   ADD WRK-PART-PESO(WRK-IDX-PART) TO WRK-SOMA-PESOS
               ELSE
                   DISPLAY 'AVISO: TABELA DE PARTICIPANTES DA PLR ' ,
                       'CHEIA - MATRICULA ' FUN-MATRICULA ' IGNORADA'
                   SET CARGA-ESTOUROU TO TRUE
               END-IF
           END-IF.

      * Um mes do periodo (regra comercial de 30 dias): descontados os
      * dias antes da admissao e os afastados, conta com 15 ou mais.
       0915-APURAR-MES-PLR.
           COMPUTE WRK-IDX-COMP-INI =
               (WRK-PLR-COR-ANO * 360) +
               ((WRK-PLR-COR-MES - 1) * 30) + 1.
           COMPUTE WRK-IDX-COMP-FIM = WRK-IDX-COMP-INI + 29.
           IF WRK-PLR-IDX-ADMISSAO > WRK-IDX-COMP-INI
               MOVE WRK-PLR-IDX-ADMISSAO TO WRK-IDX-COMP-INI
           END-IF.
           COMPUTE WRK-PLR-DIAS-MES =
               WRK-IDX-COMP-FIM - WRK-IDX-COMP-INI + 1.
           PERFORM VARYING WRK-IDX-AFAST FROM 1 BY 1
                   UNTIL WRK-IDX-AFAST > WRK-QTD-AFAST
                      OR WRK-PLR-DIAS-MES < 15
               IF WRK-AFAST-MATRICULA(WRK-IDX-AFAST) = FUN-MATRICULA
                   MOVE WRK-AFAST-INICIO(WRK-IDX-AFAST)
                       TO WRK-DATA-QUEBRA
                   PERFORM 0118-DATA-PARA-INDICE
                   MOVE WRK-INDICE-DATA TO WRK-IDX-AFA-INI
                   MOVE WRK-AFAST-FIM(WRK-IDX-AFAST)
                       TO WRK-DATA-QUEBRA
                   PERFORM 0118-DATA-PARA-INDICE
                   MOVE WRK-INDICE-DATA TO WRK-IDX-AFA-FIM
                   IF WRK-IDX-AFA-INI < WRK-IDX-COMP-INI
                       MOVE WRK-IDX-COMP-INI TO WRK-IDX-AFA-INI
                   END-IF
                   IF WRK-IDX-AFA-FIM > WRK-IDX-COMP-FIM
                       MOVE WRK-IDX-COMP-FIM TO WRK-IDX-AFA-FIM
                   END-IF
                   COMPUTE WRK-SOBREPOSICAO =
                       WRK-IDX-AFA-FIM - WRK-IDX-AFA-INI + 1
                   IF WRK-SOBREPOSICAO > ZEROS
                       SUBTRACT WRK-SOBREPOSICAO FROM WRK-PLR-DIAS-MES
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-PLR-DIAS-MES >= 15
               ADD 1 TO WRK-PLR-MESES-TRAB
           END-IF.

      * Cota de cada participante pelo peso; a diferenca de
      * arredondamento fica com a maior cota, para o total pago fechar
      * com o valor distribuivel.
       0920-RATEAR-PLR.
           MOVE ZEROS TO WRK-PLR-DISTRIBUIDO WRK-IDX-PART-MAIOR.
           PERFORM VARYING WRK-IDX-PART FROM 1 BY 1
                   UNTIL WRK-IDX-PART > WRK-QTD-PART
               COMPUTE WRK-PART-COTA(WRK-IDX-PART) ROUNDED =
                   WRK-PLR-VALOR * WRK-PART-PESO(WRK-IDX-PART)
                   / WRK-SOMA-PESOS
               ADD WRK-PART-COTA(WRK-IDX-PART) TO WRK-PLR-DISTRIBUIDO
               IF WRK-IDX-PART-MAIOR = ZEROS
                   SET WRK-IDX-PART-MAIOR TO WRK-IDX-PART
               ELSE
                   IF WRK-PART-COTA(WRK-IDX-PART) >
                           WRK-PART-COTA(WRK-IDX-PART-MAIOR)
                       SET WRK-IDX-PART-MAIOR TO WRK-IDX-PART
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WRK-PLR-RESIDUO =
               WRK-PLR-VALOR - WRK-PLR-DISTRIBUIDO.
           IF WRK-PLR-RESIDUO NOT = ZEROS
               COMPUTE WRK-PART-COTA(WRK-IDX-PART-MAIOR) =
                   WRK-PART-COTA(WRK-IDX-PART-MAIOR) + WRK-PLR-RESIDUO
           END-IF.

      * Pagamento de um participante: IR da tabela da PLR sobre a PLR
      * do ano com esta cota, menos o IR de PLR ja retido em outras
      * competencias do ano.
       0930-PAGAR-PLR-FUNCIONARIO.
           MOVE WRK-PART-MATRICULA(WRK-IDX-PART) TO
               WRK-MATRICULA FUN-MATRICULA.
           MOVE WRK-PART-NOME(WRK-IDX-PART) TO WRK-NOME FUN-NOME.
           MOVE WRK-PART-EMPRESA(WRK-IDX-PART) TO WRK-EMPRESA-FUNC.
           MOVE WRK-PART-COTA(WRK-IDX-PART) TO WRK-SALARIO.
           PERFORM 0935-BUSCAR-YTD-PLR.
           COMPUTE WRK-PLR-BASE-ANO = WRK-PLR-ANTERIOR + WRK-SALARIO.
           PERFORM 0940-CALCULAR-IRRF-PLR.
           IF WRK-IRRF-PLR-ANO > WRK-IRRF-PLR-ANTERIOR
               COMPUTE WRK-IRRF =
                   WRK-IRRF-PLR-ANO - WRK-IRRF-PLR-ANTERIOR
           ELSE
               MOVE ZEROS TO WRK-IRRF
           END-IF.
           MOVE ZEROS TO WRK-INSS WRK-FGTS-FUNC.
           COMPUTE WRK-SALARIO-LIQ = WRK-SALARIO - WRK-IRRF.
           ADD 1 TO WRK-QTD-PLR-PAGOS.
           ADD WRK-SALARIO     TO WRK-TOTAL-PLR.
           ADD WRK-IRRF        TO WRK-TOTAL-IRRF-PLR.
           ADD WRK-SALARIO-LIQ TO WRK-TOTAL-LIQUIDO.
           PERFORM 0945-ATUALIZAR-YTD-PLR.
           MOVE WRK-PART-DEPTO(WRK-IDX-PART) TO WRK-DEPTO-ALVO.
           MOVE 1   TO WRK-FATOR-RATEIO-DEP.
           MOVE 'S' TO WRK-CONTA-FUNC-DEP.
           PERFORM 0266-ACUMULAR-DEPTO-PARCELA.
           PERFORM 0267-ACUMULAR-EMPRESA.
           MOVE WRK-SALARIO     TO WRK-MASC-DINHEIRO.
           MOVE WRK-IRRF        TO WRK-MASC-IRRF.
           MOVE WRK-SALARIO-LIQ TO WRK-MASC-LIQ.
           MOVE SPACES TO WRK-SIGILO-LINHA.
           STRING FUN-MATRICULA ' ' FUN-NOME '  ' ,
               WRK-PART-MESES(WRK-IDX-PART) '   ' WRK-MASC-DINHEIRO ,
               ' ' WRK-MASC-IRRF ' ' WRK-MASC-LIQ
               DELIMITED BY SIZE INTO WRK-SIGILO-LINHA.
           PERFORM 9769-EXIBIR-LINHA-SIGILO.
           PERFORM 0950-GRAVAR-HOLERITE-PLR.
           IF WRK-SALARIO-LIQ > ZEROS
               PERFORM 0259-GRAVAR-CREDITO-BANCO
           END-IF.

      * PLR e IR de PLR do ano em outras competencias, e o registro
      * da competencia corrente (se ja houver) para a substituicao.
       0935-BUSCAR-YTD-PLR.
           MOVE ZEROS TO WRK-IDX-YTD-ACHADO WRK-PLR-ANTERIOR
               WRK-IRRF-PLR-ANTERIOR.
           PERFORM VARYING WRK-IDX-YTD FROM 1 BY 1
                   UNTIL WRK-IDX-YTD > WRK-QTD-YTD
               IF WRK-YTD-MATRICULA(WRK-IDX-YTD) = FUN-MATRICULA
                  AND WRK-YTD-ANO(WRK-IDX-YTD) = WRK-COMPETENCIA-ANO
                   IF WRK-YTD-MES(WRK-IDX-YTD) = WRK-COMPETENCIA-MES
                       SET WRK-IDX-YTD-ACHADO TO WRK-IDX-YTD
                   ELSE
                       ADD WRK-YTD-PLR(WRK-IDX-YTD)
                           TO WRK-PLR-ANTERIOR
                       ADD WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                           TO WRK-IRRF-PLR-ANTERIOR
                   END-IF
               END-IF
           END-PERFORM.

      * Faixa da tabela da PLR alcancada pela PLR acumulada no ano.
       0940-CALCULAR-IRRF-PLR.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZEROS TO WRK-ALIQ-ACHADA WRK-DEDUZIR-ACHADO.
           PERFORM VARYING WRK-IDX-PLR-SEL FROM 1 BY 1
                   UNTIL WRK-IDX-PLR-SEL > WRK-QTD-PLR-SEL
               IF WRK-FAIXA-ACHADA = 'N'
                  AND WRK-PLR-BASE-ANO <=
                      WRK-PLR-SEL-LIMITE(WRK-IDX-PLR-SEL)
                   MOVE WRK-PLR-SEL-ALIQUOTA(WRK-IDX-PLR-SEL)
                       TO WRK-ALIQ-ACHADA
                   MOVE WRK-PLR-SEL-DEDUZIR(WRK-IDX-PLR-SEL)
                       TO WRK-DEDUZIR-ACHADO
                   MOVE 'S' TO WRK-FAIXA-ACHADA
               END-IF
           END-PERFORM.
           IF WRK-FAIXA-ACHADA = 'N'
               MOVE WRK-PLR-SEL-ALIQUOTA(WRK-QTD-PLR-SEL)
                   TO WRK-ALIQ-ACHADA
               MOVE WRK-PLR-SEL-DEDUZIR(WRK-QTD-PLR-SEL)
                   TO WRK-DEDUZIR-ACHADO
           END-IF.
           COMPUTE WRK-IRRF-PLR-ANO ROUNDED =
               (WRK-PLR-BASE-ANO * WRK-ALIQ-ACHADA / 100)
               - WRK-DEDUZIR-ACHADO.
           IF WRK-IRRF-PLR-ANO < 0
               MOVE ZEROS TO WRK-IRRF-PLR-ANO
           END-IF.

      * Grava a PLR e o IR desta competencia no acumulado (substitui o
      * pago antes na mesma competencia); inclui o registro para quem
      * ainda nao tem folha no mes, com a parte da folha zerada.
       0945-ATUALIZAR-YTD-PLR.
           IF WRK-IDX-YTD-ACHADO = ZEROS
               IF WRK-QTD-YTD < 1200
                   ADD 1 TO WRK-QTD-YTD
                   MOVE WRK-QTD-YTD TO WRK-IDX-YTD-ACHADO
                   MOVE WRK-EMPRESA-FUNC TO
                       WRK-YTD-EMPRESA(WRK-IDX-YTD-ACHADO)
                   MOVE FUN-MATRICULA TO
                       WRK-YTD-MATRICULA(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-NOME TO WRK-YTD-NOME(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-COMPETENCIA-ANO TO
                       WRK-YTD-ANO(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-COMPETENCIA-MES TO
                       WRK-YTD-MES(WRK-IDX-YTD-ACHADO)
                   MOVE ZEROS TO WRK-YTD-BRUTO(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-INSS(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-IRRF(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-LIQUIDO(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-DEPENDENTES(WRK-IDX-YTD-ACHADO)
               ELSE
                   DISPLAY 'AVISO: TABELA DO ACUMULADO ANUAL CHEIA ' ,
                       '- PLR NAO ACUMULADA PARA ' FUN-NOME
               END-IF
           END-IF.
           IF WRK-IDX-YTD-ACHADO > ZEROS
               MOVE WRK-SALARIO TO WRK-YTD-PLR(WRK-IDX-YTD-ACHADO)
               MOVE WRK-IRRF TO WRK-YTD-IRRF-PLR(WRK-IDX-YTD-ACHADO)
           END-IF.

      * Bloco do holerite da PLR: periodo, meses apurados, PLR bruta,
      * IR exclusivo e liquido.
       0950-GRAVAR-HOLERITE-PLR.
           MOVE ALL '=' TO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING WRK-EMPRESA-RELATORIO
               ' PLR ' WRK-COMPETENCIA-MES '/' WRK-COMPETENCIA-ANO
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'PERIODO APURADO: ' WRK-PLR-INI-MES '/'
               WRK-PLR-INI-ANO ' A ' WRK-PLR-FIM-MES '/'
               WRK-PLR-FIM-ANO '  MESES: '
               WRK-PART-MESES(WRK-IDX-PART)
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'PLR BRUTA: ' WRK-MASC-DINHEIRO
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'IRRF EXCLUSIVO DA PLR: ' WRK-MASC-IRRF
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'PLR LIQUIDA: ' WRK-MASC-LIQ
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.

      * Carrega os adiantamentos registrados pela corrida quinzenal;
      * cada um em aberto e descontado na folha mensal e marcado como
                       END-IF
                       MOVE 'X' TO
                           WRK-MOV-RUB-SITUACAO(WRK-IDX-MOV-RUB)
                       IF JORNAL-ABERTO
                           PERFORM 0286-LIMPAR-DETALHE-JORNAL
                           MOVE 'M' TO JRN-TIPO-REG
                           MOVE EMP-MATRICULA TO JRN-MATRICULA
                           MOVE WRK-COMPETENCIA-NUM TO JRN-COMPETENCIA
                           MOVE WRK-MOV-RUB-RUBRICA(WRK-IDX-MOV-RUB)
                               TO JRN-CODIGO
                           MOVE WRK-MOV-RUB-VALOR(WRK-IDX-MOV-RUB)
                               TO JRN-VALOR-1
                           PERFORM 0287-GRAVAR-DETALHE-JORNAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0239-LISTAR-UMA-RUBRICA.
           MOVE WRK-VALOR-RUBRICA TO WRK-MASC-RUBRICA.
           IF NOT SKIP-CHECKPOINT
               MOVE SPACES TO WRK-SIGILO-LINHA
               STRING '       RUBRICA ' ,
                   WRK-RUBRICA-CODIGO(WRK-IDX-RUB-ACHADA) ' ' ,
                   WRK-RUBRICA-DESCRICAO(WRK-IDX-RUB-ACHADA) ' ' ,
                   WRK-RUBRICA-NATUREZA(WRK-IDX-RUB-ACHADA) ' ' ,
                   WRK-MASC-RUBRICA
                   DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
               PERFORM 9769-EXIBIR-LINHA-SIGILO
           END-IF.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING '       RUBRICA '
           MOVE WRK-MASC-INSS-NUM TO WRK-MASC-INSS.
           COMPUTE WRK-MASC-INSS-NUM = WRK-INSS + WRK-IRRF.
           MOVE WRK-MASC-INSS-NUM TO WRK-MASC-IRRF.
           MOVE SPACES TO WRK-SIGILO-LINHA.
           STRING WRK-YTD-MATRICULA(WRK-IDX-YTD) '  ' ,
               WRK-MASC-INSS '      ' WRK-MASC-IRRF '  ' ,
               WRK-MASC-RETRO
               DELIMITED BY SIZE INTO WRK-SIGILO-LINHA.
           PERFORM 9769-EXIBIR-LINHA-SIGILO.
           PERFORM 0660-REGISTRAR-DIFERENCA.

      * Substitui a diferenca em aberto da mesma matricula e
               MOVE WRK-INSS        TO WRK-MASC-INSS
               MOVE WRK-IRRF        TO WRK-MASC-IRRF
               MOVE WRK-SALARIO-LIQ TO WRK-MASC-LIQ
               MOVE SPACES TO WRK-SIGILO-LINHA
               STRING WRK-MATRICULA ' ' WRK-NOME ' '
                   WRK-MESES-TRAB-ANO '   ' WRK-MASC-DINHEIRO ' '
                   WRK-MASC-INSS ' ' WRK-MASC-IRRF ' ' WRK-MASC-LIQ
                   DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
               PERFORM 9769-EXIBIR-LINHA-SIGILO
           END-IF.

       0100-INICIALIZAR.
           PERFORM 0113-CARREGAR-PENSAO.
           PERFORM 0114-CARREGAR-AFASTAMENTOS.
           PERFORM 0120-CARREGAR-HORAS.
           PERFORM 0123-CARREGAR-BANCO-HORAS.
           PERFORM 0124-CARREGAR-FALTAS.
           PERFORM 0130-CARREGAR-YTD.
           PERFORM 0132-CARREGAR-FGTS-SALDO.
           PERFORM 0135-CARREGAR-RETRO.
               OPEN OUTPUT HOLERITE-FILE
               OPEN OUTPUT BANK-PAYMENT-FILE
               OPEN OUTPUT FGTS-DEPOSITO-FILE
               PERFORM 0285-ABRIR-JORNAL
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           READ EMPLOYEE-FILE
               CLOSE HOURS-FILE
           END-IF.

      * Vencimentos do banco de horas lancados pelo fechamento da
      * competencia da folha.
       0123-CARREGAR-BANCO-HORAS.
           MOVE ZEROS TO WRK-QTD-BH-VENC.
           MOVE 'N'   TO WRK-FIM-BANCO-HORAS.
           OPEN INPUT BANCO-HORAS-FILE.
           IF WRK-STATUS-BANCO-HORAS = '00'
               PERFORM UNTIL FIM-BANCO-HORAS
                   READ BANCO-HORAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-BANCO-HORAS
                       NOT AT END
                           IF BHL-ORIGEM-VENCIMENTO
                              AND BHL-COMPETENCIA = WRK-COMPETENCIA-NUM
                               IF WRK-QTD-BH-VENC < 300
                                   ADD 1 TO WRK-QTD-BH-VENC
                                   SET WRK-IDX-BH-VENC
                                       TO WRK-QTD-BH-VENC
                                   MOVE BHL-MATRICULA TO
                                       WRK-BH-VENC-MATRICULA
                                       (WRK-IDX-BH-VENC)
                                   MOVE BHL-NATUREZA TO
                                       WRK-BH-VENC-NATUREZA
                                       (WRK-IDX-BH-VENC)
                                   MOVE BHL-MINUTOS TO
                                       WRK-BH-VENC-MINUTOS
                                       (WRK-IDX-BH-VENC)
                               ELSE
                                   DISPLAY 'AVISO: TABELA DO BANCO ' ,
                                       'DE HORAS CHEIA - VENCIMENTO ' ,
                                       'IGNORADO: ' BHL-MATRICULA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANCO-HORAS-FILE
           END-IF.

      * Faltas e DSR perdidos da competencia da folha; sem o arquivo,
      * ninguem tem falta descontada, como antes.
       0124-CARREGAR-FALTAS.
           MOVE ZEROS TO WRK-QTD-FALTAS-TAB.
           MOVE 'N'   TO WRK-FIM-FALTAS.
           OPEN INPUT FALTAS-FILE.
           IF WRK-STATUS-FALTAS = '00'
               PERFORM UNTIL FIM-FALTAS
                   READ FALTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-FALTAS
                       NOT AT END
                           IF FAL-COMPETENCIA = WRK-COMPETENCIA-NUM
                               IF WRK-QTD-FALTAS-TAB < 500
                                   ADD 1 TO WRK-QTD-FALTAS-TAB
                                   SET WRK-IDX-FALTA
                                       TO WRK-QTD-FALTAS-TAB
                                   MOVE FAL-MATRICULA TO
                                       WRK-FALTA-MATRICULA
                                       (WRK-IDX-FALTA)
                                   MOVE FAL-TIPO TO
                                       WRK-FALTA-TIPO(WRK-IDX-FALTA)
                               ELSE
                                   DISPLAY 'AVISO: TABELA DE FALTAS ' ,
                                       'CHEIA - FALTA IGNORADA: ' ,
                                       FAL-MATRICULA ' ' FAL-DATA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALTAS-FILE
           END-IF.

      * Carrega os atrasados de dissidio em aberto gravados pelo
      * PROG09; cada um e pago nesta folha e marcado como processado.
       0137-CARREGAR-ATRASADOS.
                       SUBTRACT WRK-CONSIG-VALOR(WRK-IDX-CONSIG)
                           FROM WRK-MARGEM-DESC
                       MOVE 'D' TO WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG)
                       IF JORNAL-ABERTO
                           PERFORM 0286-LIMPAR-DETALHE-JORNAL
                           MOVE 'C' TO JRN-TIPO-REG
                           MOVE EMP-MATRICULA TO JRN-MATRICULA
                           MOVE WRK-COMPETENCIA-NUM TO JRN-COMPETENCIA
                           MOVE WRK-CONSIG-CONTRATO(WRK-IDX-CONSIG)
                               TO JRN-CHAVE
                           MOVE WRK-CONSIG-PARCELA(WRK-IDX-CONSIG)
                               TO JRN-PARCELA
                           MOVE WRK-CONSIG-VALOR(WRK-IDX-CONSIG)
                               TO JRN-VALOR-1
                           PERFORM 0287-GRAVAR-DETALHE-JORNAL
                       END-IF
                   ELSE
                       ADD WRK-CONSIG-VALOR(WRK-IDX-CONSIG)
                           TO WRK-DESC-NAO-APLIC
                   ADD WRK-ATRASO-VALOR(WRK-IDX-ATRASO)
                       TO WRK-ATRASO-FUNC
                   MOVE 'P' TO WRK-ATRASO-SITUACAO(WRK-IDX-ATRASO)
                   IF JORNAL-ABERTO
                       PERFORM 0286-LIMPAR-DETALHE-JORNAL
                       MOVE 'T' TO JRN-TIPO-REG
                       MOVE EMP-MATRICULA TO JRN-MATRICULA
                       MOVE WRK-COMPETENCIA-NUM TO JRN-COMPETENCIA
                       MOVE WRK-ATRASO-VALOR(WRK-IDX-ATRASO)
                           TO JRN-VALOR-1
                       PERFORM 0287-GRAVAR-DETALHE-JORNAL
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-ATRASO-FUNC > ZEROS
                  AND WRK-RETRO-SITUACAO(WRK-IDX-RETRO) = 'A'
                   ADD WRK-RETRO-VALOR(WRK-IDX-RETRO) TO WRK-DIF-FUNC
                   MOVE 'P' TO WRK-RETRO-SITUACAO(WRK-IDX-RETRO)
                   IF JORNAL-ABERTO
                       PERFORM 0286-LIMPAR-DETALHE-JORNAL
                       MOVE 'R' TO JRN-TIPO-REG
                       MOVE EMP-MATRICULA TO JRN-MATRICULA
                       MOVE WRK-RETRO-COMPETENCIA(WRK-IDX-RETRO)
                           TO JRN-COMPETENCIA
                       MOVE WRK-RETRO-VALOR(WRK-IDX-RETRO)
                           TO JRN-VALOR-1
                       PERFORM 0287-GRAVAR-DETALHE-JORNAL
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-DIF-FUNC NOT = ZEROS
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
                               MOVE SPACE TO
                                   WRK-YTD-JORNAL(WRK-IDX-YTD)
                           ELSE
                               DISPLAY 'AVISO: TABELA DO ACUMULADO ' ,
                                   'ANUAL CHEIA - REGISTRO IGNORADO'
           IF WRK-IDX-FGTS-ACHADO > ZEROS
               ADD WRK-FGTS-FUNC TO
                   WRK-FGTS-SAL-SALDO(WRK-IDX-FGTS-ACHADO)
               IF JORNAL-ABERTO
                   PERFORM 0286-LIMPAR-DETALHE-JORNAL
                   MOVE 'F' TO JRN-TIPO-REG
                   MOVE EMP-MATRICULA TO JRN-MATRICULA
                   MOVE WRK-COMPETENCIA-NUM TO JRN-COMPETENCIA
                   MOVE WRK-FGTS-FUNC TO JRN-VALOR-1
                   PERFORM 0287-GRAVAR-DETALHE-JORNAL
               END-IF
           END-IF.

      * Encargos patronais do funcionario corrente: INSS patronal e
           END-PERFORM.
           CLOSE FOLHA-DEPTO-FILE.

      * Postagem contabil da folha, um lote por empresa: debito de
      * despesa de salario por departamento e creditos de INSS retido,
      * IRRF retido e liquido a pagar, mais a linha de AJUSTE com a
      * diferenca (descontos voluntarios, pensao, consignado e
      * acrescimos pagos fora do bruto), para cada lote entrar
      * balanceado no PROG25. Sem CONTA-MAPA.DAT, nada e postado e a
      * folha avisa.
       0495-GERAR-LANCAMENTOS-CONTABEIS.
           PERFORM 0496-CARREGAR-MAPA.
           IF WRK-QTD-MAPA = ZEROS
               IF WRK-STATUS-TRANS = '35'
                   OPEN OUTPUT TRANS-FILE
               END-IF
               MOVE ZEROS TO WRK-QTD-LANC-CT
               PERFORM VARYING WRK-IDX-EMPRESA-FOLHA FROM 1 BY 1
                       UNTIL WRK-IDX-EMPRESA-FOLHA > 19
                   IF WRK-EMPRESA-FOLHA-QTD(WRK-IDX-EMPRESA-FOLHA)
                           > ZEROS
                       PERFORM 0494-LANCAR-EMPRESA
                   END-IF
               END-PERFORM
               CLOSE TRANS-FILE
               DISPLAY 'LANCAMENTOS CONTABEIS DA FOLHA GERADOS EM ' ,
                   'TRANS.DAT: ' WRK-QTD-LANC-CT
           END-IF.

      * Lote contabil de uma empresa, sob o voucher da empresa na
      * competencia (a 01 segue com o AAAAMM).
       0494-LANCAR-EMPRESA.
           SET WRK-EMPRESA-PROCURADA TO WRK-IDX-EMPRESA-FOLHA.
           MOVE WRK-COMPETENCIA-NUM TO WRK-EMPRESA-COMPETENCIA-NUM.
           PERFORM 9090-MONTAR-VOUCHER-EMPRESA.
           MOVE ZEROS TO WRK-TOTAL-DEBITOS-CT WRK-TOTAL-CREDITOS-CT.
           MOVE WRK-EMPRESA-FOLHA-IRRF(WRK-IDX-EMPRESA-FOLHA)
               TO WRK-TOTAL-IRRF-CT.
           PERFORM VARYING WRK-IDX-DEPTO-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO-FOLHA > WRK-QTD-DEPTO-FOLHA
               IF WRK-DEPTO-FOLHA-EMPRESA(WRK-IDX-DEPTO-FOLHA) =
                       WRK-EMPRESA-PROCURADA
                   PERFORM 0493-LANCAR-DEPTO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-DEPTO-PROC-MAPA.
           MOVE 'INSSRET' TO WRK-CLASSE-PROC.
           PERFORM 0497-BUSCAR-CONTA-MAPA.
           IF WRK-CONTA-ACHADA > ZEROS
              AND WRK-EMPRESA-FOLHA-INSS(WRK-IDX-EMPRESA-FOLHA)
                  > ZEROS
               MOVE WRK-EMPRESA-FOLHA-INSS(WRK-IDX-EMPRESA-FOLHA)
                   TO WRK-VALOR-LANC
               MOVE 'C' TO TRN-DC
               MOVE WRK-MOTIVO-INSS TO TRN-MOTIVO
               PERFORM 0498-GRAVAR-LANCAMENTO
               ADD WRK-VALOR-LANC TO WRK-TOTAL-CREDITOS-CT
           END-IF.
           MOVE 'IRRFRET' TO WRK-CLASSE-PROC.
           PERFORM 0497-BUSCAR-CONTA-MAPA.
           IF WRK-CONTA-ACHADA > ZEROS
              AND WRK-TOTAL-IRRF-CT > ZEROS
               MOVE WRK-TOTAL-IRRF-CT TO WRK-VALOR-LANC
               MOVE 'C' TO TRN-DC
               MOVE WRK-MOTIVO-IRRF TO TRN-MOTIVO
               PERFORM 0498-GRAVAR-LANCAMENTO
               ADD WRK-TOTAL-IRRF-CT TO WRK-TOTAL-CREDITOS-CT
           END-IF.
           MOVE 'LIQUIDO' TO WRK-CLASSE-PROC.
           PERFORM 0497-BUSCAR-CONTA-MAPA.
           IF WRK-CONTA-ACHADA > ZEROS
              AND WRK-EMPRESA-FOLHA-LIQ(WRK-IDX-EMPRESA-FOLHA)
                  > ZEROS
               MOVE WRK-EMPRESA-FOLHA-LIQ(WRK-IDX-EMPRESA-FOLHA)
                   TO WRK-VALOR-LANC
               MOVE 'C' TO TRN-DC
               MOVE WRK-MOTIVO-LIQ TO TRN-MOTIVO
               PERFORM 0498-GRAVAR-LANCAMENTO
               ADD WRK-VALOR-LANC TO WRK-TOTAL-CREDITOS-CT
           END-IF.
           COMPUTE WRK-AJUSTE-CT =
               WRK-TOTAL-DEBITOS-CT - WRK-TOTAL-CREDITOS-CT.
           MOVE 'AJUSTE' TO WRK-CLASSE-PROC.
           PERFORM 0497-BUSCAR-CONTA-MAPA.
           IF WRK-AJUSTE-CT NOT = ZEROS
               IF WRK-CONTA-ACHADA > ZEROS
                   IF WRK-AJUSTE-CT > ZEROS
                       MOVE WRK-AJUSTE-CT TO WRK-VALOR-LANC
                       MOVE 'C' TO TRN-DC
                   ELSE
                       COMPUTE WRK-VALOR-LANC =
                           ZEROS - WRK-AJUSTE-CT
                       MOVE 'D' TO TRN-DC
                   END-IF
                   MOVE WRK-MOTIVO-AJU TO TRN-MOTIVO
                   PERFORM 0498-GRAVAR-LANCAMENTO
               ELSE
                   DISPLAY 'AVISO: SEM CONTA DE AJUSTE MAPEADA ' ,
                       '- LOTE CONTABIL DA FOLHA DA EMPRESA ' ,
                       WRK-EMPRESA-PROCURADA ' FORA DE BALANCO'
               END-IF
           END-IF.

      * Debito da despesa de um departamento da empresa corrente.
       0493-LANCAR-DEPTO.
           MOVE WRK-CLASSE-DESPESA TO WRK-CLASSE-PROC.
           MOVE WRK-DEPTO-FOLHA-CODIGO(WRK-IDX-DEPTO-FOLHA)
               TO WRK-DEPTO-PROC-MAPA.
           PERFORM 0497-BUSCAR-CONTA-MAPA.
           IF WRK-CONTA-ACHADA = ZEROS
              AND WRK-CLASSE-DESPESA NOT = 'SALARIO'
               MOVE 'SALARIO' TO WRK-CLASSE-PROC
               PERFORM 0497-BUSCAR-CONTA-MAPA
           END-IF.
           IF WRK-CONTA-ACHADA > ZEROS
              AND WRK-DEPTO-FOLHA-BRUTO(WRK-IDX-DEPTO-FOLHA) > ZEROS
               MOVE WRK-DEPTO-FOLHA-BRUTO(WRK-IDX-DEPTO-FOLHA)
                   TO WRK-VALOR-LANC
               MOVE 'D' TO TRN-DC
               MOVE WRK-MOTIVO-SAL TO TRN-MOTIVO
               PERFORM 0498-GRAVAR-LANCAMENTO
               ADD WRK-DEPTO-FOLHA-BRUTO(WRK-IDX-DEPTO-FOLHA)
                   TO WRK-TOTAL-DEBITOS-CT
           ELSE
               DISPLAY 'AVISO: SEM CONTA MAPEADA PARA ' ,
                   WRK-CLASSE-DESPESA ' DO DEPTO ' ,
                   WRK-DEPTO-PROC-MAPA ,
                   ' - DESPESA FORA DA POSTAGEM'
           END-IF.

       0496-CARREGAR-MAPA.
               END-IF
           END-PERFORM.

      * O lote de cada empresa sai sob um unico voucher (o da empresa
      * na competencia, montado pelo 9090), para o PROG25 validar
      * debitos = creditos da transacao como um todo.
       0498-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-ACHADA    TO TRN-CONTA.
           MOVE WRK-VALOR-LANC      TO TRN-VALOR.
           MOVE WRK-DATA-RELATORIO  TO TRN-DATA.
           MOVE WRK-EMPRESA-VOUCHER TO TRN-VOUCHER.
           WRITE TRANS-RECORD.
           ADD 1 TO WRK-QTD-LANC-CT.
           IF JORNAL-ABERTO
               PERFORM 0286-LIMPAR-DETALHE-JORNAL
               MOVE 'L'         TO JRN-TIPO-REG
               MOVE TRN-VOUCHER TO JRN-COMPETENCIA
               MOVE TRN-CONTA   TO JRN-CHAVE
               MOVE TRN-MOTIVO  TO JRN-CODIGO
               MOVE TRN-DC      TO JRN-INDICADOR
               MOVE TRN-VALOR   TO JRN-VALOR-1
               PERFORM 0287-GRAVAR-DETALHE-JORNAL
           END-IF.

      * Regrava o saldo acumulado de FGTS inteiro a partir da tabela.
       0425-GRAVAR-FGTS-SALDO.
               IF WRK-QTD-YTD < 1200
                   ADD 1 TO WRK-QTD-YTD
                   MOVE WRK-QTD-YTD TO WRK-IDX-YTD-ACHADO
                   MOVE WRK-EMPRESA-FUNC TO
                       WRK-YTD-EMPRESA(WRK-IDX-YTD-ACHADO)
                   MOVE 'I' TO WRK-YTD-JORNAL(WRK-IDX-YTD-ACHADO)
                   MOVE ZEROS TO WRK-YTD-PLR(WRK-IDX-YTD-ACHADO)
                       WRK-YTD-IRRF-PLR(WRK-IDX-YTD-ACHADO)
               ELSE
                   DISPLAY 'AVISO: TABELA DO ACUMULADO ANUAL CHEIA ' ,
                       '- COMPETENCIA NAO ACUMULADA PARA ' EMP-NOME
               END-IF
           ELSE
      * Substituicao: os valores de antes sao guardados so na
      * primeira vez - a varredura de retomada passa de novo pelo
      * mesmo registro e nao pode guardar os valores desta folha.
               IF WRK-YTD-JORNAL(WRK-IDX-YTD-ACHADO) = SPACE
                   MOVE 'S' TO WRK-YTD-JORNAL(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-YTD-BRUTO(WRK-IDX-YTD-ACHADO) TO
                       WRK-YTD-ANT-BRUTO(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-YTD-INSS(WRK-IDX-YTD-ACHADO) TO
                       WRK-YTD-ANT-INSS(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-YTD-IRRF(WRK-IDX-YTD-ACHADO) TO
                       WRK-YTD-ANT-IRRF(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-YTD-LIQUIDO(WRK-IDX-YTD-ACHADO) TO
                       WRK-YTD-ANT-LIQUIDO(WRK-IDX-YTD-ACHADO)
                   MOVE WRK-YTD-DEPENDENTES(WRK-IDX-YTD-ACHADO) TO
                       WRK-YTD-ANT-DEPENDENTES(WRK-IDX-YTD-ACHADO)
               END-IF
           END-IF.
           IF WRK-IDX-YTD-ACHADO > ZEROS
               MOVE EMP-MATRICULA TO
               MOVE WRK-YTD-LIQUIDO(WRK-IDX-YTD)   TO YTD-LIQUIDO
               MOVE WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                                                   TO YTD-DEPENDENTES
               MOVE WRK-YTD-PLR(WRK-IDX-YTD)       TO YTD-PLR
               MOVE WRK-YTD-IRRF-PLR(WRK-IDX-YTD)  TO YTD-IRRF-PLR
               MOVE WRK-YTD-EMPRESA(WRK-IDX-YTD) TO YTD-EMPRESA
               WRITE FOLHA-YTD-RECORD
           END-PERFORM.
           CLOSE FOLHA-YTD-FILE.
                   (WRK-VALOR-HORA * WRK-HORAS-EXTRA100 * 2)
               ADD WRK-VALOR-EXTRAS TO WRK-SALARIO
               ADD WRK-VALOR-EXTRAS TO WRK-TOTAL-EXTRAS
               ADD WRK-HORAS-EXTRA50 WRK-HORAS-EXTRA100
                   TO WRK-TOTAL-HORAS-HE
           END-IF.
           PERFORM 0240-APLICAR-BANCO-HORAS.
           IF WRK-VALOR-EXTRAS > ZEROS
               ADD 1 TO WRK-QTD-FUNC-HE
           END-IF.

      * Banco de horas vencido: ja apurado e conferido no fechamento
      * do PROG70, fica fora da trava de aprovacao. O credito vencido
      * entra como extra a 50% (mesma linha do holerite); o debito
      * vencido abate o bruto, limitado a ele.
       0240-APLICAR-BANCO-HORAS.
           MOVE ZEROS TO WRK-MIN-BH-PAGAR WRK-MIN-BH-DESCONTAR
               WRK-VALOR-BH-PAGO WRK-VALOR-BH-DESC.
           PERFORM VARYING WRK-IDX-BH-VENC FROM 1 BY 1
                   UNTIL WRK-IDX-BH-VENC > WRK-QTD-BH-VENC
               IF WRK-BH-VENC-MATRICULA(WRK-IDX-BH-VENC) =
                       EMP-MATRICULA
                   IF WRK-BH-VENC-NATUREZA(WRK-IDX-BH-VENC) = 'D'
                       ADD WRK-BH-VENC-MINUTOS(WRK-IDX-BH-VENC)
                           TO WRK-MIN-BH-PAGAR
                   ELSE
                       ADD WRK-BH-VENC-MINUTOS(WRK-IDX-BH-VENC)
                           TO WRK-MIN-BH-DESCONTAR
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-MIN-BH-PAGAR > ZEROS
              OR WRK-MIN-BH-DESCONTAR > ZEROS
               COMPUTE WRK-VALOR-HORA ROUNDED =
                   EMP-SALARIO / WRK-JORNADA-MENSAL
           END-IF.
           IF WRK-MIN-BH-PAGAR > ZEROS
               COMPUTE WRK-VALOR-BH-PAGO ROUNDED =
                   WRK-VALOR-HORA * WRK-MIN-BH-PAGAR / 60 * 1,5
               ADD WRK-VALOR-BH-PAGO TO WRK-VALOR-EXTRAS
               ADD WRK-VALOR-BH-PAGO TO WRK-SALARIO
               ADD WRK-VALOR-BH-PAGO TO WRK-TOTAL-EXTRAS
               COMPUTE WRK-TOTAL-HORAS-HE ROUNDED =
                   WRK-TOTAL-HORAS-HE + WRK-MIN-BH-PAGAR / 60
           END-IF.
           IF WRK-MIN-BH-DESCONTAR > ZEROS
               COMPUTE WRK-VALOR-BH-DESC ROUNDED =
                   WRK-VALOR-HORA * WRK-MIN-BH-DESCONTAR / 60
               IF WRK-VALOR-BH-DESC > WRK-SALARIO
                   MOVE WRK-SALARIO TO WRK-VALOR-BH-DESC
               END-IF
               SUBTRACT WRK-VALOR-BH-DESC FROM WRK-SALARIO
               ADD WRK-VALOR-BH-DESC TO WRK-TOTAL-BH-DESC
           END-IF.

      * Carrega as aprovacoes de horas extras; sem o arquivo, nenhum
               MOVE ZEROS TO WRK-QTD-FUNCIONARIOS
               MOVE ZEROS TO WRK-TOTAL-BRUTO
               MOVE ZEROS TO WRK-QTD-DEPTO-FOLHA
               MOVE ZEROS TO WRK-TAB-EMPRESA-FOLHA
               MOVE ZEROS TO WRK-TOTAL-BRUTO-PAGO
               MOVE ZEROS TO WRK-TOTAL-EXTRAS
               MOVE ZEROS TO WRK-TOTAL-HORAS-HE
               MOVE ZEROS TO WRK-QTD-FUNC-HE
               MOVE ZEROS TO WRK-TOTAL-LIQUIDO
               MOVE ZEROS TO WRK-QTD-RESUMO-DED
      * A varredura de retomada ja gravou todos os holerites,
               MOVE ZEROS TO WRK-TOTAL-SALFAM
               MOVE ZEROS TO WRK-TOTAL-PENSAO
               MOVE ZEROS TO WRK-TOTAL-AFAST
               MOVE ZEROS TO WRK-TOTAL-BH-DESC
               MOVE ZEROS TO WRK-TOTAL-FALTAS
               CLOSE HOLERITE-FILE
               OPEN OUTPUT HOLERITE-FILE
               CLOSE BANK-PAYMENT-FILE
               OPEN OUTPUT BANK-PAYMENT-FILE
               CLOSE FGTS-DEPOSITO-FILE
               OPEN OUTPUT FGTS-DEPOSITO-FILE
               CLOSE FOLHA-JORNAL-FILE
               PERFORM 0285-ABRIR-JORNAL
               PERFORM 0160-GRAVAR-HEADER-BANCO
               CLOSE SPOOL-FILE
               PERFORM 9300-ABRIR-SPOOL
           MOVE CTL-VALOR-TOTAL   TO WRK-VALOR-RODAPE.
           MOVE 'S' TO WRK-RODAPE-LIDO.

      * Diario da folha normal efetivada: aberto do zero no inicio
      * (e de novo no reprocessamento do lote), com o cabecalho da
      * competencia e o momento da execucao - o estorno do PROG62
      * compara esse momento com a confirmacao bancaria do PROG18.
       0285-ABRIR-JORNAL.
           OPEN OUTPUT FOLHA-JORNAL-FILE.
           MOVE SPACES              TO FOLHA-JORNAL-RECORD.
           MOVE 'H'                 TO JRH-TIPO-REG.
           MOVE WRK-COMPETENCIA-NUM TO JRH-COMPETENCIA.
           ACCEPT JRH-DATA FROM DATE YYYYMMDD.
           ACCEPT JRH-HORA FROM TIME.
           MOVE 'A'                 TO JRH-SITUACAO.
           MOVE ZEROS               TO JRH-DATA-ESTORNO.
           WRITE FOLHA-JORNAL-RECORD.
           MOVE ZEROS TO WRK-QTD-JORNAL.
           SET JORNAL-ABERTO TO TRUE.

       0286-LIMPAR-DETALHE-JORNAL.
           MOVE SPACES TO FOLHA-JORNAL-RECORD.
           MOVE ZEROS  TO JRN-MATRICULA JRN-COMPETENCIA JRN-CHAVE
               JRN-PARCELA JRN-VALOR-1 JRN-VALOR-2 JRN-VALOR-3
               JRN-VALOR-4 JRN-DEPENDENTES.

       0287-GRAVAR-DETALHE-JORNAL.
           WRITE FOLHA-JORNAL-RECORD.
           ADD 1 TO WRK-QTD-JORNAL.

      * O acumulado anual entra no diario so no fim, pela situacao
      * guardada na tabela; o rodape fecha o diario depois que todos
      * os arquivos foram regravados.
       0288-FECHAR-JORNAL.
           PERFORM VARYING WRK-IDX-YTD FROM 1 BY 1
                   UNTIL WRK-IDX-YTD > WRK-QTD-YTD
               IF WRK-YTD-JORNAL(WRK-IDX-YTD) = 'I'
                  OR WRK-YTD-JORNAL(WRK-IDX-YTD) = 'S'
                   PERFORM 0286-LIMPAR-DETALHE-JORNAL
                   MOVE 'Y' TO JRN-TIPO-REG
                   MOVE WRK-YTD-MATRICULA(WRK-IDX-YTD)
                       TO JRN-MATRICULA
                   COMPUTE JRN-COMPETENCIA =
                       WRK-YTD-ANO(WRK-IDX-YTD) * 100
                       + WRK-YTD-MES(WRK-IDX-YTD)
                   MOVE WRK-YTD-JORNAL(WRK-IDX-YTD) TO JRN-INDICADOR
                   IF WRK-YTD-JORNAL(WRK-IDX-YTD) = 'S'
                       MOVE WRK-YTD-ANT-BRUTO(WRK-IDX-YTD)
                           TO JRN-VALOR-1
                       MOVE WRK-YTD-ANT-INSS(WRK-IDX-YTD)
                           TO JRN-VALOR-2
                       MOVE WRK-YTD-ANT-IRRF(WRK-IDX-YTD)
                           TO JRN-VALOR-3
                       MOVE WRK-YTD-ANT-LIQUIDO(WRK-IDX-YTD)
                           TO JRN-VALOR-4
                       MOVE WRK-YTD-ANT-DEPENDENTES(WRK-IDX-YTD)
                           TO JRN-DEPENDENTES
                   END-IF
                   PERFORM 0287-GRAVAR-DETALHE-JORNAL
               END-IF
           END-PERFORM.
           MOVE SPACES               TO FOLHA-JORNAL-RECORD.
           MOVE 'Z'                  TO JRZ-TIPO-REG.
           MOVE WRK-QTD-JORNAL       TO JRZ-QTD-DETALHES.
           MOVE WRK-QTD-FUNCIONARIOS TO JRZ-QTD-FUNCIONARIOS.
           MOVE WRK-TOTAL-LIQUIDO    TO JRZ-TOTAL-LIQUIDO.
           WRITE FOLHA-JORNAL-RECORD.
           CLOSE FOLHA-JORNAL-FILE.
           MOVE 'N' TO WRK-JORNAL-ABERTO.
           DISPLAY 'DIARIO DA FOLHA GRAVADO EM FOLHA-JORNAL.DAT: ' ,
               WRK-QTD-JORNAL ' ALTERACOES'.

      * Numa retomada, os funcionarios ja calculados e impressos na
      * execucao anterior entram de novo nos totais (para o controle
      * de lote continuar reconciliando), mas sem repetir o detalhe ja
      * exibido antes da interrupcao.
       0255-PULAR-FUNCIONARIO.
           PERFORM 0268-IDENTIFICAR-EMPRESA.
           ADD 1 TO WRK-QTD-FUNCIONARIOS.
           ADD EMP-SALARIO TO WRK-TOTAL-BRUTO.
           MOVE EMP-SALARIO TO WRK-SALARIO.
           PERFORM 0263-APLICAR-RETRO.
           ADD WRK-SALARIO-LIQ TO WRK-TOTAL-LIQUIDO.
           PERFORM 0257-ACUMULAR-DEPTO.
           PERFORM 0267-ACUMULAR-EMPRESA.
           MOVE EMP-MATRICULA TO WRK-MATRICULA.
           MOVE EMP-NOME TO WRK-NOME.
           PERFORM 0262-ATUALIZAR-YTD.
               PERFORM 0259-GRAVAR-CREDITO-BANCO
           END-IF.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           MOVE EMP-DEPARTAMENTO TO WRK-SPOOL-FILTRO.
           MOVE 'P'              TO WRK-SPOOL-TIPO.
           MOVE WRK-SALARIO-LIQ  TO WRK-SPOOL-VALOR.
           STRING WRK-MATRICULA ' ' WRK-NOME ' ' WRK-MASC-DINHEIRO
               ' ' WRK-MASC-INSS ' ' WRK-MASC-IRRF ' ' WRK-MASC-LIQ
               '  ' WRK-HORAS-EXTRA50 '/' WRK-HORAS-EXTRA100 '  '
           PERFORM 0253-LISTAR-DESCONTOS.
           PERFORM 0238-LISTAR-RUBRICAS.
           PERFORM 0264-LISTAR-AJUSTES.
           MOVE SPACES TO WRK-SPOOL-FILTRO.
           MOVE EMP-MATRICULA TO WRK-CHAVE-FUNC.
           IF WRK-CHAVE-FUNC = WRK-CKPT-CHAVE-RETOMADA
               MOVE 'N' TO WRK-SKIP-CHECKPOINT
           END-IF.

       0250-PROCESSAR-FUNCIONARIO.
           PERFORM 0268-IDENTIFICAR-EMPRESA.
           MOVE EMP-MATRICULA TO WRK-MATRICULA.
           MOVE EMP-NOME    TO WRK-NOME.
           MOVE EMP-SALARIO TO WRK-SALARIO.
           MOVE WRK-IRRF        TO WRK-MASC-IRRF.
           MOVE WRK-SALARIO-LIQ TO WRK-MASC-LIQ.
           MOVE WRK-VALOR-EXTRAS TO WRK-MASC-EXTRAS.
           MOVE SPACES TO WRK-SIGILO-LINHA.
           STRING WRK-MATRICULA ' ' WRK-NOME ' ' WRK-MASC-DINHEIRO
               ' ' WRK-MASC-INSS ' ' WRK-MASC-IRRF ' ' WRK-MASC-LIQ
               '  ' WRK-HORAS-EXTRA50 '/' WRK-HORAS-EXTRA100 '  '
               WRK-MASC-EXTRAS
               DELIMITED BY SIZE INTO WRK-SIGILO-LINHA.
           PERFORM 9769-EXIBIR-LINHA-SIGILO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           MOVE EMP-DEPARTAMENTO TO WRK-SPOOL-FILTRO.
           MOVE 'P'              TO WRK-SPOOL-TIPO.
           MOVE WRK-SALARIO-LIQ  TO WRK-SPOOL-VALOR.
           STRING WRK-MATRICULA ' ' WRK-NOME ' ' WRK-MASC-DINHEIRO
               ' ' WRK-MASC-INSS ' ' WRK-MASC-IRRF ' ' WRK-MASC-LIQ
               '  ' WRK-HORAS-EXTRA50 '/' WRK-HORAS-EXTRA100 '  '
           PERFORM 0253-LISTAR-DESCONTOS.
           PERFORM 0238-LISTAR-RUBRICAS.
           PERFORM 0264-LISTAR-AJUSTES.
           MOVE SPACES TO WRK-SPOOL-FILTRO.
           ADD 1 TO WRK-QTD-FUNCIONARIOS.
           ADD EMP-SALARIO TO WRK-TOTAL-BRUTO.
           ADD WRK-SALARIO TO WRK-TOTAL-BRUTO-PAGO.
           ADD WRK-SALARIO-LIQ TO WRK-TOTAL-LIQUIDO.
           PERFORM 0257-ACUMULAR-DEPTO.
           PERFORM 0267-ACUMULAR-EMPRESA.
           IF NOT PREVIA-FOLHA
               PERFORM 0258-GRAVAR-HOLERITE
               PERFORM 0259-GRAVAR-CREDITO-BANCO
                       TO WRK-ADIANTO-FUNC
                   MOVE 'D' TO
                       WRK-ADIANTO-SITUACAO(WRK-IDX-ADIANTO)
                   IF JORNAL-ABERTO
                       PERFORM 0286-LIMPAR-DETALHE-JORNAL
                       MOVE 'A' TO JRN-TIPO-REG
                       MOVE EMP-MATRICULA TO JRN-MATRICULA
                       MOVE WRK-COMPETENCIA-NUM TO JRN-COMPETENCIA
                       MOVE WRK-ADIANTO-VALOR(WRK-IDX-ADIANTO)
                           TO JRN-VALOR-1
                       PERFORM 0287-GRAVAR-DETALHE-JORNAL
                   END-IF
               END-IF
           END-PERFORM.
           ADD WRK-ADIANTO-FUNC TO WRK-DESCONTOS-FUNC.
               SUBTRACT WRK-VALOR-AFAST FROM WRK-SALARIO
               ADD WRK-VALOR-AFAST TO WRK-TOTAL-AFAST
           END-IF.
           PERFORM 0261-APLICAR-FALTAS.

      * Faltas sem justificativa e DSR perdidos: um dia do salario
      * base (regra de 30 dias) por ocorrencia, limitado ao que
      * sobrou do salario depois do afastamento.
       0261-APLICAR-FALTAS.
           MOVE ZEROS TO WRK-DIAS-FALTA WRK-DSR-PERDIDOS
                         WRK-VALOR-FALTAS.
           PERFORM VARYING WRK-IDX-FALTA FROM 1 BY 1
                   UNTIL WRK-IDX-FALTA > WRK-QTD-FALTAS-TAB
               IF WRK-FALTA-MATRICULA(WRK-IDX-FALTA) = EMP-MATRICULA
                   IF WRK-FALTA-TIPO(WRK-IDX-FALTA) = 'D'
                       ADD 1 TO WRK-DSR-PERDIDOS
                   ELSE
                       ADD 1 TO WRK-DIAS-FALTA
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-DIAS-FALTA > ZEROS OR WRK-DSR-PERDIDOS > ZEROS
               COMPUTE WRK-VALOR-FALTAS ROUNDED = EMP-SALARIO / 30
                   * (WRK-DIAS-FALTA + WRK-DSR-PERDIDOS)
               IF WRK-VALOR-FALTAS > WRK-SALARIO
                   MOVE WRK-SALARIO TO WRK-VALOR-FALTAS
               END-IF
               SUBTRACT WRK-VALOR-FALTAS FROM WRK-SALARIO
               ADD WRK-VALOR-FALTAS TO WRK-TOTAL-FALTAS
           END-IF.

      * Carrega as pensoes judiciais de PENSAO.DAT; sem o arquivo, a
      * folha roda sem pensao, como antes.
                   PERFORM 0256-VALORAR-DESCONTO
                   MOVE WRK-VALOR-DESCONTO TO WRK-MASC-DESCONTO
                   IF NOT SKIP-CHECKPOINT
                       MOVE SPACES TO WRK-SIGILO-LINHA
                       STRING '       DESCONTO ' ,
                           WRK-DESCONTO-CODIGO(WRK-IDX-DESCONTO) ' ' ,
                           WRK-DESCONTO-DESCRICAO(WRK-IDX-DESCONTO)
                           ' ' WRK-MASC-DESCONTO
                           DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                       PERFORM 9769-EXIBIR-LINHA-SIGILO
                   END-IF
                   MOVE SPACES TO WRK-SPOOL-LINHA
                   STRING '       DESCONTO '
           IF WRK-ADIANTO-FUNC > ZEROS
               MOVE WRK-ADIANTO-FUNC TO WRK-MASC-ADIANTO
               IF NOT SKIP-CHECKPOINT
                   MOVE SPACES TO WRK-SIGILO-LINHA
                   STRING '       DESCONTO ADIANTAMENTO ' ,
                       'QUINZENAL: ' WRK-MASC-ADIANTO
                       DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                   PERFORM 9769-EXIBIR-LINHA-SIGILO
               END-IF
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING '       DESCONTO ADIANTAMENTO QUINZENAL: '
           IF WRK-DIAS-AFASTADO > ZEROS
               MOVE WRK-VALOR-AFAST TO WRK-MASC-AFAST
               IF NOT SKIP-CHECKPOINT
                   MOVE SPACES TO WRK-SIGILO-LINHA
                   STRING '       AFASTAMENTO (MOTIVO ' ,
                       WRK-MOTIVO-AFAST ', ' WRK-DIAS-AFASTADO ,
                       ' DIAS): -' WRK-MASC-AFAST
                       DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                   PERFORM 9769-EXIBIR-LINHA-SIGILO
               END-IF
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING '       AFASTAMENTO (MOTIVO '
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.
           IF WRK-VALOR-FALTAS > ZEROS
               MOVE WRK-VALOR-FALTAS TO WRK-MASC-FALTAS
               IF NOT SKIP-CHECKPOINT
                   MOVE SPACES TO WRK-SIGILO-LINHA
                   STRING '       FALTAS (' WRK-DIAS-FALTA ,
                       ' DIAS, ' WRK-DSR-PERDIDOS ' DSR): -' ,
                       WRK-MASC-FALTAS
                       DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                   PERFORM 9769-EXIBIR-LINHA-SIGILO
               END-IF
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING '       FALTAS (' WRK-DIAS-FALTA ' DIAS, '
                   WRK-DSR-PERDIDOS ' DSR): -' WRK-MASC-FALTAS
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.
           IF WRK-PENSAO-FUNC > ZEROS
               MOVE WRK-PENSAO-FUNC TO WRK-MASC-PENSAO
               IF NOT SKIP-CHECKPOINT
                   MOVE SPACES TO WRK-SIGILO-LINHA
                   STRING '       PENSAO ALIMENTICIA: ' ,
                       WRK-MASC-PENSAO
                       DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                   PERFORM 9769-EXIBIR-LINHA-SIGILO
               END-IF
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING '       PENSAO ALIMENTICIA: ' WRK-MASC-PENSAO
           IF WRK-DESC-NAO-APLIC > ZEROS
               MOVE WRK-DESC-NAO-APLIC TO WRK-MASC-NAO-APLIC
               IF NOT SKIP-CHECKPOINT
                   MOVE SPACES TO WRK-SIGILO-LINHA
                   STRING '       DESCONTOS NAO APLICADOS (PISO ' ,
                       'DE LIQUIDO): ' WRK-MASC-NAO-APLIC
                       DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                   PERFORM 9769-EXIBIR-LINHA-SIGILO
               END-IF
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING '       DESCONTOS NAO APLICADOS (PISO): '
           IF WRK-CONSIGNADO-FUNC > ZEROS
               MOVE WRK-CONSIGNADO-FUNC TO WRK-MASC-CONSIGNADO
               IF NOT SKIP-CHECKPOINT
                   MOVE SPACES TO WRK-SIGILO-LINHA
                   STRING '       DESCONTO EMPRESTIMO CONSIGNADO: ' ,
                       WRK-MASC-CONSIGNADO
                       DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                   PERFORM 9769-EXIBIR-LINHA-SIGILO
               END-IF
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING '       DESCONTO EMPRESTIMO CONSIGNADO: '
           IF WRK-ATRASO-FUNC > ZEROS
               MOVE WRK-ATRASO-FUNC TO WRK-MASC-ATRASO
               IF NOT SKIP-CHECKPOINT
                   MOVE SPACES TO WRK-SIGILO-LINHA
                   STRING '       ATRASADOS DE DISSIDIO: ' ,
                       WRK-MASC-ATRASO
                       DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                   PERFORM 9769-EXIBIR-LINHA-SIGILO
               END-IF
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING '       ATRASADOS DE DISSIDIO: '
           IF WRK-DIF-FUNC NOT = ZEROS
               MOVE WRK-DIF-FUNC TO WRK-MASC-RETRO
               IF NOT SKIP-CHECKPOINT
                   MOVE SPACES TO WRK-SIGILO-LINHA
                   STRING '       AJUSTE RETROATIVO DE IMPOSTOS: ' ,
                       WRK-MASC-RETRO
                       DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                   PERFORM 9769-EXIBIR-LINHA-SIGILO
               END-IF
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING '       AJUSTE RETROATIVO DE IMPOSTOS: '
           IF WRK-SALFAM-FUNC > ZEROS
               MOVE WRK-SALFAM-FUNC TO WRK-MASC-SALFAM
               IF NOT SKIP-CHECKPOINT
                   MOVE SPACES TO WRK-SIGILO-LINHA
                   STRING '       SALARIO-FAMILIA (' ,
                       WRK-QTD-DEP-FUNC ' DEP): ' WRK-MASC-SALFAM
                       DELIMITED BY SIZE INTO WRK-SIGILO-LINHA
                   PERFORM 9769-EXIBIR-LINHA-SIGILO
               END-IF
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING '       SALARIO-FAMILIA: ' WRK-MASC-SALFAM
                   'DADOS BANCARIOS - CREDITO SEM CONTA E FORA ' ,
                   'DAS REMESSAS'
           END-IF.
           MOVE WRK-EMPRESA-FUNC TO BPG-EMPRESA.
           WRITE BANK-PAYMENT-RECORD.
           ADD 1 TO WRK-QTD-CREDITOS.
           ADD WRK-SALARIO-LIQ TO WRK-TOTAL-CREDITOS.
                       WRK-CREDITO-DIGITO(WRK-IDX-CREDITO)
                   MOVE 'N' TO
                       WRK-CREDITO-GRAVADO(WRK-IDX-CREDITO)
                   MOVE WRK-EMPRESA-FUNC TO
                       WRK-CREDITO-EMPRESA(WRK-IDX-CREDITO)
               ELSE
                   DISPLAY 'AVISO: TABELA DE CREDITOS CHEIA - ' ,
                       'CREDITO FORA DAS REMESSAS: ' WRK-MATRICULA
               IF WRK-CREDITO-GRAVADO(WRK-IDX-CREDITO) = 'N'
                   MOVE WRK-CREDITO-BANCO(WRK-IDX-CREDITO)
                       TO WRK-BANCO-REMESSA
                   MOVE WRK-CREDITO-EMPRESA(WRK-IDX-CREDITO)
                       TO WRK-EMPRESA-REMESSA
                   PERFORM 0485-GRAVAR-UMA-REMESSA
               END-IF
           END-PERFORM.
                   WRK-QTD-REMESSAS
           END-IF.

      * Uma remessa por empresa e banco: a empresa 01 mantem o nome
      * REMESSA-bbb.DAT; as demais gravam REMESSA-bbb-EE.DAT, com a
      * razao social da empresa no header.
       0485-GRAVAR-UMA-REMESSA.
           ADD 1 TO WRK-QTD-REMESSAS.
           MOVE SPACES TO WRK-NOME-REMESSA.
           IF WRK-EMPRESA-REMESSA = 1
               STRING 'REMESSA-' WRK-BANCO-REMESSA '.DAT'
                   DELIMITED BY SIZE INTO WRK-NOME-REMESSA
           ELSE
               STRING 'REMESSA-' WRK-BANCO-REMESSA '-'
                   WRK-EMPRESA-REMESSA '.DAT'
                   DELIMITED BY SIZE INTO WRK-NOME-REMESSA
           END-IF.
           MOVE WRK-EMPRESA-REMESSA TO WRK-EMPRESA-PROCURADA.
           PERFORM 9085-BUSCAR-EMPRESA.
           OPEN OUTPUT REMESSA-FILE.
           MOVE SPACES                TO REMESSA-RECORD.
           MOVE 'H'                   TO RMH-TIPO-REG.
           MOVE WRK-BANCO-REMESSA     TO RMH-BANCO.
           MOVE WRK-DATA-RELATORIO    TO RMH-DATA-PAGTO.
           MOVE WRK-EMPRESA-RAZAO-ACHADA TO RMH-EMPRESA.
           WRITE REMESSA-RECORD.
           MOVE ZEROS TO WRK-QTD-REM-BANCO WRK-TOTAL-REM-BANCO.
           PERFORM VARYING WRK-IDX-CREDITO FROM 1 BY 1
                   UNTIL WRK-IDX-CREDITO > WRK-QTD-CRED-TAB
               IF WRK-CREDITO-BANCO(WRK-IDX-CREDITO) =
                       WRK-BANCO-REMESSA
                  AND WRK-CREDITO-EMPRESA(WRK-IDX-CREDITO) =
                       WRK-EMPRESA-REMESSA
                  AND WRK-CREDITO-GRAVADO(WRK-IDX-CREDITO) = 'N'
                   MOVE SPACES TO REMESSA-RECORD
                   MOVE 'D' TO RMS-TIPO-REG
           STRING 'MATRICULA: ' WRK-MATRICULA '  NOME: ' WRK-NOME
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           MOVE EMP-SALARIO TO WRK-MASC-SAL-BASE.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'SALARIO BASE...: ' WRK-MASC-SAL-BASE
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
           WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE.
           IF WRK-VALOR-EXTRAS > ZEROS
               MOVE SPACES TO WRK-LINHA-HOLERITE
               STRING 'HORAS EXTRAS...: ' WRK-MASC-EXTRAS
                   DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE
               WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE
           END-IF.
           IF WRK-ATRASO-FUNC > ZEROS
               MOVE WRK-ATRASO-FUNC TO WRK-MASC-ATRASO
               MOVE SPACES TO WRK-LINHA-HOLERITE
               STRING 'ATRASADOS......: ' WRK-MASC-ATRASO
                   DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE
               WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE
           END-IF.
           IF WRK-VALOR-AFAST > ZEROS
               MOVE WRK-VALOR-AFAST TO WRK-MASC-AFAST
               MOVE SPACES TO WRK-LINHA-HOLERITE
               STRING 'AFASTAMENTO....: ' WRK-MASC-AFAST
                   DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE
               WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE
           END-IF.
           IF WRK-VALOR-BH-DESC > ZEROS
               MOVE WRK-VALOR-BH-DESC TO WRK-MASC-BH-DESC
               MOVE SPACES TO WRK-LINHA-HOLERITE
               STRING 'BANCO DE HORAS.: ' WRK-MASC-BH-DESC
                   DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE
               WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE
           END-IF.
           IF WRK-VALOR-FALTAS > ZEROS
               MOVE WRK-VALOR-FALTAS TO WRK-MASC-FALTAS
               MOVE SPACES TO WRK-LINHA-HOLERITE
               STRING 'FALTAS/DSR.....: ' WRK-MASC-FALTAS
                   DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE
               WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE
           END-IF.
           PERFORM VARYING WRK-IDX-MOV-RUB FROM 1 BY 1
                   UNTIL WRK-IDX-MOV-RUB > WRK-QTD-MOV-RUB
               IF WRK-MOV-RUB-MATRICULA(WRK-IDX-MOV-RUB) =
                       EMP-MATRICULA
                  AND WRK-MOV-RUB-COMPETENCIA(WRK-IDX-MOV-RUB) =
                       WRK-COMPETENCIA-NUM
                  AND WRK-MOV-RUB-SITUACAO(WRK-IDX-MOV-RUB) = 'X'
                   PERFORM 0236-BUSCAR-RUBRICA
                   IF WRK-IDX-RUB-ACHADA > ZEROS
                       PERFORM 0237-VALORAR-RUBRICA
                       MOVE WRK-VALOR-RUBRICA TO WRK-MASC-RUBRICA
                       MOVE SPACES TO WRK-LINHA-HOLERITE
                       STRING 'RUBRICA '
                           WRK-RUBRICA-CODIGO(WRK-IDX-RUB-ACHADA) ' '
                           WRK-RUBRICA-DESCRICAO(WRK-IDX-RUB-ACHADA)
                           ' '
                           WRK-RUBRICA-NATUREZA(WRK-IDX-RUB-ACHADA)
                           ': ' WRK-MASC-RUBRICA
                           DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE
                       WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'SALARIO BRUTO..: ' WRK-MASC-DINHEIRO
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
                   DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE
               WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE
           END-IF.
           IF WRK-DIF-FUNC NOT = ZEROS
               MOVE WRK-DIF-FUNC TO WRK-MASC-RETRO
               MOVE SPACES TO WRK-LINHA-HOLERITE
               STRING 'DIFERENCA RETRO: ' WRK-MASC-RETRO
                   DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE
               WRITE HOLERITE-RECORD FROM WRK-LINHA-HOLERITE
           END-IF.
           MOVE SPACES TO WRK-LINHA-HOLERITE.
           STRING 'SALARIO LIQUIDO: ' WRK-MASC-LIQ
               DELIMITED BY SIZE INTO WRK-LINHA-HOLERITE.
                       WRK-DEPTO-FOLHA-IDX-ACHADO
                   MOVE WRK-DEPTO-ALVO TO WRK-DEPTO-FOLHA-CODIGO
                       (WRK-DEPTO-FOLHA-IDX-ACHADO)
                   MOVE WRK-EMPRESA-FUNC TO WRK-DEPTO-FOLHA-EMPRESA
                       (WRK-DEPTO-FOLHA-IDX-ACHADO)
                   MOVE ZEROS TO
                       WRK-DEPTO-FOLHA-QTD(WRK-DEPTO-FOLHA-IDX-ACHADO)
                       WRK-DEPTO-FOLHA-BRUTO
                   + (WRK-FGTS-FUNC * WRK-FATOR-RATEIO-DEP)
           END-IF.

      * Soma os valores do funcionario corrente nos totais da sua
      * empresa (o funcionario inteiro, mesmo com transferencia de
      * departamento no mes).
       0267-ACUMULAR-EMPRESA.
           SET WRK-IDX-EMPRESA-FOLHA TO WRK-EMPRESA-FUNC.
           ADD 1 TO WRK-EMPRESA-FOLHA-QTD(WRK-IDX-EMPRESA-FOLHA).
           ADD WRK-SALARIO TO
               WRK-EMPRESA-FOLHA-BRUTO(WRK-IDX-EMPRESA-FOLHA).
           ADD WRK-SALARIO-LIQ TO
               WRK-EMPRESA-FOLHA-LIQ(WRK-IDX-EMPRESA-FOLHA).
           ADD WRK-FGTS-FUNC TO
               WRK-EMPRESA-FOLHA-FGTS(WRK-IDX-EMPRESA-FOLHA).
           ADD WRK-INSS TO
               WRK-EMPRESA-FOLHA-INSS(WRK-IDX-EMPRESA-FOLHA).
           ADD WRK-PATRONAL-FUNC TO
               WRK-EMPRESA-FOLHA-PATRONAL(WRK-IDX-EMPRESA-FOLHA).
           ADD WRK-RAT-FUNC TO
               WRK-EMPRESA-FOLHA-RAT(WRK-IDX-EMPRESA-FOLHA).
           ADD WRK-IRRF TO
               WRK-EMPRESA-FOLHA-IRRF(WRK-IDX-EMPRESA-FOLHA).

      * Empresa do registro da folha; registro sem empresa (gerado
      * antes do cadastro de empresas) fica com a 01.
       0268-IDENTIFICAR-EMPRESA.
           IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
              AND EMP-EMPRESA < 20
               MOVE EMP-EMPRESA TO WRK-EMPRESA-FUNC
           ELSE
               MOVE 1 TO WRK-EMPRESA-FUNC
           END-IF.

      * Carrega o historico de transferencias; os deptos dos dois
      * lados resolvem pelo 9550-BUSCAR-DEPARTAMENTO nos subtotais.
       0119-CARREGAR-TRANSFERENCIAS.
           END-IF.

       0300-APRESENTAR-TOTAIS.
           PERFORM 0305-CONTAR-EMPRESAS-FOLHA.
           PERFORM 0310-EXIBIR-SUBTOTAIS-DEPTO.
           PERFORM 0340-EXIBIR-GUIA-FGTS.
           PERFORM 0345-EXIBIR-GUIA-ENCARGOS.
           MOVE WRK-TOTAL-AFAST TO WRK-MASC-TOT-AFAST.
           DISPLAY 'TOTAL ABATIDO POR AFASTAMENTOS: ' ,
               WRK-MASC-TOT-AFAST.
           MOVE WRK-TOTAL-BH-DESC TO WRK-MASC-TOT-BH-DESC.
           DISPLAY 'TOTAL DESCONTADO DO BANCO DE HORAS: ' ,
               WRK-MASC-TOT-BH-DESC.
           MOVE WRK-TOTAL-FALTAS TO WRK-MASC-TOT-FALTAS.
           DISPLAY 'TOTAL DESCONTADO POR FALTAS E DSR: ' ,
               WRK-MASC-TOT-FALTAS.
           MOVE WRK-TOTAL-PENSAO TO WRK-MASC-TOT-PENSAO.
           DISPLAY 'TOTAL DE PENSAO ALIMENTICIA DESCONTADA: ' ,
               WRK-MASC-TOT-PENSAO.
           PERFORM 0350-CONFERIR-TOTAIS-CONTROLE.
           IF NOT PREVIA-FOLHA
               PERFORM 0360-GRAVAR-TOTAIS-EOD
               MOVE 'FOLHA' TO WRK-OBR-ORIGEM
               MOVE 'S'     TO WRK-OBR-MODO
               PERFORM 0365-REGISTRAR-OBRIGACOES
           END-IF.

      * Horas extras retidas por falta de aprovacao valida - o RH
               WRK-TOTAL-PATRONAL + WRK-TOTAL-RAT.
           MOVE WRK-TOTAL-INSS-RET   TO WRK-EOD-VALOR-SECUNDARIO.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.
      * Entrada das horas extras pagas (funcionarios com HE, valor no
      * principal e horas no secundario) - a competencia e a do mes
      * da gravacao, como no ciclo de EOD-RESUMO.LOG.
           MOVE 'PROG04HE'           TO WRK-EOD-PROGRAMA-ATUAL.
           MOVE WRK-QTD-FUNC-HE      TO WRK-EOD-QTD.
           MOVE WRK-TOTAL-EXTRAS     TO WRK-EOD-VALOR-PRINCIPAL.
           MOVE WRK-TOTAL-HORAS-HE   TO WRK-EOD-VALOR-SECUNDARIO.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.
      * Uma entrada FOLHAEnn por empresa da folha (funcionarios,
      * bruto pago e encargos patronais), para o resumo do PROG16
      * abrir o consolidado por empresa.
           PERFORM VARYING WRK-IDX-EMPRESA-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA-FOLHA > 19
               IF WRK-EMPRESA-FOLHA-QTD(WRK-IDX-EMPRESA-FOLHA)
                       > ZEROS
                   PERFORM 0361-GRAVAR-EOD-EMPRESA
               END-IF
           END-PERFORM.

       0361-GRAVAR-EOD-EMPRESA.
           SET WRK-EMPRESA-PROCURADA TO WRK-IDX-EMPRESA-FOLHA.
           MOVE SPACES TO WRK-EOD-PROGRAMA-ATUAL.
           STRING 'FOLHAE' WRK-EMPRESA-PROCURADA
               DELIMITED BY SIZE INTO WRK-EOD-PROGRAMA-ATUAL.
           MOVE WRK-EMPRESA-FOLHA-QTD(WRK-IDX-EMPRESA-FOLHA)
               TO WRK-EOD-QTD.
           MOVE WRK-EMPRESA-FOLHA-BRUTO(WRK-IDX-EMPRESA-FOLHA)
               TO WRK-EOD-VALOR-PRINCIPAL.
           COMPUTE WRK-EOD-VALOR-SECUNDARIO =
               WRK-EMPRESA-FOLHA-PATRONAL(WRK-IDX-EMPRESA-FOLHA)
               + WRK-EMPRESA-FOLHA-RAT(WRK-IDX-EMPRESA-FOLHA).
           PERFORM 9610-GRAVAR-TOTAIS-EOD.

      * Obrigacoes de recolhimento da competencia, com os mesmos
      * valores das guias impressas, uma por empresa: FGTS, INSS
      * (retido, patronal e RAT) e o IRRF retido. A folha normal
      * substitui a obrigacao em aberto da propria origem (reprocesso
      * da competencia nao duplica); a complementar acumula.
       0365-REGISTRAR-OBRIGACOES.
           MOVE 'PROG04'            TO WRK-OBR-USUARIO.
           MOVE WRK-COMPETENCIA-NUM TO WRK-OBR-COMPETENCIA-NUM.
           PERFORM VARYING WRK-IDX-EMPRESA-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA-FOLHA > 19
               IF WRK-EMPRESA-FOLHA-QTD(WRK-IDX-EMPRESA-FOLHA)
                       > ZEROS
                   PERFORM 0366-REGISTRAR-OBRIG-EMPRESA
               END-IF
           END-PERFORM.
           MOVE 1 TO WRK-OBR-EMPRESA.

       0366-REGISTRAR-OBRIG-EMPRESA.
           SET WRK-OBR-EMPRESA TO WRK-IDX-EMPRESA-FOLHA.
           MOVE 'FGTS'              TO WRK-OBR-TRIBUTO.
           MOVE WRK-EMPRESA-FOLHA-FGTS(WRK-IDX-EMPRESA-FOLHA)
               TO WRK-OBR-VALOR.
           PERFORM 9200-REGISTRAR-OBRIGACAO.
           MOVE 'INSS'              TO WRK-OBR-TRIBUTO.
           COMPUTE WRK-OBR-VALOR =
               WRK-EMPRESA-FOLHA-INSS(WRK-IDX-EMPRESA-FOLHA)
               + WRK-EMPRESA-FOLHA-PATRONAL(WRK-IDX-EMPRESA-FOLHA)
               + WRK-EMPRESA-FOLHA-RAT(WRK-IDX-EMPRESA-FOLHA).
           PERFORM 9200-REGISTRAR-OBRIGACAO.
           MOVE 'IRRF'              TO WRK-OBR-TRIBUTO.
           MOVE WRK-EMPRESA-FOLHA-IRRF(WRK-IDX-EMPRESA-FOLHA)
               TO WRK-OBR-VALOR.
           PERFORM 9200-REGISTRAR-OBRIGACAO.

      * Subtotais por departamento, logo apos as linhas de detalhe -
      * e o corte que o financeiro pedia todo mes em planilha.
           DISPLAY '          SUBTOTAIS POR DEPARTAMENTO'.
           DISPLAY 'DEPTO NOME                 QTD   BRUTO       ' ,
               'INSS       IRRF       LIQUIDO'.
           MOVE '*' TO WRK-SPOOL-FILTRO.
           MOVE '          SUBTOTAIS POR DEPARTAMENTO' TO
               WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
                   WRK-MASC-DEPTO-BRUTO ' ' WRK-MASC-DEPTO-INSS ' '
                   WRK-MASC-DEPTO-IRRF ' ' WRK-MASC-DEPTO-LIQ
               MOVE SPACES TO WRK-SPOOL-LINHA
               MOVE WRK-DEPTO-FOLHA-CODIGO(WRK-IDX-DEPTO-FOLHA)
                   TO WRK-SPOOL-FILTRO
               MOVE 'S' TO WRK-SPOOL-TIPO
               STRING WRK-DEPTO-FOLHA-CODIGO(WRK-IDX-DEPTO-FOLHA)
                   '   ' WRK-DEPTO-NOME-ACHADO ' '
                   WRK-DEPTO-FOLHA-QTD(WRK-IDX-DEPTO-FOLHA) ' '
                   WRK-MASC-DEPTO-IRRF ' ' WRK-MASC-DEPTO-LIQ
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE SPACES TO WRK-SPOOL-FILTRO
           END-PERFORM.

      * Quantas empresas entraram na folha: com mais de uma, as
      * guias fecham tambem com o total consolidado do grupo.
       0305-CONTAR-EMPRESAS-FOLHA.
           MOVE ZEROS TO WRK-QTD-EMPRESAS-FOLHA.
           PERFORM VARYING WRK-IDX-EMPRESA-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA-FOLHA > 19
               IF WRK-EMPRESA-FOLHA-QTD(WRK-IDX-EMPRESA-FOLHA)
                       > ZEROS
                   ADD 1 TO WRK-QTD-EMPRESAS-FOLHA
               END-IF
           END-PERFORM.

      * Guia mensal de recolhimento do FGTS de cada empresa: deposito
      * de 8% por departamento e o total a recolher da competencia -
      * os mesmos valores gravados em FGTS-DEPOSITOS.DAT.
       0340-EXIBIR-GUIA-FGTS.
           PERFORM VARYING WRK-IDX-EMPRESA-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA-FOLHA > 19
               IF WRK-EMPRESA-FOLHA-QTD(WRK-IDX-EMPRESA-FOLHA)
                       > ZEROS
                   PERFORM 0341-EXIBIR-GUIA-FGTS-EMPRESA
               END-IF
           END-PERFORM.
           IF WRK-QTD-EMPRESAS-FOLHA > 1
               MOVE WRK-TOTAL-FGTS TO WRK-MASC-TOT-FGTS
               DISPLAY 'TOTAL CONSOLIDADO DAS GUIAS DE FGTS: ' ,
                   WRK-MASC-TOT-FGTS
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING 'TOTAL CONSOLIDADO DAS GUIAS DE FGTS: '
                   WRK-MASC-TOT-FGTS
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.

       0341-EXIBIR-GUIA-FGTS-EMPRESA.
           SET WRK-EMPRESA-PROCURADA TO WRK-IDX-EMPRESA-FOLHA.
           PERFORM 9085-BUSCAR-EMPRESA.
           DISPLAY '-----------------------------------------' ,
               '-----------------'.
           DISPLAY '          GUIA DE RECOLHIMENTO DO FGTS - ' ,
               'COMPETENCIA ' WRK-COMPETENCIA-MES '/' ,
               WRK-COMPETENCIA-ANO.
           DISPLAY 'EMPRESA ' WRK-EMPRESA-PROCURADA ' - ' ,
               WRK-EMPRESA-RAZAO-ACHADA.
           DISPLAY 'DEPTO NOME                 FGTS (8%)'.
           MOVE '          GUIA DE RECOLHIMENTO DO FGTS' TO
               WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING 'EMPRESA ' WRK-EMPRESA-PROCURADA ' - '
               WRK-EMPRESA-RAZAO-ACHADA
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-IDX-DEPTO-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO-FOLHA > WRK-QTD-DEPTO-FOLHA
               IF WRK-DEPTO-FOLHA-EMPRESA(WRK-IDX-DEPTO-FOLHA) =
                       WRK-EMPRESA-PROCURADA
                   MOVE WRK-DEPTO-FOLHA-CODIGO(WRK-IDX-DEPTO-FOLHA)
                       TO WRK-DEPTO-PROCURADO
                   PERFORM 9550-BUSCAR-DEPARTAMENTO
                   MOVE WRK-DEPTO-FOLHA-FGTS(WRK-IDX-DEPTO-FOLHA)
                       TO WRK-MASC-TOT-FGTS
                   DISPLAY WRK-DEPTO-FOLHA-CODIGO(WRK-IDX-DEPTO-FOLHA)
                       '   ' WRK-DEPTO-NOME-ACHADO ' '
                       WRK-MASC-TOT-FGTS
                   MOVE SPACES TO WRK-SPOOL-LINHA
                   STRING WRK-DEPTO-FOLHA-CODIGO(WRK-IDX-DEPTO-FOLHA)
                       '   ' WRK-DEPTO-NOME-ACHADO ' '
                       WRK-MASC-TOT-FGTS
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   PERFORM 9310-GRAVAR-SPOOL
               END-IF
           END-PERFORM.
           MOVE WRK-EMPRESA-FOLHA-FGTS(WRK-IDX-EMPRESA-FOLHA)
               TO WRK-MASC-TOT-FGTS.
           DISPLAY 'TOTAL DA GUIA DE FGTS: ' WRK-MASC-TOT-FGTS.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING 'TOTAL DA GUIA DE FGTS: ' WRK-MASC-TOT-FGTS
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

      * Guia mensal de recolhimento do INSS de cada empresa: o retido
      * dos funcionarios, a contribuicao patronal de 20%, o RAT e o
      * total a recolher da competencia.
       0345-EXIBIR-GUIA-ENCARGOS.
           PERFORM VARYING WRK-IDX-EMPRESA-FOLHA FROM 1 BY 1
                   UNTIL WRK-IDX-EMPRESA-FOLHA > 19
               IF WRK-EMPRESA-FOLHA-QTD(WRK-IDX-EMPRESA-FOLHA)
                       > ZEROS
                   PERFORM 0346-EXIBIR-GUIA-INSS-EMPRESA
               END-IF
           END-PERFORM.
           IF WRK-QTD-EMPRESAS-FOLHA > 1
               COMPUTE WRK-TOTAL-GUIA-INSS = WRK-TOTAL-INSS-RET +
                   WRK-TOTAL-PATRONAL + WRK-TOTAL-RAT
               MOVE WRK-TOTAL-GUIA-INSS TO WRK-MASC-ENCARGO
               DISPLAY 'TOTAL CONSOLIDADO DAS GUIAS DE INSS: ' ,
                   WRK-MASC-ENCARGO
               MOVE SPACES TO WRK-SPOOL-LINHA
               STRING 'TOTAL CONSOLIDADO DAS GUIAS DE INSS: '
                   WRK-MASC-ENCARGO
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.

       0346-EXIBIR-GUIA-INSS-EMPRESA.
           SET WRK-EMPRESA-PROCURADA TO WRK-IDX-EMPRESA-FOLHA.
           PERFORM 9085-BUSCAR-EMPRESA.
           DISPLAY '-----------------------------------------' ,
               '-----------------'.
           DISPLAY '          GUIA DE RECOLHIMENTO DO INSS - ' ,
               'COMPETENCIA ' WRK-COMPETENCIA-MES '/' ,
               WRK-COMPETENCIA-ANO.
           DISPLAY 'EMPRESA ' WRK-EMPRESA-PROCURADA ' - ' ,
               WRK-EMPRESA-RAZAO-ACHADA.
           MOVE '          GUIA DE RECOLHIMENTO DO INSS' TO
               WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING 'EMPRESA ' WRK-EMPRESA-PROCURADA ' - '
               WRK-EMPRESA-RAZAO-ACHADA
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-EMPRESA-FOLHA-INSS(WRK-IDX-EMPRESA-FOLHA)
               TO WRK-MASC-ENCARGO.
           DISPLAY 'INSS RETIDO DOS FUNCIONARIOS: ' WRK-MASC-ENCARGO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING 'INSS RETIDO DOS FUNCIONARIOS: ' WRK-MASC-ENCARGO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-EMPRESA-FOLHA-PATRONAL(WRK-IDX-EMPRESA-FOLHA)
               TO WRK-MASC-ENCARGO.
           DISPLAY 'INSS PATRONAL (' WRK-ALIQ-PATRONAL '%): ' ,
               WRK-MASC-ENCARGO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING 'INSS PATRONAL: ' WRK-MASC-ENCARGO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-EMPRESA-FOLHA-RAT(WRK-IDX-EMPRESA-FOLHA)
               TO WRK-MASC-ENCARGO.
           DISPLAY 'RAT (' WRK-ALIQ-RAT '%): ' WRK-MASC-ENCARGO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING 'RAT: ' WRK-MASC-ENCARGO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           COMPUTE WRK-TOTAL-GUIA-INSS =
               WRK-EMPRESA-FOLHA-INSS(WRK-IDX-EMPRESA-FOLHA)
               + WRK-EMPRESA-FOLHA-PATRONAL(WRK-IDX-EMPRESA-FOLHA)
               + WRK-EMPRESA-FOLHA-RAT(WRK-IDX-EMPRESA-FOLHA).
           MOVE WRK-TOTAL-GUIA-INSS TO WRK-MASC-ENCARGO.
           DISPLAY 'TOTAL DA GUIA DE INSS: ' WRK-MASC-ENCARGO.
           MOVE SPACES TO WRK-SPOOL-LINHA.
               PERFORM 0450-GRAVAR-CONSIGNADO
               PERFORM 0460-GRAVAR-ADIANTAMENTOS
               PERFORM 0470-GRAVAR-MOV-RUBRICAS
               PERFORM 0288-FECHAR-JORNAL
               PERFORM 9780-LIMPAR-CHECKPOINT
               PERFORM 9650-LIBERAR-TRAVAS
           END-IF.
           COPY 'PSTAPR.COB'.
           COPY 'TRVAPR.COB'.
           COPY 'DEPTPR.COB'.
           COPY 'EMPRPR.COB'.
           COPY 'CKPTPR.COB'.
           COPY 'EODPR.COB'.
           COPY 'OBRGPR.COB'.
           COPY 'BNCHPR.COB'.
           COPY 'SIGLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG04.
