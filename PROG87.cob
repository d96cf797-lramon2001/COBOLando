      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Cobranca bancaria por boleto das mensalidades
      * (MENSALIDADES.DAT) e das parcelas dos emprestimos avulsos (fora
      * do consignado) de PARCELAS.DAT, no lugar da digitacao da baixa
      * no PROG57 e no PROG26 a partir do extrato do banco. O modo 1
      * gera a remessa BOLETO-REMESSA.DAT no molde CNAB (header '0',
      * um detalhe '1' por titulo, trailer '9'), um titulo por item
      * em aberto ainda nao registrado (ou com a entrada rejeitada
      * pelo banco), vencendo no ultimo dia do mes do item e com a
      * multa e os juros de mora ao mes das regras de cada origem
      * como instrucao de cobranca. O nosso numero aponta o item: 1 +
      * matricula + competencia na mensalidade, 2 + 00 + contrato +
      * parcela no emprestimo. BOLETO-TITULOS.DAT guarda cada titulo
      * enviado e a ultima ocorrencia do banco. O modo 2 le o retorno
      * BOLETO-RETORNO.DAT: entrada confirmada, rejeitada e baixa
      * atualizam o titulo; liquidacao baixa o item com a multa e os
      * juros que o banco cobrou e lanca em TRANS.DAT como a baixa
      * manual (voucher 82AAMM na mensalidade, 85AAMM no emprestimo,
      * contas do CONTA-MAPA.DAT). Nosso numero desconhecido, item ja
      * baixado ou valor divergente nao baixa nada e vai para o
      * relatorio de pendencias (spool BOLETO-RETORNO.SPL) para
      * tratamento manual; os totais da corrida vao para
      * EOD-TOTALS.DAT (entrada PROG87). Exige usuario autorizado pelo
      * PROG29 na funcao BOLETO e fica registrado em AUDIT-LOG.LOG.
      * RETURN-CODE 8 usuario sem permissao ou BOLETO-PARAM.DAT
      * ausente, 4 remessa vazia ou retorno com pendencias, 1
      * competencia fechada, conta sem mapeamento ou tabela cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG87.
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
           SELECT LOAN-PARAM-FILE ASSIGN TO "LOAN-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOAN-PRM.
           SELECT MENSALIDADES-FILE ASSIGN TO "MENSALIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-STATUS-ALUNO.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           SELECT BOLETO-PARAM-FILE ASSIGN TO "BOLETO-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT TITULOS-FILE ASSIGN TO "BOLETO-TITULOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TITULOS.
           SELECT REMESSA-FILE ASSIGN TO "BOLETO-REMESSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSA.
           SELECT RETORNO-FILE ASSIGN TO "BOLETO-RETORNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETORNO.
           COPY 'PSTASL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'EODSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="BOLETO-RETORNO.SPL"==.
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
       FD  LOAN-PARAM-FILE.
       01  LOAN-PARAM-RECORD.
           05 LPR-MULTA-PCT    PIC 9(02)V99.
           05 LPR-JUROS-PCT    PIC 9(02)V99.
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
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05 ALU-MATRICULA    PIC 9(05).
           05 ALU-NOME         PIC X(20).
           05 ALU-TURMA        PIC 9(02).
           05 ALU-BIMESTRE OCCURS 4 TIMES.
              10 ALU-BIM-NOTA-1 PIC 9(2)V99.
              10 ALU-BIM-NOTA-2 PIC 9(2)V99.
           05 ALU-NOTA-RECUP   PIC 9(2)V99.
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
      * Conta de cobranca da empresa no banco: codigo do banco,
      * agencia, conta, carteira e codigo do cedente (convenio).
       FD  BOLETO-PARAM-FILE.
       01  BOLETO-PARAM-RECORD.
           05 BLP-BANCO        PIC 9(03).
           05 FILLER           PIC X(01).
           05 BLP-AGENCIA      PIC 9(04).
           05 FILLER           PIC X(01).
           05 BLP-CONTA        PIC 9(08).
           05 FILLER           PIC X(01).
           05 BLP-CARTEIRA     PIC 9(02).
           05 FILLER           PIC X(01).
           05 BLP-CEDENTE      PIC 9(07).
      * Um registro por titulo enviado ao banco: nosso numero, valor,
      * vencimento, remessa que o levou e a ultima ocorrencia -
      * 'E' enviado, 'C' entrada confirmada, 'X' entrada rejeitada
      * (volta na proxima remessa), 'L' liquidado, 'B' baixado pelo
      * banco.
       FD  TITULOS-FILE.
       01  TITULOS-RECORD.
           05 BLT-NOSSO-NUMERO PIC 9(12).
           05 FILLER           PIC X(01).
           05 BLT-VALOR        PIC 9(08)V99.
           05 FILLER           PIC X(01).
           05 BLT-VENCIMENTO   PIC 9(08).
           05 FILLER           PIC X(01).
           05 BLT-REMESSA      PIC 9(06).
           05 FILLER           PIC X(01).
           05 BLT-DATA-REMESSA PIC 9(08).
           05 FILLER           PIC X(01).
           05 BLT-SITUACAO     PIC X(01).
           05 FILLER           PIC X(01).
           05 BLT-DATA-OCORR   PIC 9(08).
       FD  REMESSA-FILE.
       01  REMESSA-RECORD.
           05 RBL-TIPO-REG     PIC X(01).
           05 RBL-NOSSO-NUMERO PIC 9(12).
           05 RBL-SEU-NUMERO   PIC X(10).
           05 RBL-VENCIMENTO   PIC 9(08).
           05 RBL-VALOR        PIC 9(11)V99.
           05 RBL-MULTA-PCT    PIC 9(02)V99.
           05 RBL-JUROS-PCT    PIC 9(02)V99.
           05 RBL-SACADO       PIC X(20).
           05 RBL-SEQUENCIA    PIC 9(06).
       01  REMESSA-HEADER REDEFINES REMESSA-RECORD.
           05 RBH-TIPO-REG     PIC X(01).
           05 RBH-OPERACAO     PIC X(07).
           05 RBH-SERVICO      PIC X(08).
           05 RBH-BANCO        PIC 9(03).
           05 RBH-AGENCIA      PIC 9(04).
           05 RBH-CONTA        PIC 9(08).
           05 RBH-CARTEIRA     PIC 9(02).
           05 RBH-CEDENTE      PIC 9(07).
           05 RBH-DATA         PIC 9(08).
           05 RBH-NUM-REMESSA  PIC 9(06).
           05 RBH-SEQUENCIA    PIC 9(06).
       01  REMESSA-TRAILER REDEFINES REMESSA-RECORD.
           05 RBT-TIPO-REG     PIC X(01).
           05 RBT-QTD          PIC 9(06).
           05 RBT-VALOR        PIC 9(13)V99.
           05 RBT-SEQUENCIA    PIC 9(06).
      * Retorno do banco: header '0' (ignorado), detalhe '1' por
      * ocorrencia e trailer '9' com a quantidade de detalhes.
       FD  RETORNO-FILE.
       01  RETORNO-RECORD.
           05 RTB-TIPO-REG     PIC X(01).
           05 RTB-NOSSO-NUMERO PIC 9(12).
           05 RTB-OCORRENCIA   PIC 9(02).
              88 OCORR-CONFIRMADA VALUE 02.
              88 OCORR-REJEITADA  VALUE 03.
              88 OCORR-LIQUIDACAO VALUE 06 17.
              88 OCORR-BAIXA      VALUE 09 10.
           05 RTB-DATA-OCORR   PIC 9(08).
           05 RTB-VALOR-TITULO PIC 9(11)V99.
           05 RTB-VALOR-PAGO   PIC 9(11)V99.
           05 RTB-MULTA        PIC 9(09)V99.
           05 RTB-JUROS        PIC 9(09)V99.
           05 RTB-MOTIVO       PIC X(20).
       01  RETORNO-TRAILER REDEFINES RETORNO-RECORD.
           05 RTT-TIPO-REG     PIC X(01).
           05 RTT-QTD          PIC 9(06).
           05 RTT-VALOR        PIC 9(13)V99.
           COPY 'PSTAFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'EODFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'EODWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-PARCELAS  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONTRATOS PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-LOAN-PRM  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MENSAL    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ALUNO     PIC X(02) VALUES ZEROS.
       77  WRK-ALUNO-ABERTO     PIC X(01) VALUES 'N'.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PARAM     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TITULOS   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-REMESSA   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-RETORNO   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-REMESSA VALUE '1'.
           88 MODO-RETORNO VALUE '2'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       77  WRK-MENSAGEM         PIC X(60) VALUES SPACES.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPETENCIA-HOJE PIC 9(06).
           05 FILLER               PIC 9(02).
       01  WRK-DATA-HOJE-R2 REDEFINES WRK-DATA-HOJE.
           05 FILLER               PIC 9(02).
           05 WRK-AAMM-HOJE        PIC 9(04).
           05 FILLER               PIC 9(02).
      * Conta de cobranca (BOLETO-PARAM.DAT).
       77  WRK-BANCO            PIC 9(03) VALUES ZEROS.
       77  WRK-AGENCIA          PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-COBRANCA   PIC 9(08) VALUES ZEROS.
       77  WRK-CARTEIRA         PIC 9(02) VALUES ZEROS.
       77  WRK-CEDENTE          PIC 9(07) VALUES ZEROS.
      * Regras de mora enviadas como instrucao: emprestimo pelo
      * LOAN-PARAM.DAT (sem o arquivo, 2% e 1% ao mes, como no
      * PROG26) e mensalidade com os 2% e 1% ao mes do PROG57.
       77  WRK-MULTA-PCT-EMP    PIC 9(02)V99 VALUE 2,00.
       77  WRK-JUROS-PCT-EMP    PIC 9(02)V99 VALUE 1,00.
       77  WRK-MULTA-PCT-MEN    PIC 9(02)V99 VALUE 2,00.
       77  WRK-JUROS-PCT-MEN    PIC 9(02)V99 VALUE 1,00.
      * Nosso numero: origem 1 mensalidade (matricula e competencia)
      * ou 2 emprestimo (contrato e parcela).
       01  WRK-NOSSO-NUMERO     PIC 9(12) VALUES ZEROS.
       01  WRK-NN-MENSALIDADE REDEFINES WRK-NOSSO-NUMERO.
           05 WRK-NN-ORIGEM        PIC 9(01).
              88 NN-MENSALIDADE VALUE 1.
              88 NN-EMPRESTIMO  VALUE 2.
           05 WRK-NN-MATRICULA     PIC 9(05).
           05 WRK-NN-COMPETENCIA   PIC 9(06).
       01  WRK-NN-EMPRESTIMO REDEFINES WRK-NOSSO-NUMERO.
           05 FILLER               PIC 9(03).
           05 WRK-NN-CONTRATO      PIC 9(06).
           05 WRK-NN-PARCELA       PIC 9(03).
      * Vencimento do titulo: ultimo dia do mes do item.
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
      * Parcelas (padrao de carga e regravacao do PROG26).
       77  WRK-QTD-PARCELAS     PIC 9(04) VALUES ZEROS.
       77  WRK-PARCELAS-MUDOU   PIC X(01) VALUES 'N'.
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
      * Contratos: tomador, consignado, situacao e renegociacoes.
       77  WRK-QTD-CONTRATOS    PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-CON-ACHADO   PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-CONTRATOS.
           05 WRK-CON-ITEM OCCURS 100 TIMES
                            INDEXED BY WRK-IDX-CON.
              10 WRK-CON-NUMERO     PIC 9(06).
              10 WRK-CON-TOMADOR    PIC X(20).
              10 WRK-CON-CONSIGNADO PIC X(01).
              10 WRK-CON-SITUACAO   PIC X(01).
              10 WRK-CON-RENEG      PIC 9(02).
      * Mensalidades (padrao de carga e regravacao do PROG57).
       77  WRK-QTD-MENSAL       PIC 9(04) VALUES ZEROS.
       77  WRK-MENSAL-MUDOU     PIC X(01) VALUES 'N'.
       01  WRK-TAB-MENSAL.
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
      * Titulos registrados (BOLETO-TITULOS.DAT).
       77  WRK-QTD-TITULOS      PIC 9(04) VALUES ZEROS.
       77  WRK-IDX-TIT-ACHADO   PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-TITULOS.
           05 WRK-TIT-ITEM OCCURS 3000 TIMES
                            INDEXED BY WRK-IDX-TIT.
              10 WRK-TIT-NOSSO-NUMERO PIC 9(12).
              10 WRK-TIT-VALOR        PIC 9(08)V99.
              10 WRK-TIT-VENCIMENTO   PIC 9(08).
              10 WRK-TIT-REMESSA      PIC 9(06).
              10 WRK-TIT-DATA-REMESSA PIC 9(08).
              10 WRK-TIT-SITUACAO     PIC X(01).
              10 WRK-TIT-DATA-OCORR   PIC 9(08).
      * Remessa em montagem.
       77  WRK-NUM-REMESSA      PIC 9(06) VALUES ZEROS.
       77  WRK-SEQUENCIA        PIC 9(06) VALUES ZEROS.
       77  WRK-QTD-REMESSA      PIC 9(06) VALUES ZEROS.
       77  WRK-TOTAL-REMESSA    PIC 9(13)V99 VALUES ZEROS.
       77  WRK-QTD-REENVIO      PIC 9(06) VALUES ZEROS.
       77  WRK-VALOR-ITEM       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-VENC-ITEM        PIC 9(06) VALUES ZEROS.
      * Contabilizacao: contas do de-para (departamento zero) e
      * voucher do evento - 82AAMM mensalidade, 85AAMM emprestimo,
      * AAMM da competencia corrente.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-CONTA-RECEB-MEN  PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-MORA-MEN   PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-EMPRESTIMO PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-RENEG      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-BANCO      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-JUROS      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-MULTA      PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-MORA       PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-RECEBER    PIC 9(04) VALUES ZEROS.
       01  WRK-VOUCHER-BOLETO   PIC 9(06) VALUES ZEROS.
       01  WRK-VOUCHER-BOLETO-R REDEFINES WRK-VOUCHER-BOLETO.
           05 WRK-VOUCHER-EVENTO PIC 9(02).
           05 WRK-VOUCHER-AAMM   PIC 9(04).
       77  WRK-MOTIVO-LANC      PIC X(10) VALUES SPACES.
       77  WRK-VALOR-LANC       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-JUROS-PARCELA    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-MORA-MEN         PIC 9(08)V99 VALUES ZEROS.
      * Retorno: item localizado e totais da corrida.
       77  WRK-IDX-ITEM-ACHADO  PIC 9(04) VALUES ZEROS.
       77  WRK-VALOR-ESPERADO   PIC 9(11)V99 VALUES ZEROS.
       77  WRK-QTD-DETALHES     PIC 9(06) VALUES ZEROS.
       77  WRK-QTD-TRAILER      PIC 9(06) VALUES ZEROS.
       77  WRK-TEM-TRAILER      PIC X(01) VALUES 'N'.
       77  WRK-QTD-LIQUIDADOS   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-CONFIRMADOS  PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-REJEITADOS   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-BAIXADOS     PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-PENDENCIAS   PIC 9(05) VALUES ZEROS.
       77  WRK-TOTAL-LIQUIDADO  PIC 9(11)V99 VALUES ZEROS.
       77  WRK-TOTAL-MULTA      PIC 9(11)V99 VALUES ZEROS.
       77  WRK-TOTAL-JUROS      PIC 9(11)V99 VALUES ZEROS.
       77  WRK-TOTAL-PENDENCIAS PIC 9(11)V99 VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-MULTA       PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-JUROS       PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-QTD         PIC ZZZZ9 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG87' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-AUTORIZAR.
           PERFORM 0060-LER-PARAMETROS.
           PERFORM 0070-CARREGAR-PARCELAS.
           PERFORM 0075-CARREGAR-CONTRATOS.
           PERFORM 0080-CARREGAR-MENSALIDADES.
           PERFORM 0085-CARREGAR-TITULOS.
           IF CARGA-ESTOUROU
               DISPLAY 'ARQUIVO MAIOR QUE A TABELA - AMPLIE A ' ,
                   'CAPACIDADE; NADA SERA GRAVADO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           DISPLAY '1-GERAR REMESSA DE BOLETOS  ' ,
               '2-PROCESSAR RETORNO DA COBRANCA: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           EVALUATE TRUE
               WHEN MODO-REMESSA
                   PERFORM 0200-GERAR-REMESSA
               WHEN MODO-RETORNO
                   PERFORM 0300-PROCESSAR-RETORNO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = ZEROS OR RETURN-CODE = 4
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao BOLETO.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'BOLETO'           TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM PERMISSAO PARA A COBRANCA ' ,
                   'BANCARIA.'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Conta de cobranca (obrigatoria) e regras de mora dos
      * emprestimos.
       0060-LER-PARAMETROS.
           OPEN INPUT BOLETO-PARAM-FILE.
           IF WRK-STATUS-PARAM = '00'
               READ BOLETO-PARAM-FILE
                   AT END
                       MOVE '10' TO WRK-STATUS-PARAM
                   NOT AT END
                       MOVE BLP-BANCO    TO WRK-BANCO
                       MOVE BLP-AGENCIA  TO WRK-AGENCIA
                       MOVE BLP-CONTA    TO WRK-CONTA-COBRANCA
                       MOVE BLP-CARTEIRA TO WRK-CARTEIRA
                       MOVE BLP-CEDENTE  TO WRK-CEDENTE
               END-READ
               CLOSE BOLETO-PARAM-FILE
           END-IF.
           IF WRK-BANCO = ZEROS OR WRK-CEDENTE = ZEROS
               DISPLAY 'BOLETO-PARAM.DAT AUSENTE OU SEM BANCO/' ,
                   'CEDENTE - CADASTRE A CONTA DE COBRANCA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           OPEN INPUT LOAN-PARAM-FILE.
           IF WRK-STATUS-LOAN-PRM = '00'
               READ LOAN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LPR-MULTA-PCT > ZEROS
                           MOVE LPR-MULTA-PCT TO WRK-MULTA-PCT-EMP
                       END-IF
                       IF LPR-JUROS-PCT > ZEROS
                           MOVE LPR-JUROS-PCT TO WRK-JUROS-PCT-EMP
                       END-IF
               END-READ
               CLOSE LOAN-PARAM-FILE
           END-IF.

       0070-CARREGAR-PARCELAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-STATUS-PARCELAS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ PARCELAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
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
      * Parcela gravada antes da amortizacao existir conta inteira
      * como principal.
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
                               DISPLAY 'AVISO: TABELA DE PARCELAS ' ,
                                   'CHEIA - PARCELA IGNORADA'
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELAS-FILE
           END-IF.

       0075-CARREGAR-CONTRATOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WRK-STATUS-CONTRATOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ LOAN-MASTER-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-CONTRATOS < 100
                               ADD 1 TO WRK-QTD-CONTRATOS
                               SET WRK-IDX-CON TO WRK-QTD-CONTRATOS
                               MOVE CON-NUMERO TO
                                   WRK-CON-NUMERO(WRK-IDX-CON)
                               MOVE CON-TOMADOR TO
                                   WRK-CON-TOMADOR(WRK-IDX-CON)
                               MOVE CON-CONSIGNADO TO
                                   WRK-CON-CONSIGNADO(WRK-IDX-CON)
                               MOVE CON-SITUACAO TO
                                   WRK-CON-SITUACAO(WRK-IDX-CON)
                               MOVE CON-RENEG TO
                                   WRK-CON-RENEG(WRK-IDX-CON)
                           ELSE
                               DISPLAY 'AVISO: TABELA DE CONTRATOS ' ,
                                   'CHEIA - CONTRATO IGNORADO'
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

       0080-CARREGAR-MENSALIDADES.
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
                               DISPLAY 'AVISO: TABELA DE ' ,
                                   'MENSALIDADES CHEIA - REGISTRO ' ,
                                   'IGNORADO'
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES-FILE
           END-IF.

       0085-CARREGAR-TITULOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TITULOS-FILE.
           IF WRK-STATUS-TITULOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ TITULOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-TITULOS < 3000
                               ADD 1 TO WRK-QTD-TITULOS
                               SET WRK-IDX-TIT TO WRK-QTD-TITULOS
                               MOVE BLT-NOSSO-NUMERO TO
                                   WRK-TIT-NOSSO-NUMERO(WRK-IDX-TIT)
                               MOVE BLT-VALOR TO
                                   WRK-TIT-VALOR(WRK-IDX-TIT)
                               MOVE BLT-VENCIMENTO TO
                                   WRK-TIT-VENCIMENTO(WRK-IDX-TIT)
                               MOVE BLT-REMESSA TO
                                   WRK-TIT-REMESSA(WRK-IDX-TIT)
                               MOVE BLT-DATA-REMESSA TO
                                   WRK-TIT-DATA-REMESSA(WRK-IDX-TIT)
                               MOVE BLT-SITUACAO TO
                                   WRK-TIT-SITUACAO(WRK-IDX-TIT)
                               MOVE BLT-DATA-OCORR TO
                                   WRK-TIT-DATA-OCORR(WRK-IDX-TIT)
                               IF BLT-REMESSA > WRK-NUM-REMESSA
                                   MOVE BLT-REMESSA TO WRK-NUM-REMESSA
                               END-IF
                           ELSE
                               DISPLAY 'AVISO: TABELA DE TITULOS ' ,
                                   'CHEIA - TITULO IGNORADO'
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TITULOS-FILE
           END-IF.

      * Contas da baixa no de-para (departamento zero), as mesmas da
      * baixa manual do PROG57 e do PROG26.
       0095-CARREGAR-MAPA.
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
                                   WHEN 'RECEBALUNO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-RECEB-MEN
                                   WHEN 'RECEITAMOR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-MORA-MEN
                                   WHEN 'EMPRESTIMO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-EMPRESTIMO
                                   WHEN 'EMPRRENEG'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-RENEG
                                   WHEN 'BANCO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-BANCO
                                   WHEN 'JUROSEMPR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-JUROS
                                   WHEN 'MULTAEMPR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-MULTA
                                   WHEN 'MORAEMPR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-MORA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
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
           STRING '   RETORNO DA COBRANCA BANCARIA - BANCO '
               WRK-BANCO ' CEDENTE ' WRK-CEDENTE
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           DISPLAY ' '.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.

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

      * Remessa: cada item em aberto sem titulo no banco (ou com a
      * entrada rejeitada) recebe o numero da nova remessa em
      * BOLETO-TITULOS; so entao o arquivo e gravado, para remessa
      * vazia nao consumir numero.
       0200-GERAR-REMESSA.
           ADD 1 TO WRK-NUM-REMESSA.
           MOVE ZEROS TO WRK-QTD-REMESSA WRK-TOTAL-REMESSA
               WRK-QTD-REENVIO.
           PERFORM VARYING WRK-IDX-MEN FROM 1 BY 1
                   UNTIL WRK-IDX-MEN > WRK-QTD-MENSAL
               IF WRK-MEN-SITUACAO(WRK-IDX-MEN) = 'A'
                   MOVE ZEROS TO WRK-NOSSO-NUMERO
                   MOVE 1 TO WRK-NN-ORIGEM
                   MOVE WRK-MEN-MATRICULA(WRK-IDX-MEN)
                       TO WRK-NN-MATRICULA
                   MOVE WRK-MEN-COMPETENCIA(WRK-IDX-MEN)
                       TO WRK-NN-COMPETENCIA WRK-VENC-ITEM
                   MOVE WRK-MEN-VALOR(WRK-IDX-MEN) TO WRK-VALOR-ITEM
                   PERFORM 0220-INCLUIR-TITULO
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
               IF WRK-PARC-SITUACAO(WRK-IDX-PARCELA) = 'A'
                   PERFORM 0210-CONFERIR-CONTRATO
                   IF WRK-IDX-CON-ACHADO > ZEROS
                       MOVE ZEROS TO WRK-NOSSO-NUMERO
                       MOVE 2 TO WRK-NN-ORIGEM
                       MOVE WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                           TO WRK-NN-CONTRATO
                       MOVE WRK-PARC-NUMERO(WRK-IDX-PARCELA)
                           TO WRK-NN-PARCELA
                       MOVE WRK-PARC-VENCIMENTO(WRK-IDX-PARCELA)
                           TO WRK-VENC-ITEM
                       MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA)
                           TO WRK-VALOR-ITEM
                       PERFORM 0220-INCLUIR-TITULO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QTD-REMESSA = ZEROS
               DISPLAY 'NENHUM ITEM EM ABERTO SEM BOLETO REGISTRADO ' ,
                   '- REMESSA NAO GERADA'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0250-GRAVAR-REMESSA
               PERFORM 0600-REGRAVAR-TITULOS
               MOVE WRK-TOTAL-REMESSA TO WRK-MASC-VALOR
               DISPLAY 'REMESSA ' WRK-NUM-REMESSA ,
                   ' GRAVADA EM BOLETO-REMESSA.DAT: ' ,
                   WRK-QTD-REMESSA ' TITULOS, ' WRK-MASC-VALOR
               IF WRK-QTD-REENVIO > ZEROS
                   DISPLAY 'DOS QUAIS REENVIADOS APOS REJEICAO: ' ,
                       WRK-QTD-REENVIO
               END-IF
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'BOLETO REMESSA'   TO WRK-AUDIT-ACAO
               MOVE WRK-NUM-REMESSA    TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-QTD-REMESSA    TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
           END-IF.
           MOVE WRK-QTD-REMESSA TO WRK-TRAILER-QTD.

      * So o emprestimo avulso vai para o boleto: consignado e
      * descontado na folha e contrato quitado nao cobra.
       0210-CONFERIR-CONTRATO.
           MOVE ZEROS TO WRK-IDX-CON-ACHADO.
           PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                   UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
               IF WRK-CON-NUMERO(WRK-IDX-CON) =
                       WRK-PARC-CONTRATO(WRK-IDX-PARCELA)
                  AND WRK-CON-CONSIGNADO(WRK-IDX-CON) NOT = 'S'
                  AND WRK-CON-SITUACAO(WRK-IDX-CON) NOT = 'Q'
                   SET WRK-IDX-CON-ACHADO TO WRK-IDX-CON
               END-IF
           END-PERFORM.

      * Titulo do item em WRK-NOSSO-NUMERO na nova remessa: novo, ou
      * reenvio de entrada rejeitada; titulo ja no banco fica fora.
       0220-INCLUIR-TITULO.
           PERFORM 0800-LOCALIZAR-TITULO.
           IF WRK-IDX-TIT-ACHADO = ZEROS
               IF WRK-QTD-TITULOS < 3000
                   ADD 1 TO WRK-QTD-TITULOS
                   MOVE WRK-QTD-TITULOS TO WRK-IDX-TIT-ACHADO
                   SET WRK-IDX-TIT TO WRK-IDX-TIT-ACHADO
                   MOVE WRK-NOSSO-NUMERO
                       TO WRK-TIT-NOSSO-NUMERO(WRK-IDX-TIT)
               ELSE
                   DISPLAY 'TABELA DE TITULOS CHEIA - REMESSA ' ,
                       'CANCELADA, NADA GRAVADO'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 1 TO RETURN-CODE
                   PERFORM 9950-EXIBIR-TRAILER
                   STOP RUN
               END-IF
           ELSE
               SET WRK-IDX-TIT TO WRK-IDX-TIT-ACHADO
               IF WRK-TIT-SITUACAO(WRK-IDX-TIT) = 'X'
                   ADD 1 TO WRK-QTD-REENVIO
               ELSE
                   MOVE ZEROS TO WRK-IDX-TIT-ACHADO
               END-IF
           END-IF.
           IF WRK-IDX-TIT-ACHADO > ZEROS
               MOVE WRK-VENC-ITEM TO WRK-MES-PROC
               PERFORM 0120-ULTIMO-DIA-MES
               MOVE WRK-VALOR-ITEM  TO WRK-TIT-VALOR(WRK-IDX-TIT)
               MOVE WRK-ULTIMO-DIA  TO WRK-TIT-VENCIMENTO(WRK-IDX-TIT)
               MOVE WRK-NUM-REMESSA TO WRK-TIT-REMESSA(WRK-IDX-TIT)
               MOVE WRK-DATA-HOJE
                   TO WRK-TIT-DATA-REMESSA(WRK-IDX-TIT)
               MOVE 'E' TO WRK-TIT-SITUACAO(WRK-IDX-TIT)
               MOVE ZEROS TO WRK-TIT-DATA-OCORR(WRK-IDX-TIT)
               ADD 1 TO WRK-QTD-REMESSA
               ADD WRK-VALOR-ITEM TO WRK-TOTAL-REMESSA
           END-IF.

      * Arquivo da remessa: header com a conta de cobranca, um
      * detalhe por titulo da remessa nova e trailer com quantidade
      * e valor; sequencia de registro continua do header ao trailer.
       0250-GRAVAR-REMESSA.
           OPEN INPUT STUDENT-FILE.
           IF WRK-STATUS-ALUNO = '00'
               MOVE 'S' TO WRK-ALUNO-ABERTO
           END-IF.
           OPEN OUTPUT REMESSA-FILE.
           MOVE 1 TO WRK-SEQUENCIA.
           MOVE SPACES             TO REMESSA-RECORD.
           MOVE '0'                TO RBH-TIPO-REG.
           MOVE 'REMESSA'          TO RBH-OPERACAO.
           MOVE 'COBRANCA'         TO RBH-SERVICO.
           MOVE WRK-BANCO          TO RBH-BANCO.
           MOVE WRK-AGENCIA        TO RBH-AGENCIA.
           MOVE WRK-CONTA-COBRANCA TO RBH-CONTA.
           MOVE WRK-CARTEIRA       TO RBH-CARTEIRA.
           MOVE WRK-CEDENTE        TO RBH-CEDENTE.
           MOVE WRK-DATA-HOJE      TO RBH-DATA.
           MOVE WRK-NUM-REMESSA    TO RBH-NUM-REMESSA.
           MOVE WRK-SEQUENCIA      TO RBH-SEQUENCIA.
           WRITE REMESSA-RECORD.
           PERFORM VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
               IF WRK-TIT-REMESSA(WRK-IDX-TIT) = WRK-NUM-REMESSA
                   PERFORM 0260-GRAVAR-DETALHE
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE SPACES            TO REMESSA-RECORD.
           MOVE '9'               TO RBT-TIPO-REG.
           MOVE WRK-QTD-REMESSA   TO RBT-QTD.
           MOVE WRK-TOTAL-REMESSA TO RBT-VALOR.
           MOVE WRK-SEQUENCIA     TO RBT-SEQUENCIA.
           WRITE REMESSA-RECORD.
           CLOSE REMESSA-FILE.
           IF WRK-ALUNO-ABERTO = 'S'
               CLOSE STUDENT-FILE
           END-IF.

      * Detalhe do titulo em WRK-IDX-TIT: sacado do STUDENT.DAT ou
      * do contrato, seu numero com a origem e a instrucao de mora.
       0260-GRAVAR-DETALHE.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE WRK-TIT-NOSSO-NUMERO(WRK-IDX-TIT) TO WRK-NOSSO-NUMERO.
           MOVE SPACES TO REMESSA-RECORD.
           MOVE '1'              TO RBL-TIPO-REG.
           MOVE WRK-NOSSO-NUMERO TO RBL-NOSSO-NUMERO.
           MOVE WRK-TIT-VENCIMENTO(WRK-IDX-TIT) TO RBL-VENCIMENTO.
           MOVE WRK-TIT-VALOR(WRK-IDX-TIT)      TO RBL-VALOR.
           MOVE WRK-SEQUENCIA    TO RBL-SEQUENCIA.
           IF NN-MENSALIDADE
               STRING 'M' WRK-NN-MATRICULA WRK-NN-COMPETENCIA(3:4)
                   DELIMITED BY SIZE INTO RBL-SEU-NUMERO
               MOVE WRK-MULTA-PCT-MEN TO RBL-MULTA-PCT
               MOVE WRK-JUROS-PCT-MEN TO RBL-JUROS-PCT
               IF WRK-ALUNO-ABERTO = 'S'
                   MOVE WRK-NN-MATRICULA TO ALU-MATRICULA
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE SPACES TO RBL-SACADO
                       NOT INVALID KEY
                           MOVE ALU-NOME TO RBL-SACADO
                   END-READ
               END-IF
           ELSE
               STRING 'E' WRK-NN-CONTRATO WRK-NN-PARCELA
                   DELIMITED BY SIZE INTO RBL-SEU-NUMERO
               MOVE WRK-MULTA-PCT-EMP TO RBL-MULTA-PCT
               MOVE WRK-JUROS-PCT-EMP TO RBL-JUROS-PCT
               PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                       UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
                   IF WRK-CON-NUMERO(WRK-IDX-CON) = WRK-NN-CONTRATO
                       MOVE WRK-CON-TOMADOR(WRK-IDX-CON) TO RBL-SACADO
                   END-IF
               END-PERFORM
           END-IF.
           WRITE REMESSA-RECORD.

      * Retorno da cobranca: competencia corrente aberta e contas
      * mapeadas, senao nada e baixado. Cada detalhe e tratado pela
      * ocorrencia; liquidacao que nao fecha com o titulo vai para
      * as pendencias.
       0300-PROCESSAR-RETORNO.
           PERFORM 0095-CARREGAR-MAPA.
           PERFORM 9670-CARREGAR-PERIODOS.
           MOVE WRK-COMPETENCIA-HOJE TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           MOVE SPACES TO WRK-MENSAGEM.
           IF PERIODO-FECHADO
               MOVE 'COMPETENCIA CORRENTE FECHADA (PERIODO-STATUS)'
                   TO WRK-MENSAGEM
           END-IF.
           IF WRK-MENSAGEM = SPACES
              AND (WRK-CONTA-RECEB-MEN = ZEROS
                   OR WRK-CONTA-MORA-MEN = ZEROS
                   OR WRK-CONTA-EMPRESTIMO = ZEROS
                   OR WRK-CONTA-BANCO = ZEROS
                   OR WRK-CONTA-JUROS = ZEROS
                   OR WRK-CONTA-MULTA = ZEROS
                   OR WRK-CONTA-MORA = ZEROS)
               MOVE 'CONTA-MAPA.DAT SEM CLASSE DA BAIXA' TO WRK-MENSAGEM
           END-IF.
           IF WRK-MENSAGEM = SPACES
               OPEN INPUT RETORNO-FILE
               IF WRK-STATUS-RETORNO NOT = '00'
                   MOVE 'BOLETO-RETORNO.DAT NAO ENCONTRADO'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               DISPLAY 'RETORNO RECUSADO: ' WRK-MENSAGEM
               DISPLAY 'NENHUM TITULO BAIXADO.'
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 0090-MONTAR-CABECALHO
               MOVE '   PENDENCIAS PARA TRATAMENTO MANUAL'
                   TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 'NOSSO NUMERO'   TO WRK-SPOOL-LINHA(4:12)
               MOVE 'OC'             TO WRK-SPOOL-LINHA(17:2)
               MOVE 'VALOR PAGO'     TO WRK-SPOOL-LINHA(27:10)
               MOVE 'MOTIVO'         TO WRK-SPOOL-LINHA(38:6)
               PERFORM 9310-GRAVAR-SPOOL
               MOVE WRK-AAMM-HOJE TO WRK-VOUCHER-AAMM
               PERFORM 0700-ABRIR-TRANS
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ RETORNO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           EVALUATE RTB-TIPO-REG
                               WHEN '1'
                                   ADD 1 TO WRK-QTD-DETALHES
                                   PERFORM 0350-TRATAR-DETALHE
                               WHEN '9'
                                   MOVE 'S' TO WRK-TEM-TRAILER
                                   MOVE RTT-QTD TO WRK-QTD-TRAILER
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE RETORNO-FILE
               CLOSE TRANS-FILE
               IF WRK-PARCELAS-MUDOU = 'S'
                   PERFORM 0610-REGRAVAR-PARCELAS
               END-IF
               IF WRK-MENSAL-MUDOU = 'S'
                   PERFORM 0620-REGRAVAR-MENSALIDADES
               END-IF
               PERFORM 0600-REGRAVAR-TITULOS
               PERFORM 0500-EMITIR-RESUMO
               PERFORM 9390-FECHAR-SPOOL
               PERFORM 0550-GRAVAR-TOTAIS-EOD
               MOVE WRK-USUARIO-SESSAO  TO WRK-AUDIT-USUARIO
               MOVE 'BOLETO RETORNO'    TO WRK-AUDIT-ACAO
               MOVE WRK-QTD-DETALHES    TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-QTD-LIQUIDADOS  TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               IF WRK-QTD-PENDENCIAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WRK-QTD-LIQUIDADOS TO WRK-TRAILER-QTD.

      * Um detalhe do retorno, pelo titulo do nosso numero.
       0350-TRATAR-DETALHE.
           MOVE RTB-NOSSO-NUMERO TO WRK-NOSSO-NUMERO.
           PERFORM 0800-LOCALIZAR-TITULO.
           IF WRK-IDX-TIT-ACHADO = ZEROS
               MOVE 'NOSSO NUMERO NAO EMITIDO' TO WRK-MENSAGEM
               PERFORM 0450-REGISTRAR-PENDENCIA
           ELSE
               SET WRK-IDX-TIT TO WRK-IDX-TIT-ACHADO
               EVALUATE TRUE
                   WHEN OCORR-CONFIRMADA
                       IF WRK-TIT-SITUACAO(WRK-IDX-TIT) = 'E'
                           MOVE 'C' TO WRK-TIT-SITUACAO(WRK-IDX-TIT)
                       END-IF
                       MOVE RTB-DATA-OCORR
                           TO WRK-TIT-DATA-OCORR(WRK-IDX-TIT)
                       ADD 1 TO WRK-QTD-CONFIRMADOS
                   WHEN OCORR-REJEITADA
                       MOVE 'X' TO WRK-TIT-SITUACAO(WRK-IDX-TIT)
                       MOVE RTB-DATA-OCORR
                           TO WRK-TIT-DATA-OCORR(WRK-IDX-TIT)
                       ADD 1 TO WRK-QTD-REJEITADOS
                       MOVE SPACES TO WRK-MENSAGEM
                       STRING 'ENTRADA REJEITADA: ' RTB-MOTIVO
                           DELIMITED BY SIZE INTO WRK-MENSAGEM
                       PERFORM 0450-REGISTRAR-PENDENCIA
                   WHEN OCORR-BAIXA
                       IF WRK-TIT-SITUACAO(WRK-IDX-TIT) NOT = 'L'
                           MOVE 'B' TO WRK-TIT-SITUACAO(WRK-IDX-TIT)
                           MOVE RTB-DATA-OCORR
                               TO WRK-TIT-DATA-OCORR(WRK-IDX-TIT)
                       END-IF
                       ADD 1 TO WRK-QTD-BAIXADOS
                       MOVE 'TITULO BAIXADO PELO BANCO SEM PAGAMENTO'
                           TO WRK-MENSAGEM
                       PERFORM 0450-REGISTRAR-PENDENCIA
                   WHEN OCORR-LIQUIDACAO
                       PERFORM 0400-LIQUIDAR-TITULO
                   WHEN OTHER
                       MOVE 'OCORRENCIA NAO TRATADA PELO SISTEMA'
                           TO WRK-MENSAGEM
                       PERFORM 0450-REGISTRAR-PENDENCIA
               END-EVALUATE
           END-IF.

      * Liquidacao: o item tem de estar em aberto, o valor do titulo
      * tem de ser o do item e o valor pago tem de fechar com o
      * titulo mais a multa e os juros cobrados pelo banco; so entao
      * o item e baixado e lancado.
       0400-LIQUIDAR-TITULO.
           MOVE SPACES TO WRK-MENSAGEM.
           MOVE ZEROS TO WRK-IDX-ITEM-ACHADO.
           IF WRK-TIT-SITUACAO(WRK-IDX-TIT) = 'L'
               MOVE 'TITULO JA LIQUIDADO EM RETORNO ANTERIOR'
                   TO WRK-MENSAGEM
           ELSE
               PERFORM 0850-LOCALIZAR-ITEM
           END-IF.
           IF WRK-MENSAGEM = SPACES
               COMPUTE WRK-VALOR-ESPERADO =
                   RTB-VALOR-TITULO + RTB-MULTA + RTB-JUROS
               EVALUATE TRUE
                   WHEN WRK-IDX-ITEM-ACHADO = ZEROS
                       MOVE 'ITEM DO NOSSO NUMERO NAO ENCONTRADO'
                           TO WRK-MENSAGEM
                   WHEN RTB-VALOR-TITULO NOT = WRK-VALOR-ITEM
                       MOVE 'VALOR DO TITULO DIFERENTE DO ITEM'
                           TO WRK-MENSAGEM
                   WHEN RTB-VALOR-PAGO NOT = WRK-VALOR-ESPERADO
                       MOVE 'VALOR PAGO NAO FECHA COM TITULO+MORA'
                           TO WRK-MENSAGEM
                   WHEN RTB-MULTA > 999999,99
                        OR RTB-JUROS > 999999,99
                       MOVE 'MULTA OU JUROS ALEM DO CAMPO DO ITEM'
                           TO WRK-MENSAGEM
               END-EVALUATE
           END-IF.
           IF WRK-MENSAGEM NOT = SPACES
               PERFORM 0450-REGISTRAR-PENDENCIA
           ELSE
               MOVE 'L' TO WRK-TIT-SITUACAO(WRK-IDX-TIT)
               MOVE RTB-DATA-OCORR TO WRK-TIT-DATA-OCORR(WRK-IDX-TIT)
               ADD 1 TO WRK-QTD-LIQUIDADOS
               ADD RTB-VALOR-PAGO TO WRK-TOTAL-LIQUIDADO
               ADD RTB-MULTA      TO WRK-TOTAL-MULTA
               ADD RTB-JUROS      TO WRK-TOTAL-JUROS
               IF NN-MENSALIDADE
                   PERFORM 0410-BAIXAR-MENSALIDADE
               ELSE
                   PERFORM 0420-BAIXAR-PARCELA
               END-IF
           END-IF.

      * Baixa da mensalidade como no PROG57, com a mora do banco:
      * voucher 82AAMM, debito no banco pelo valor pago, credito a
      * receber pelo valor original e na receita de mora pela multa e
      * juros.
       0410-BAIXAR-MENSALIDADE.
           SET WRK-IDX-MEN TO WRK-IDX-ITEM-ACHADO.
           MOVE 'P'            TO WRK-MEN-SITUACAO(WRK-IDX-MEN).
           MOVE RTB-VALOR-PAGO TO WRK-MEN-VALOR-PAGO(WRK-IDX-MEN).
           MOVE RTB-MULTA      TO WRK-MEN-MULTA(WRK-IDX-MEN).
           MOVE RTB-JUROS      TO WRK-MEN-JUROS(WRK-IDX-MEN).
           MOVE RTB-DATA-OCORR(1:6)
               TO WRK-MEN-DATA-PAGTO(WRK-IDX-MEN).
           MOVE 'S' TO WRK-MENSAL-MUDOU.
           MOVE 82 TO WRK-VOUCHER-EVENTO.
           MOVE SPACES TO WRK-MOTIVO-LANC.
           STRING 'MENBL' WRK-NN-MATRICULA
               DELIMITED BY SIZE INTO WRK-MOTIVO-LANC.
           MOVE WRK-CONTA-BANCO TO TRN-CONTA.
           MOVE 'D' TO TRN-DC.
           MOVE RTB-VALOR-PAGO TO WRK-VALOR-LANC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-RECEB-MEN TO TRN-CONTA.
           MOVE 'C' TO TRN-DC.
           MOVE WRK-MEN-VALOR(WRK-IDX-MEN) TO WRK-VALOR-LANC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           COMPUTE WRK-MORA-MEN = RTB-MULTA + RTB-JUROS.
           IF WRK-MORA-MEN > ZEROS
               MOVE WRK-CONTA-MORA-MEN TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               MOVE WRK-MORA-MEN TO WRK-VALOR-LANC
               PERFORM 0710-GRAVAR-LANCAMENTO
           END-IF.

      * Baixa da parcela como no PROG26, com a mora do banco:
      * voucher 85AAMM, debito no banco pelo valor pago; credito do
      * principal na conta a receber do contrato (EMPRRENEG se ja
      * renegociado), dos juros embutidos na receita de juros e da
      * multa e dos juros de mora nas suas receitas.
       0420-BAIXAR-PARCELA.
           SET WRK-IDX-PARCELA TO WRK-IDX-ITEM-ACHADO.
           MOVE 'P' TO WRK-PARC-SITUACAO(WRK-IDX-PARCELA).
           MOVE RTB-VALOR-PAGO
               TO WRK-PARC-VALOR-PAGO(WRK-IDX-PARCELA).
           MOVE RTB-MULTA TO WRK-PARC-MULTA(WRK-IDX-PARCELA).
           MOVE RTB-JUROS TO WRK-PARC-JUROS-MORA(WRK-IDX-PARCELA).
           MOVE RTB-DATA-OCORR(1:6)
               TO WRK-PARC-DATA-PAGTO(WRK-IDX-PARCELA).
           MOVE 'S' TO WRK-PARCELAS-MUDOU.
           MOVE 85 TO WRK-VOUCHER-EVENTO.
           MOVE SPACES TO WRK-MOTIVO-LANC.
           STRING 'EBOL' WRK-NN-CONTRATO
               DELIMITED BY SIZE INTO WRK-MOTIVO-LANC.
           MOVE WRK-CONTA-EMPRESTIMO TO WRK-CONTA-RECEBER.
           PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                   UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
               IF WRK-CON-NUMERO(WRK-IDX-CON) = WRK-NN-CONTRATO
                  AND WRK-CON-RENEG(WRK-IDX-CON) > ZEROS
                  AND WRK-CONTA-RENEG > ZEROS
                   MOVE WRK-CONTA-RENEG TO WRK-CONTA-RECEBER
               END-IF
           END-PERFORM.
           IF WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA) >
              WRK-PARC-VALOR(WRK-IDX-PARCELA)
               MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA)
                   TO WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
           END-IF.
           COMPUTE WRK-JUROS-PARCELA =
               WRK-PARC-VALOR(WRK-IDX-PARCELA) -
               WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA).
           MOVE WRK-CONTA-BANCO TO TRN-CONTA.
           MOVE 'D' TO TRN-DC.
           MOVE RTB-VALOR-PAGO TO WRK-VALOR-LANC.
           PERFORM 0710-GRAVAR-LANCAMENTO.
           IF WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA) > ZEROS
               MOVE WRK-PARC-AMORTIZACAO(WRK-IDX-PARCELA)
                   TO WRK-VALOR-LANC
               MOVE WRK-CONTA-RECEBER TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0710-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-JUROS-PARCELA > ZEROS
               MOVE WRK-JUROS-PARCELA TO WRK-VALOR-LANC
               MOVE WRK-CONTA-JUROS TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0710-GRAVAR-LANCAMENTO
           END-IF.
           IF RTB-MULTA > ZEROS
               MOVE RTB-MULTA TO WRK-VALOR-LANC
               MOVE WRK-CONTA-MULTA TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0710-GRAVAR-LANCAMENTO
           END-IF.
           IF RTB-JUROS > ZEROS
               MOVE RTB-JUROS TO WRK-VALOR-LANC
               MOVE WRK-CONTA-MORA TO TRN-CONTA
               MOVE 'C' TO TRN-DC
               PERFORM 0710-GRAVAR-LANCAMENTO
           END-IF.

      * Linha de pendencia no spool com o motivo em WRK-MENSAGEM.
       0450-REGISTRAR-PENDENCIA.
           ADD 1 TO WRK-QTD-PENDENCIAS.
           ADD RTB-VALOR-PAGO TO WRK-TOTAL-PENDENCIAS.
           MOVE RTB-VALOR-PAGO TO WRK-MASC-VALOR.
           STRING '   ' RTB-NOSSO-NUMERO ' ' RTB-OCORRENCIA ' '
               WRK-MASC-VALOR ' ' WRK-MENSAGEM
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

      * Totais da corrida no spool e na tela; trailer do banco com
      * quantidade diferente dos detalhes lidos vira pendencia.
       0500-EMITIR-RESUMO.
           IF WRK-QTD-PENDENCIAS = ZEROS
               MOVE '   NENHUMA PENDENCIA.' TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.
           IF WRK-TEM-TRAILER NOT = 'S'
              OR WRK-QTD-TRAILER NOT = WRK-QTD-DETALHES
               ADD 1 TO WRK-QTD-PENDENCIAS
               STRING '   TRAILER DO RETORNO AUSENTE OU COM '
                   'QUANTIDADE ' WRK-QTD-TRAILER ' DIFERENTE DOS '
                   WRK-QTD-DETALHES ' DETALHES LIDOS'
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 'RESUMO DO RETORNO' TO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-QTD-DETALHES TO WRK-MASC-QTD.
           STRING 'DETALHES LIDOS:          ' WRK-MASC-QTD
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-QTD-CONFIRMADOS TO WRK-MASC-QTD.
           STRING 'ENTRADAS CONFIRMADAS:    ' WRK-MASC-QTD
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-QTD-REJEITADOS TO WRK-MASC-QTD.
           STRING 'ENTRADAS REJEITADAS:     ' WRK-MASC-QTD
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-QTD-BAIXADOS TO WRK-MASC-QTD.
           STRING 'BAIXADOS PELO BANCO:     ' WRK-MASC-QTD
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-QTD-LIQUIDADOS  TO WRK-MASC-QTD.
           MOVE WRK-TOTAL-LIQUIDADO TO WRK-MASC-VALOR.
           STRING 'TITULOS LIQUIDADOS:      ' WRK-MASC-QTD
               '  ' WRK-MASC-VALOR
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-TOTAL-MULTA TO WRK-MASC-MULTA.
           MOVE WRK-TOTAL-JUROS TO WRK-MASC-JUROS.
           STRING '   DOS QUAIS MULTA: ' WRK-MASC-MULTA
               '  JUROS DE MORA: ' WRK-MASC-JUROS
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-QTD-PENDENCIAS   TO WRK-MASC-QTD.
           MOVE WRK-TOTAL-PENDENCIAS TO WRK-MASC-VALOR.
           STRING 'PENDENCIAS (MANUAL):     ' WRK-MASC-QTD
               '  ' WRK-MASC-VALOR
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           DISPLAY WRK-RODAPE-MENSAGEM.

      * Contribui para o resumo consolidado do PROG16: quantidade e
      * valor liquidados e valor pago que ficou em pendencia.
       0550-GRAVAR-TOTAIS-EOD.
           MOVE 'PROG87'             TO WRK-EOD-PROGRAMA-ATUAL.
           MOVE WRK-QTD-LIQUIDADOS   TO WRK-EOD-QTD.
           MOVE WRK-TOTAL-LIQUIDADO  TO WRK-EOD-VALOR-PRINCIPAL.
           MOVE WRK-TOTAL-PENDENCIAS TO WRK-EOD-VALOR-SECUNDARIO.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.

       0600-REGRAVAR-TITULOS.
           OPEN OUTPUT TITULOS-FILE.
           PERFORM VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
               MOVE SPACES TO TITULOS-RECORD
               MOVE WRK-TIT-NOSSO-NUMERO(WRK-IDX-TIT)
                   TO BLT-NOSSO-NUMERO
               MOVE WRK-TIT-VALOR(WRK-IDX-TIT)      TO BLT-VALOR
               MOVE WRK-TIT-VENCIMENTO(WRK-IDX-TIT) TO BLT-VENCIMENTO
               MOVE WRK-TIT-REMESSA(WRK-IDX-TIT)    TO BLT-REMESSA
               MOVE WRK-TIT-DATA-REMESSA(WRK-IDX-TIT)
                   TO BLT-DATA-REMESSA
               MOVE WRK-TIT-SITUACAO(WRK-IDX-TIT)   TO BLT-SITUACAO
               MOVE WRK-TIT-DATA-OCORR(WRK-IDX-TIT) TO BLT-DATA-OCORR
               WRITE TITULOS-RECORD
           END-PERFORM.
           CLOSE TITULOS-FILE.

       0610-REGRAVAR-PARCELAS.
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

       0620-REGRAVAR-MENSALIDADES.
           OPEN OUTPUT MENSALIDADES-FILE.
           PERFORM VARYING WRK-IDX-MEN FROM 1 BY 1
                   UNTIL WRK-IDX-MEN > WRK-QTD-MENSAL
               MOVE SPACES TO MENSALIDADES-RECORD
               MOVE WRK-MEN-MATRICULA(WRK-IDX-MEN) TO MEN-MATRICULA
               MOVE WRK-MEN-COMPETENCIA(WRK-IDX-MEN)
                   TO MEN-COMPETENCIA
               MOVE WRK-MEN-VALOR(WRK-IDX-MEN)      TO MEN-VALOR
               MOVE WRK-MEN-SITUACAO(WRK-IDX-MEN)   TO MEN-SITUACAO
               MOVE WRK-MEN-VALOR-PAGO(WRK-IDX-MEN)
                   TO MEN-VALOR-PAGO
               MOVE WRK-MEN-MULTA(WRK-IDX-MEN)      TO MEN-MULTA
               MOVE WRK-MEN-JUROS(WRK-IDX-MEN)      TO MEN-JUROS
               MOVE WRK-MEN-DATA-PAGTO(WRK-IDX-MEN)
                   TO MEN-DATA-PAGTO
               WRITE MENSALIDADES-RECORD
           END-PERFORM.
           CLOSE MENSALIDADES-FILE.

       0700-ABRIR-TRANS.
           OPEN EXTEND TRANS-FILE.
           IF WRK-STATUS-TRANS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.

       0710-GRAVAR-LANCAMENTO.
           MOVE WRK-VALOR-LANC     TO TRN-VALOR.
           MOVE WRK-DATA-HOJE      TO TRN-DATA.
           MOVE WRK-MOTIVO-LANC    TO TRN-MOTIVO.
           MOVE WRK-VOUCHER-BOLETO TO TRN-VOUCHER.
           WRITE TRANS-RECORD.

      * Titulo de WRK-NOSSO-NUMERO em BOLETO-TITULOS (zero se nao
      * houver).
       0800-LOCALIZAR-TITULO.
           MOVE ZEROS TO WRK-IDX-TIT-ACHADO.
           PERFORM VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
               IF WRK-TIT-NOSSO-NUMERO(WRK-IDX-TIT) = WRK-NOSSO-NUMERO
                   SET WRK-IDX-TIT-ACHADO TO WRK-IDX-TIT
               END-IF
           END-PERFORM.

      * Item do nosso numero em aberto, com o valor em
      * WRK-VALOR-ITEM; item ja baixado (pago, perda, renegociado)
      * devolve o motivo em WRK-MENSAGEM.
       0850-LOCALIZAR-ITEM.
           MOVE ZEROS TO WRK-IDX-ITEM-ACHADO WRK-VALOR-ITEM.
           IF NN-MENSALIDADE
               PERFORM VARYING WRK-IDX-MEN FROM 1 BY 1
                       UNTIL WRK-IDX-MEN > WRK-QTD-MENSAL
                   IF WRK-MEN-MATRICULA(WRK-IDX-MEN) =
                           WRK-NN-MATRICULA
                      AND WRK-MEN-COMPETENCIA(WRK-IDX-MEN) =
                          WRK-NN-COMPETENCIA
                       SET WRK-IDX-ITEM-ACHADO TO WRK-IDX-MEN
                   END-IF
               END-PERFORM
               IF WRK-IDX-ITEM-ACHADO > ZEROS
                   SET WRK-IDX-MEN TO WRK-IDX-ITEM-ACHADO
                   MOVE WRK-MEN-VALOR(WRK-IDX-MEN) TO WRK-VALOR-ITEM
                   IF WRK-MEN-SITUACAO(WRK-IDX-MEN) NOT = 'A'
                       STRING 'MENSALIDADE JA BAIXADA (SITUACAO '
                           WRK-MEN-SITUACAO(WRK-IDX-MEN) ')'
                           DELIMITED BY SIZE INTO WRK-MENSAGEM
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING WRK-IDX-PARCELA FROM 1 BY 1
                       UNTIL WRK-IDX-PARCELA > WRK-QTD-PARCELAS
                   IF WRK-PARC-CONTRATO(WRK-IDX-PARCELA) =
                           WRK-NN-CONTRATO
                      AND WRK-PARC-NUMERO(WRK-IDX-PARCELA) =
                          WRK-NN-PARCELA
                       SET WRK-IDX-ITEM-ACHADO TO WRK-IDX-PARCELA
                   END-IF
               END-PERFORM
               IF WRK-IDX-ITEM-ACHADO > ZEROS
                   SET WRK-IDX-PARCELA TO WRK-IDX-ITEM-ACHADO
                   MOVE WRK-PARC-VALOR(WRK-IDX-PARCELA)
                       TO WRK-VALOR-ITEM
                   IF WRK-PARC-SITUACAO(WRK-IDX-PARCELA) NOT = 'A'
                       STRING 'PARCELA JA BAIXADA (SITUACAO '
                           WRK-PARC-SITUACAO(WRK-IDX-PARCELA) ')'
                           DELIMITED BY SIZE INTO WRK-MENSAGEM
                   END-IF
               END-IF
           END-IF.

           COPY 'PSTAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'EODPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG87.
