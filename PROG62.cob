      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Estorno controlado de uma competencia de folha ja
      * efetivada: le o diario FOLHA-JORNAL.DAT que o PROG04 grava na
      * folha normal e desfaz, item a item, o que a execucao alterou
      * - acumulado anual (FOLHA-YTD.DAT volta aos valores de antes
      * ou perde o registro incluido), saldo FGTS, parcelas de
      * consignado e adiantamentos descontados, atrasados, diferencas
      * retro e movimento de rubricas voltam para em aberto, e os
      * subtotais da competencia saem de FOLHA-DEPTO.DAT. O lote
      * contabil NAO e apagado: cada lancamento do diario ganha o
      * lancamento inverso em TRANS.DAT, sob o mesmo voucher, com a
      * data do estorno. Exige autorizacao do PROG29 (funcao ESTORNO
      * FOLHA, so SUPERVISOR/ADMINISTRADOR) e recusa se o retorno
      * bancario ja foi confirmado pelo PROG18 depois da folha, se
      * uma complementar ja rodou sobre ela, se a competencia ou o
      * periodo corrente estao fechados, ou se alguma parcela de
      * consignado ja foi baixada no contrato pelo PROG26. Cada etapa
      * vai para AUDIT-LOG.LOG e o diario fica marcado como estornado
      * - nao ha estorno em dobro.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Guia da folha ja paga em OBRIGACOES.DAT recusa o
      *              estorno; no estorno efetivado as guias em aberto
      *              de origem FOLHA da competencia sao canceladas.
      * 15/10/2026 - FOLHA-YTD.DAT ganhou a PLR e o IR exclusivo da PLR
      *              da competencia no fim do registro: a regravacao
      *              preserva os dois campos, e o registro incluido
      *              pela folha estornada que ja tem PLR paga fica no
      *              acumulado so com a parte da folha zerada.
      * 15/10/2026 - A regravacao do acumulado preserva a empresa /
      *              filial do funcionario (YTD-EMPRESA); o estorno
      *              contabil segue o voucher de cada lancamento do
      *              diario (a folha posta um voucher por empresa) e
      *              as guias da folha de todas as empresas da
      *              competencia sao canceladas.
      * 15/10/2026 - As remessas bancarias da folha estornada
      *              (REMESSA-bbb.DAT / REMESSA-bbb-EE.DAT, uma por
      *              banco e empresa dos creditos de BANK-PAYMENT.DAT)
      *              voltam a so header e trailer zerado, cada uma
      *              auditada como ESTORNO REMESS.
      * 15/10/2026 - Adiantamento (PROG04AD) ou PLR (PROG04PL)
      *              processados depois desta folha tambem recusam o
      *              estorno: os dois regravam BANK-PAYMENT.DAT com os
      *              proprios creditos e a PLR altera FOLHA-YTD.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG62.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'JRNLSL.COB'.
           SELECT FOLHA-YTD-FILE ASSIGN TO "FOLHA-YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-YTD.
           SELECT FGTS-SALDO-FILE ASSIGN TO "FGTS-SALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FGTS-SAL.
           SELECT CONSIGNADO-FILE ASSIGN TO "CONSIGNADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONSIGNADO.
           SELECT ADIANTAMENTOS-FILE ASSIGN TO "ADIANTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ADIANTO.
           SELECT ATRASADOS-FILE ASSIGN TO "ATRASADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ATRASO.
           SELECT RETRO-FILE ASSIGN TO "DIFERENCAS-RETRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RETRO.
           SELECT MOV-RUBRICAS-FILE ASSIGN TO "MOVIMENTO-RUBRICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MOV-RUB.
           SELECT FOLHA-DEPTO-FILE ASSIGN TO "FOLHA-DEPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA-DEP.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "BANK-PAYMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BANCO.
           SELECT REMESSA-FILE ASSIGN TO DYNAMIC WRK-NOME-REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSA.
           SELECT FGTS-DEPOSITO-FILE ASSIGN TO "FGTS-DEPOSITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FGTS-DEP.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           COPY 'PSTASL.COB'.
           COPY 'TRVASL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'EODSL.COB'.
           COPY 'TRAILESL.COB'.
           COPY 'OBRGSL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'JRNLFD.COB'.
       FD  FOLHA-YTD-FILE.
       01  FOLHA-YTD-RECORD.
           05 YTD-MATRICULA    PIC 9(05).
           05 YTD-NOME         PIC X(20).
           05 YTD-ANO          PIC 9(04).
           05 YTD-MES          PIC 9(02).
           05 YTD-BRUTO        PIC 9(08)V99.
           05 YTD-INSS         PIC 9(08)V99.
           05 YTD-IRRF         PIC 9(08)V99.
           05 YTD-LIQUIDO      PIC 9(08)V99.
           05 YTD-DEPENDENTES  PIC 9(02).
           05 YTD-PLR          PIC 9(08)V99.
           05 YTD-IRRF-PLR     PIC 9(08)V99.
           05 YTD-EMPRESA      PIC 9(02).
       FD  FGTS-SALDO-FILE.
       01  FGTS-SALDO-RECORD.
           05 FGS-MATRICULA    PIC 9(05).
           05 FGS-NOME         PIC X(20).
           05 FGS-SALDO        PIC 9(08)V99.
       FD  CONSIGNADO-FILE.
       01  CONSIGNADO-RECORD.
           05 CSG-MATRICULA    PIC 9(05).
           05 CSG-COMPETENCIA  PIC 9(06).
           05 CSG-CONTRATO     PIC 9(06).
           05 CSG-PARCELA      PIC 9(03).
           05 CSG-VALOR        PIC 9(06)V99.
           05 CSG-SITUACAO     PIC X(01).
       FD  ADIANTAMENTOS-FILE.
       01  ADIANTAMENTOS-RECORD.
           05 ADI-MATRICULA    PIC 9(05).
           05 ADI-COMPETENCIA  PIC 9(06).
           05 ADI-VALOR        PIC 9(06)V99.
           05 ADI-SITUACAO     PIC X(01).
       FD  ATRASADOS-FILE.
       01  ATRASADOS-RECORD.
           05 ATR-MATRICULA    PIC 9(05).
           05 ATR-VALOR        PIC 9(06)V99.
           05 ATR-SITUACAO     PIC X(01).
       FD  RETRO-FILE.
       01  RETRO-RECORD.
           05 DIF-MATRICULA    PIC 9(05).
           05 DIF-COMPETENCIA  PIC 9(06).
           05 DIF-VALOR        PIC S9(06)V99 SIGN IS LEADING SEPARATE.
           05 DIF-SITUACAO     PIC X(01).
       FD  MOV-RUBRICAS-FILE.
       01  MOV-RUBRICAS-RECORD.
           05 MVR-MATRICULA    PIC 9(05).
           05 MVR-COMPETENCIA  PIC 9(06).
           05 MVR-RUBRICA      PIC X(03).
           05 MVR-VALOR        PIC 9(06)V99.
           05 MVR-SITUACAO     PIC X(01).
       FD  FOLHA-DEPTO-FILE.
       01  FOLHA-DEPTO-RECORD.
           05 FDP-COMPETENCIA  PIC 9(06).
           05 FDP-DEPTO        PIC 9(03).
           05 FDP-QTD          PIC 9(05).
           05 FDP-BRUTO        PIC 9(10)V99.
       FD  BANK-PAYMENT-FILE.
       01  BANK-PAYMENT-RECORD PIC X(60).
       01  BANK-PAYMENT-DETALHE.
           05 BPG-TIPO-REG     PIC X(01).
           05 BPG-MATRICULA    PIC 9(05).
           05 BPG-NOME         PIC X(20).
           05 BPG-VALOR        PIC 9(08)V99.
           05 BPG-BANCO        PIC 9(03).
           05 BPG-AGENCIA      PIC 9(04).
           05 BPG-CONTA        PIC 9(08).
           05 BPG-DIGITO       PIC 9(01).
           05 BPG-EMPRESA      PIC 9(02).
       FD  REMESSA-FILE.
       01  REMESSA-RECORD.
           05 RMS-TIPO-REG     PIC X(01).
           05 FILLER           PIC X(51).
       01  REMESSA-HEADER REDEFINES REMESSA-RECORD.
           05 RMH-TIPO-REG     PIC X(01).
           05 RMH-BANCO        PIC 9(03).
           05 RMH-DATA-PAGTO   PIC 9(08).
           05 RMH-EMPRESA      PIC X(25).
       01  REMESSA-TRAILER REDEFINES REMESSA-RECORD.
           05 RMT-TIPO-REG     PIC X(01).
           05 RMT-BANCO        PIC 9(03).
           05 RMT-QTD          PIC 9(05).
           05 RMT-VALOR        PIC 9(10)V99.
       FD  FGTS-DEPOSITO-FILE.
       01  FGTS-DEPOSITO-RECORD PIC X(60).
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRN-CONTA   PIC 9(04).
           05 TRN-DC      PIC X(01).
           05 TRN-VALOR   PIC 9(10)V99.
           05 TRN-DATA    PIC 9(08).
           05 TRN-MOTIVO  PIC X(10).
           05 TRN-VOUCHER PIC 9(06).
           COPY 'PSTAFD.COB'.
           COPY 'TRVAFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'EODFD.COB'.
           COPY 'TRAILEFD.COB'.
           COPY 'OBRGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'PSTAWS.COB'.
           COPY 'TRVAWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'AUTPRM.COB'.
           COPY 'EODWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'OBRGWS.COB'.
       77  WRK-USUARIO          PIC X(15) VALUES SPACES.
       77  WRK-COMPETENCIA      PIC 9(06) VALUES ZEROS.
       77  WRK-CONFIRMA         PIC X(01) VALUES SPACE.
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       77  WRK-DATA-CONFERIR    PIC 9(08) VALUES ZEROS.
       77  WRK-MOTIVO-RECUSA    PIC X(14) VALUES SPACES.
       77  WRK-GUIA-PAGA        PIC X(01) VALUES 'N'.
           88 GUIA-FOLHA-PAGA VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       77  WRK-RODOU-DEPOIS     PIC X(01) VALUES 'N'.
           88 RODOU-DEPOIS VALUE 'S'.
      * Diario da folha (FOLHA-JORNAL.DAT): cabecalho, rodape e os
      * detalhes guardados na ordem em que foram gravados.
       77  WRK-STATUS-JORNAL    PIC X(02) VALUES ZEROS.
       77  WRK-FIM-JORNAL       PIC X(01) VALUES 'N'.
           88 FIM-JORNAL VALUE 'S'.
       77  WRK-CABECALHO-LIDO   PIC X(01) VALUES 'N'.
           88 CABECALHO-LIDO VALUE 'S'.
       77  WRK-RODAPE-LIDO      PIC X(01) VALUES 'N'.
           88 RODAPE-LIDO VALUE 'S'.
       77  WRK-JRH-COMPETENCIA  PIC 9(06) VALUES ZEROS.
       77  WRK-JRH-DATA         PIC 9(08) VALUES ZEROS.
       77  WRK-JRH-HORA         PIC 9(08) VALUES ZEROS.
       77  WRK-JRH-SITUACAO     PIC X(01) VALUES SPACE.
       77  WRK-JRZ-QTD-FUNC     PIC 9(05) VALUES ZEROS.
       77  WRK-JRZ-TOTAL-LIQ    PIC 9(10)V99 VALUES ZEROS.
       77  WRK-QTD-JRN          PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-JORNAL.
           05 WRK-JRN-ITEM OCCURS 2000 TIMES
                            INDEXED BY WRK-IDX-JRN.
              10 WRK-JRN-TIPO        PIC X(01).
              10 WRK-JRN-MATRICULA   PIC 9(05).
              10 WRK-JRN-COMPETENCIA PIC 9(06).
              10 WRK-JRN-CHAVE       PIC 9(06).
              10 WRK-JRN-PARCELA     PIC 9(03).
              10 WRK-JRN-CODIGO      PIC X(10).
              10 WRK-JRN-INDICADOR   PIC X(01).
              10 WRK-JRN-VALOR-1     PIC S9(10)V99.
              10 WRK-JRN-VALOR-2     PIC S9(10)V99.
              10 WRK-JRN-VALOR-3     PIC S9(10)V99.
              10 WRK-JRN-VALOR-4     PIC S9(10)V99.
              10 WRK-JRN-DEPENDENTES PIC 9(02).
      * Arquivos desfeitos, carregados inteiros e regravados so se o
      * diario tiver algo a desfazer neles.
       77  WRK-STATUS-YTD       PIC X(02) VALUES ZEROS.
       77  WRK-FIM-YTD          PIC X(01) VALUES 'N'.
           88 FIM-YTD VALUE 'S'.
       77  WRK-QTD-YTD          PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-YTD.
           05 WRK-YTD-ITEM OCCURS 1200 TIMES
                            INDEXED BY WRK-IDX-YTD.
              10 WRK-YTD-MATRICULA PIC 9(05).
              10 WRK-YTD-NOME      PIC X(20).
              10 WRK-YTD-ANO       PIC 9(04).
              10 WRK-YTD-MES       PIC 9(02).
              10 WRK-YTD-BRUTO     PIC 9(08)V99.
              10 WRK-YTD-INSS      PIC 9(08)V99.
              10 WRK-YTD-IRRF      PIC 9(08)V99.
              10 WRK-YTD-LIQUIDO   PIC 9(08)V99.
              10 WRK-YTD-DEPENDENTES PIC 9(02).
              10 WRK-YTD-PLR       PIC 9(08)V99.
              10 WRK-YTD-IRRF-PLR  PIC 9(08)V99.
              10 WRK-YTD-EMPRESA   PIC 9(02).
              10 WRK-YTD-EXCLUIDO  PIC X(01).
       77  WRK-STATUS-FGTS-SAL  PIC X(02) VALUES ZEROS.
       77  WRK-FIM-FGTS-SAL     PIC X(01) VALUES 'N'.
           88 FIM-FGTS-SAL VALUE 'S'.
       77  WRK-QTD-FGTS-SAL     PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-FGTS-SALDO.
           05 WRK-FGTS-SAL-ITEM OCCURS 200 TIMES
                                 INDEXED BY WRK-IDX-FGTS-SAL.
              10 WRK-FGTS-SAL-MATRICULA PIC 9(05).
              10 WRK-FGTS-SAL-NOME      PIC X(20).
              10 WRK-FGTS-SAL-SALDO     PIC 9(08)V99.
       77  WRK-STATUS-CONSIGNADO PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CONSIGNADO   PIC X(01) VALUES 'N'.
           88 FIM-CONSIGNADO VALUE 'S'.
       77  WRK-QTD-CONSIGNADO   PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-CONSIGNADO.
           05 WRK-CONSIG-ITEM OCCURS 300 TIMES
                               INDEXED BY WRK-IDX-CONSIG.
              10 WRK-CONSIG-MATRICULA   PIC 9(05).
              10 WRK-CONSIG-COMPETENCIA PIC 9(06).
              10 WRK-CONSIG-CONTRATO    PIC 9(06).
              10 WRK-CONSIG-PARCELA     PIC 9(03).
              10 WRK-CONSIG-VALOR       PIC 9(06)V99.
              10 WRK-CONSIG-SITUACAO    PIC X(01).
       77  WRK-STATUS-ADIANTO   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ADIANTO      PIC X(01) VALUES 'N'.
           88 FIM-ADIANTO VALUE 'S'.
       77  WRK-QTD-ADIANTO      PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-ADIANTAMENTOS.
           05 WRK-ADIANTO-ITEM OCCURS 200 TIMES
                                INDEXED BY WRK-IDX-ADIANTO.
              10 WRK-ADIANTO-MATRICULA   PIC 9(05).
              10 WRK-ADIANTO-COMPETENCIA PIC 9(06).
              10 WRK-ADIANTO-VALOR       PIC 9(06)V99.
              10 WRK-ADIANTO-SITUACAO    PIC X(01).
       77  WRK-STATUS-ATRASO    PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ATRASO       PIC X(01) VALUES 'N'.
           88 FIM-ATRASO VALUE 'S'.
       77  WRK-QTD-ATRASO       PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-ATRASADOS.
           05 WRK-ATRASO-ITEM OCCURS 100 TIMES
                               INDEXED BY WRK-IDX-ATRASO.
              10 WRK-ATRASO-MATRICULA PIC 9(05).
              10 WRK-ATRASO-VALOR     PIC 9(06)V99.
              10 WRK-ATRASO-SITUACAO  PIC X(01).
       77  WRK-STATUS-RETRO     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-RETRO        PIC X(01) VALUES 'N'.
           88 FIM-RETRO VALUE 'S'.
       77  WRK-QTD-RETRO        PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-RETRO.
           05 WRK-RETRO-ITEM OCCURS 100 TIMES
                              INDEXED BY WRK-IDX-RETRO.
              10 WRK-RETRO-MATRICULA   PIC 9(05).
              10 WRK-RETRO-COMPETENCIA PIC 9(06).
              10 WRK-RETRO-VALOR       PIC S9(06)V99.
              10 WRK-RETRO-SITUACAO    PIC X(01).
       77  WRK-STATUS-MOV-RUB   PIC X(02) VALUES ZEROS.
       77  WRK-FIM-MOV-RUB      PIC X(01) VALUES 'N'.
           88 FIM-MOV-RUB VALUE 'S'.
       77  WRK-QTD-MOV-RUB      PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-MOV-RUB.
           05 WRK-MOV-RUB-ITEM OCCURS 300 TIMES
                                INDEXED BY WRK-IDX-MOV-RUB.
              10 WRK-MOV-RUB-MATRICULA   PIC 9(05).
              10 WRK-MOV-RUB-COMPETENCIA PIC 9(06).
              10 WRK-MOV-RUB-RUBRICA     PIC X(03).
              10 WRK-MOV-RUB-VALOR       PIC 9(06)V99.
              10 WRK-MOV-RUB-SITUACAO    PIC X(01).
       77  WRK-STATUS-FOLHA-DEP PIC X(02) VALUES ZEROS.
       77  WRK-FIM-FOLHA-DEP    PIC X(01) VALUES 'N'.
           88 FIM-FOLHA-DEP VALUE 'S'.
       77  WRK-QTD-FDP-TAB      PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-FDP-REMOVIDO PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-FOLHA-DEPTO.
           05 WRK-FDP-ITEM OCCURS 240 TIMES
                            INDEXED BY WRK-IDX-FDP.
              10 WRK-FDP-COMPETENCIA PIC 9(06).
              10 WRK-FDP-DEPTO       PIC 9(03).
              10 WRK-FDP-QTD         PIC 9(05).
              10 WRK-FDP-BRUTO       PIC 9(10)V99.
       77  WRK-STATUS-BANCO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FGTS-DEP  PIC X(02) VALUES ZEROS.
      * Remessas bancarias da folha estornada: uma por banco e
      * empresa dos creditos de BANK-PAYMENT.DAT, com o nome montado
      * como no PROG04 (REMESSA-bbb.DAT na empresa 01,
      * REMESSA-bbb-EE.DAT nas demais).
       77  WRK-STATUS-REMESSA   PIC X(02) VALUES ZEROS.
       77  WRK-NOME-REMESSA     PIC X(30) VALUES SPACES.
       77  WRK-FIM-BANCO        PIC X(01) VALUES 'N'.
           88 FIM-BANCO VALUE 'S'.
       77  WRK-FIM-REMESSA      PIC X(01) VALUES 'N'.
           88 FIM-REMESSA VALUE 'S'.
       77  WRK-TEM-HEADER-REM   PIC X(01) VALUES 'N'.
           88 TEM-HEADER-REMESSA VALUE 'S'.
       77  WRK-BANCO-REMESSA    PIC 9(03) VALUES ZEROS.
       77  WRK-EMPRESA-REMESSA  PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-REMESSAS     PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-REM-ZERADAS  PIC 9(02) VALUES ZEROS.
       01  WRK-HEADER-REMESSA   PIC X(52) VALUES SPACES.
       01  WRK-TAB-REMESSAS.
           05 WRK-REM-ITEM OCCURS 50 TIMES
                            INDEXED BY WRK-IDX-REM.
              10 WRK-REM-BANCO     PIC 9(03).
              10 WRK-REM-EMPRESA   PIC 9(02).
              10 WRK-REM-CHAVE     PIC X(15).
              10 WRK-REM-CREDITOS  PIC 9(05).
              10 WRK-REM-ZERADA    PIC X(01).
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
      * Contadores do que foi desfeito, por arquivo.
       77  WRK-ACHOU            PIC X(01) VALUES 'N'.
           88 ITEM-ACHADO VALUE 'S'.
       77  WRK-QTD-DESF-YTD     PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DESF-FGTS    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DESF-CONSIG  PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DESF-ADIANTO PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DESF-ATRASO  PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DESF-RETRO   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DESF-MOV-RUB PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-LANC-ESTORNO PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-NAO-ACHADOS  PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-CONSIG-BAIXADO PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-TOTAL-DESF   PIC 9(05) VALUES ZEROS.
       77  WRK-TOTAL-DEBITO-EST PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-CREDITO-EST PIC 9(10)V99 VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-QTD         PIC ZZZZ9 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG62' TO WRK-TRAILER-PROGRAMA.
           MOVE 'PROG62' TO WRK-TRV-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'USUARIO RESPONSAVEL PELA SESSAO: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           MOVE WRK-USUARIO TO AUT-USUARIO.
           MOVE 'ESTORNO FOLHA' TO AUT-FUNCAO.
           MOVE 'N' TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM NIVEL PARA ESTORNAR FOLHA - ' ,
                   'SESSAO ENCERRADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           DISPLAY 'COMPETENCIA A ESTORNAR (AAAAMM): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           PERFORM 0100-CARREGAR-JORNAL.
           PERFORM 0200-CONFERIR-BLOQUEIOS.
           PERFORM 0250-CONFIRMAR-ESTORNO.
           MOVE 'FOLHA-YTD.DAT' TO WRK-TRV-ARQUIVO.
           PERFORM 9640-REGISTRAR-TRAVA.
           MOVE 'CONSIGNADO.DAT' TO WRK-TRV-ARQUIVO.
           PERFORM 9640-REGISTRAR-TRAVA.
           PERFORM 0300-CARREGAR-ARQUIVOS.
           PERFORM 0350-CARREGAR-REMESSAS.
           PERFORM 0400-DESFAZER-ITENS.
           IF WRK-QTD-CONSIG-BAIXADO > ZEROS
               DISPLAY 'PARCELAS DE CONSIGNADO DESTA FOLHA JA ' ,
                   'BAIXADAS NO CONTRATO (PROG26): ' ,
                   WRK-QTD-CONSIG-BAIXADO
               MOVE 'CONSIG BAIXADO' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.
           PERFORM 0500-REGRAVAR-ARQUIVOS.
           PERFORM 0600-ESTORNAR-LANCAMENTOS.
           PERFORM 0700-MARCAR-JORNAL.
           PERFORM 0750-CANCELAR-OBRIGACOES.
           PERFORM 0800-AUDITAR-ESTORNO.
           PERFORM 9650-LIBERAR-TRAVAS.
           PERFORM 0850-APRESENTAR-TOTAIS.
           MOVE WRK-QTD-TOTAL-DESF TO WRK-EOD-QTD.
           MOVE WRK-TOTAL-DEBITO-EST TO WRK-EOD-VALOR-PRINCIPAL.
           MOVE WRK-JRZ-TOTAL-LIQ TO WRK-EOD-VALOR-SECUNDARIO.
           MOVE 'PROG62' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.
           MOVE WRK-QTD-TOTAL-DESF TO WRK-TRAILER-QTD.
           MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Carrega o diario inteiro. Sem cabecalho, de outra competencia,
      * ja estornado ou sem rodape (folha interrompida que nao chegou
      * a regravar os arquivos) nao ha o que estornar.
       0100-CARREGAR-JORNAL.
           OPEN INPUT FOLHA-JORNAL-FILE.
           IF WRK-STATUS-JORNAL NOT = '00'
               DISPLAY 'FOLHA-JORNAL.DAT NAO ENCONTRADO - NENHUMA ' ,
                   'FOLHA EFETIVADA PARA ESTORNAR'
               MOVE 'SEM DIARIO' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.
           PERFORM UNTIL FIM-JORNAL
               READ FOLHA-JORNAL-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-JORNAL
                   NOT AT END
                       EVALUATE TRUE
                           WHEN JRN-CABECALHO
                               MOVE JRH-COMPETENCIA
                                   TO WRK-JRH-COMPETENCIA
                               MOVE JRH-DATA TO WRK-JRH-DATA
                               MOVE JRH-HORA TO WRK-JRH-HORA
                               MOVE JRH-SITUACAO TO WRK-JRH-SITUACAO
                               SET CABECALHO-LIDO TO TRUE
                           WHEN JRN-RODAPE
                               MOVE JRZ-QTD-FUNCIONARIOS
                                   TO WRK-JRZ-QTD-FUNC
                               MOVE JRZ-TOTAL-LIQUIDO
                                   TO WRK-JRZ-TOTAL-LIQ
                               SET RODAPE-LIDO TO TRUE
                           WHEN OTHER
                               PERFORM 0110-GUARDAR-DETALHE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FOLHA-JORNAL-FILE.
           EVALUATE TRUE
               WHEN NOT CABECALHO-LIDO
                   DISPLAY 'FOLHA-JORNAL.DAT SEM CABECALHO - ' ,
                       'ESTORNO RECUSADO'
                   MOVE 'DIARIO INVALID' TO WRK-MOTIVO-RECUSA
               WHEN WRK-JRH-COMPETENCIA NOT = WRK-COMPETENCIA
                   DISPLAY 'A ULTIMA FOLHA EFETIVADA E DA ' ,
                       'COMPETENCIA ' WRK-JRH-COMPETENCIA ,
                       ' - SO ELA PODE SER ESTORNADA'
                   MOVE 'OUTRA COMPET' TO WRK-MOTIVO-RECUSA
               WHEN WRK-JRH-SITUACAO = 'E'
                   DISPLAY 'FOLHA DA COMPETENCIA ' WRK-COMPETENCIA ,
                       ' JA ESTORNADA'
                   MOVE 'JA ESTORNADA' TO WRK-MOTIVO-RECUSA
               WHEN NOT RODAPE-LIDO
                   DISPLAY 'DIARIO SEM RODAPE - A FOLHA NAO TERMINOU ' ,
                       '(RETOME PELO CHECKPOINT DO PROG04)'
                   MOVE 'FOLHA INCOMPL' TO WRK-MOTIVO-RECUSA
               WHEN CARGA-ESTOUROU
                   DISPLAY 'DIARIO MAIOR QUE A TABELA - ESTORNO ' ,
                       'CANCELADO SEM ALTERAR NADA'
                   MOVE 'TABELA CHEIA' TO WRK-MOTIVO-RECUSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-MOTIVO-RECUSA NOT = SPACES
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.

       0110-GUARDAR-DETALHE.
           IF WRK-QTD-JRN < 2000
               ADD 1 TO WRK-QTD-JRN
               SET WRK-IDX-JRN TO WRK-QTD-JRN
               MOVE JRN-TIPO-REG    TO WRK-JRN-TIPO(WRK-IDX-JRN)
               MOVE JRN-MATRICULA   TO WRK-JRN-MATRICULA(WRK-IDX-JRN)
               MOVE JRN-COMPETENCIA TO
                   WRK-JRN-COMPETENCIA(WRK-IDX-JRN)
               MOVE JRN-CHAVE       TO WRK-JRN-CHAVE(WRK-IDX-JRN)
               MOVE JRN-PARCELA     TO WRK-JRN-PARCELA(WRK-IDX-JRN)
               MOVE JRN-CODIGO      TO WRK-JRN-CODIGO(WRK-IDX-JRN)
               MOVE JRN-INDICADOR   TO WRK-JRN-INDICADOR(WRK-IDX-JRN)
               MOVE JRN-VALOR-1     TO WRK-JRN-VALOR-1(WRK-IDX-JRN)
               MOVE JRN-VALOR-2     TO WRK-JRN-VALOR-2(WRK-IDX-JRN)
               MOVE JRN-VALOR-3     TO WRK-JRN-VALOR-3(WRK-IDX-JRN)
               MOVE JRN-VALOR-4     TO WRK-JRN-VALOR-4(WRK-IDX-JRN)
               MOVE JRN-DEPENDENTES TO
                   WRK-JRN-DEPENDENTES(WRK-IDX-JRN)
           ELSE
               SET CARGA-ESTOUROU TO TRUE
           END-IF.

      * Bloqueios: retorno bancario conferido pelo PROG18 ou folha
      * complementar, adiantamento ou PLR do PROG04 gravados depois
      * desta folha (os tres regravam BANK-PAYMENT.DAT), periodo
      * da competencia ou periodo corrente (onde caem os lancamentos
      * inversos) fechado, e arquivos em uso por outro programa.
       0200-CONFERIR-BLOQUEIOS.
           MOVE 'PROG18' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           PERFORM 0210-COMPARAR-MOMENTO.
           IF RODOU-DEPOIS
               DISPLAY 'RETORNO BANCARIO JA CONFIRMADO PELO PROG18 ' ,
                   'EM ' WRK-DATA-EOD ' - OS CREDITOS FORAM PAGOS, ' ,
                   'ESTORNO RECUSADO'
               MOVE 'BANCO CONFIRM' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.
           MOVE 'PROG04CP' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           PERFORM 0210-COMPARAR-MOMENTO.
           IF RODOU-DEPOIS
               DISPLAY 'FOLHA COMPLEMENTAR PROCESSADA DEPOIS DESTA ' ,
                   'FOLHA - O ACUMULADO JA INCLUI O COMPLEMENTO, ' ,
                   'ESTORNO RECUSADO'
               MOVE 'COMPLEMENTAR' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.
           MOVE 'PROG04AD' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           PERFORM 0210-COMPARAR-MOMENTO.
           IF RODOU-DEPOIS
               DISPLAY 'ADIANTAMENTO PROCESSADO DEPOIS DESTA FOLHA - ' ,
                   'BANK-PAYMENT.DAT JA E DO ADIANTAMENTO, ' ,
                   'ESTORNO RECUSADO'
               MOVE 'ADIANTAMENTO' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.
           MOVE 'PROG04PL' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           PERFORM 0210-COMPARAR-MOMENTO.
           IF RODOU-DEPOIS
               DISPLAY 'PLR PROCESSADA DEPOIS DESTA FOLHA - ' ,
                   'BANK-PAYMENT.DAT E O ACUMULADO JA INCLUEM A ' ,
                   'PLR, ESTORNO RECUSADO'
               MOVE 'PLR' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.
           PERFORM 9670-CARREGAR-PERIODOS.
           MOVE WRK-COMPETENCIA TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF NOT PERIODO-FECHADO
               COMPUTE WRK-PST-COMPETENCIA = WRK-DATA-HOJE / 100
               PERFORM 9680-VERIFICAR-PERIODO
           END-IF.
           IF PERIODO-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-PST-COMPETENCIA ,
                   ' FECHADA NO CONTROLE DE PERIODO - ESTORNO ' ,
                   'RECUSADO (REABRA NO PROG52)'
               MOVE 'PERIODO FECH' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.
           MOVE 'FOLHA-YTD.DAT' TO WRK-TRV-ARQUIVO.
           PERFORM 9660-VERIFICAR-TRAVA.
           IF NOT TRAVA-EM-USO
               MOVE 'CONSIGNADO.DAT' TO WRK-TRV-ARQUIVO
               PERFORM 9660-VERIFICAR-TRAVA
           END-IF.
           IF TRAVA-EM-USO
               DISPLAY WRK-TRV-ARQUIVO ' EM USO PELO ' ,
                   WRK-TRV-DETENTOR ' - ESTORNO RECUSADO'
               MOVE 'ARQUIVO EM USO' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.
      * Guia da folha ja recolhida: o valor pago nao volta com o
      * estorno, que precisa ser tratado junto ao orgao.
           PERFORM 9210-CARREGAR-OBRIGACOES.
           MOVE 'N' TO WRK-GUIA-PAGA.
           PERFORM VARYING WRK-IDX-OBRIG FROM 1 BY 1
                   UNTIL WRK-IDX-OBRIG > WRK-QTD-OBRIGACOES
               IF WRK-OBRIG-COMPETENCIA(WRK-IDX-OBRIG) =
                       WRK-COMPETENCIA
                  AND WRK-OBRIG-ORIGEM(WRK-IDX-OBRIG) = 'FOLHA'
                  AND WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG) = 'P'
                   DISPLAY 'GUIA DE ' WRK-OBRIG-TRIBUTO(WRK-IDX-OBRIG) ,
                       ' DA FOLHA JA PAGA EM ' ,
                       WRK-OBRIG-DATA-PAGTO(WRK-IDX-OBRIG)
                   SET GUIA-FOLHA-PAGA TO TRUE
               END-IF
           END-PERFORM.
           IF GUIA-FOLHA-PAGA
               DISPLAY 'ESTORNO RECUSADO - GUIAS PAGAS PRECISAM SER ' ,
                   'REGULARIZADAS ANTES'
               MOVE 'GUIA PAGA' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.

      * A linha de EOD-TOTALS.DAT conta como posterior a folha quando
      * foi gravada no mesmo momento do diario ou depois dele.
       0210-COMPARAR-MOMENTO.
           MOVE 'N' TO WRK-RODOU-DEPOIS.
           IF WRK-EOD-ACHOU = 'S'
               MOVE WRK-DATA-EOD TO WRK-DATA-CONFERIR
               IF WRK-DATA-CONFERIR > WRK-JRH-DATA
                   SET RODOU-DEPOIS TO TRUE
               END-IF
               IF WRK-DATA-CONFERIR = WRK-JRH-DATA
                  AND WRK-HORA-EOD NOT < WRK-JRH-HORA
                   SET RODOU-DEPOIS TO TRUE
               END-IF
           END-IF.

       0250-CONFIRMAR-ESTORNO.
           MOVE WRK-JRZ-TOTAL-LIQ TO WRK-MASC-VALOR.
           DISPLAY 'FOLHA DA COMPETENCIA ' WRK-JRH-COMPETENCIA ,
               ' EFETIVADA EM ' WRK-JRH-DATA ' AS ' WRK-JRH-HORA.
           DISPLAY 'FUNCIONARIOS: ' WRK-JRZ-QTD-FUNC ,
               '   LIQUIDO: ' WRK-MASC-VALOR ,
               '   ALTERACOES NO DIARIO: ' WRK-QTD-JRN.
           DISPLAY 'CONFIRMA O ESTORNO DA COMPETENCIA (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'ESTORNO NAO CONFIRMADO - NADA ALTERADO'
               MOVE 'NAO CONFIRMADO' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.

      * Carga dos arquivos que a folha alterou; tabela cheia cancela
      * o estorno antes de regravar qualquer coisa.
       0300-CARREGAR-ARQUIVOS.
           OPEN INPUT FOLHA-YTD-FILE.
           IF WRK-STATUS-YTD = '00'
               PERFORM UNTIL FIM-YTD
                   READ FOLHA-YTD-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-YTD
                       NOT AT END
                           IF WRK-QTD-YTD < 1200
                               ADD 1 TO WRK-QTD-YTD
                               SET WRK-IDX-YTD TO WRK-QTD-YTD
                               MOVE YTD-MATRICULA TO
                                   WRK-YTD-MATRICULA(WRK-IDX-YTD)
                               MOVE YTD-NOME TO
                                   WRK-YTD-NOME(WRK-IDX-YTD)
                               MOVE YTD-ANO TO
                                   WRK-YTD-ANO(WRK-IDX-YTD)
                               MOVE YTD-MES TO
                                   WRK-YTD-MES(WRK-IDX-YTD)
                               MOVE YTD-BRUTO TO
                                   WRK-YTD-BRUTO(WRK-IDX-YTD)
                               MOVE YTD-INSS TO
                                   WRK-YTD-INSS(WRK-IDX-YTD)
                               MOVE YTD-IRRF TO
                                   WRK-YTD-IRRF(WRK-IDX-YTD)
                               MOVE YTD-LIQUIDO TO
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
                               MOVE 'N' TO
                                   WRK-YTD-EXCLUIDO(WRK-IDX-YTD)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-YTD-FILE
           END-IF.
           OPEN INPUT FGTS-SALDO-FILE.
           IF WRK-STATUS-FGTS-SAL = '00'
               PERFORM UNTIL FIM-FGTS-SAL
                   READ FGTS-SALDO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-FGTS-SAL
                       NOT AT END
                           IF WRK-QTD-FGTS-SAL < 200
                               ADD 1 TO WRK-QTD-FGTS-SAL
                               SET WRK-IDX-FGTS-SAL
                                   TO WRK-QTD-FGTS-SAL
                               MOVE FGS-MATRICULA TO
                                   WRK-FGTS-SAL-MATRICULA
                                       (WRK-IDX-FGTS-SAL)
                               MOVE FGS-NOME TO
                                   WRK-FGTS-SAL-NOME(WRK-IDX-FGTS-SAL)
                               MOVE FGS-SALDO TO
                                   WRK-FGTS-SAL-SALDO
                                       (WRK-IDX-FGTS-SAL)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGTS-SALDO-FILE
           END-IF.
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
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSIGNADO-FILE
           END-IF.
           OPEN INPUT ADIANTAMENTOS-FILE.
           IF WRK-STATUS-ADIANTO = '00'
               PERFORM UNTIL FIM-ADIANTO
                   READ ADIANTAMENTOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ADIANTO
                       NOT AT END
                           IF WRK-QTD-ADIANTO < 200
                               ADD 1 TO WRK-QTD-ADIANTO
                               SET WRK-IDX-ADIANTO TO WRK-QTD-ADIANTO
                               MOVE ADI-MATRICULA TO
                                   WRK-ADIANTO-MATRICULA
                                       (WRK-IDX-ADIANTO)
                               MOVE ADI-COMPETENCIA TO
                                   WRK-ADIANTO-COMPETENCIA
                                       (WRK-IDX-ADIANTO)
                               MOVE ADI-VALOR TO
                                   WRK-ADIANTO-VALOR(WRK-IDX-ADIANTO)
                               MOVE ADI-SITUACAO TO
                                   WRK-ADIANTO-SITUACAO
                                       (WRK-IDX-ADIANTO)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADIANTAMENTOS-FILE
           END-IF.
           OPEN INPUT ATRASADOS-FILE.
           IF WRK-STATUS-ATRASO = '00'
               PERFORM UNTIL FIM-ATRASO
                   READ ATRASADOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ATRASO
                       NOT AT END
                           IF WRK-QTD-ATRASO < 100
                               ADD 1 TO WRK-QTD-ATRASO
                               SET WRK-IDX-ATRASO TO WRK-QTD-ATRASO
                               MOVE ATR-MATRICULA TO
                                   WRK-ATRASO-MATRICULA
                                       (WRK-IDX-ATRASO)
                               MOVE ATR-VALOR TO
                                   WRK-ATRASO-VALOR(WRK-IDX-ATRASO)
                               MOVE ATR-SITUACAO TO
                                   WRK-ATRASO-SITUACAO(WRK-IDX-ATRASO)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRASADOS-FILE
           END-IF.
           OPEN INPUT RETRO-FILE.
           IF WRK-STATUS-RETRO = '00'
               PERFORM UNTIL FIM-RETRO
                   READ RETRO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-RETRO
                       NOT AT END
                           IF WRK-QTD-RETRO < 100
                               ADD 1 TO WRK-QTD-RETRO
                               SET WRK-IDX-RETRO TO WRK-QTD-RETRO
                               MOVE DIF-MATRICULA TO
                                   WRK-RETRO-MATRICULA(WRK-IDX-RETRO)
                               MOVE DIF-COMPETENCIA TO
                                   WRK-RETRO-COMPETENCIA
                                       (WRK-IDX-RETRO)
                               MOVE DIF-VALOR TO
                                   WRK-RETRO-VALOR(WRK-IDX-RETRO)
                               MOVE DIF-SITUACAO TO
                                   WRK-RETRO-SITUACAO(WRK-IDX-RETRO)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-FILE
           END-IF.
           OPEN INPUT MOV-RUBRICAS-FILE.
           IF WRK-STATUS-MOV-RUB = '00'
               PERFORM UNTIL FIM-MOV-RUB
                   READ MOV-RUBRICAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MOV-RUB
                       NOT AT END
                           IF WRK-QTD-MOV-RUB < 300
                               ADD 1 TO WRK-QTD-MOV-RUB
                               SET WRK-IDX-MOV-RUB TO WRK-QTD-MOV-RUB
                               MOVE MVR-MATRICULA TO
                                   WRK-MOV-RUB-MATRICULA
                                       (WRK-IDX-MOV-RUB)
                               MOVE MVR-COMPETENCIA TO
                                   WRK-MOV-RUB-COMPETENCIA
                                       (WRK-IDX-MOV-RUB)
                               MOVE MVR-RUBRICA TO
                                   WRK-MOV-RUB-RUBRICA
                                       (WRK-IDX-MOV-RUB)
                               MOVE MVR-VALOR TO
                                   WRK-MOV-RUB-VALOR(WRK-IDX-MOV-RUB)
                               MOVE MVR-SITUACAO TO
                                   WRK-MOV-RUB-SITUACAO
                                       (WRK-IDX-MOV-RUB)
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOV-RUBRICAS-FILE
           END-IF.
           OPEN INPUT FOLHA-DEPTO-FILE.
           IF WRK-STATUS-FOLHA-DEP = '00'
               PERFORM UNTIL FIM-FOLHA-DEP
                   READ FOLHA-DEPTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-FOLHA-DEP
                       NOT AT END
                           IF FDP-COMPETENCIA = WRK-COMPETENCIA
                               ADD 1 TO WRK-QTD-FDP-REMOVIDO
                           ELSE
                               IF WRK-QTD-FDP-TAB < 240
                                   ADD 1 TO WRK-QTD-FDP-TAB
                                   SET WRK-IDX-FDP TO WRK-QTD-FDP-TAB
                                   MOVE FDP-COMPETENCIA TO
                                       WRK-FDP-COMPETENCIA(WRK-IDX-FDP)
                                   MOVE FDP-DEPTO TO
                                       WRK-FDP-DEPTO(WRK-IDX-FDP)
                                   MOVE FDP-QTD TO
                                       WRK-FDP-QTD(WRK-IDX-FDP)
                                   MOVE FDP-BRUTO TO
                                       WRK-FDP-BRUTO(WRK-IDX-FDP)
                               ELSE
                                   SET CARGA-ESTOUROU TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-DEPTO-FILE
           END-IF.
           IF CARGA-ESTOUROU
               DISPLAY 'ARQUIVO DA FOLHA MAIOR QUE A TABELA - ' ,
                   'ESTORNO CANCELADO SEM REGRAVAR NADA'
               MOVE 'TABELA CHEIA' TO WRK-MOTIVO-RECUSA
               PERFORM 0900-RECUSAR-ESTORNO
           END-IF.

      * Bancos e empresas com credito na folha estornada, lidos de
      * BANK-PAYMENT.DAT antes de ele ser esvaziado; credito sem
      * dados bancarios ficou fora das remessas do PROG04.
       0350-CARREGAR-REMESSAS.
           MOVE ZEROS TO WRK-QTD-REMESSAS.
           MOVE 'N' TO WRK-FIM-BANCO.
           OPEN INPUT BANK-PAYMENT-FILE.
           IF WRK-STATUS-BANCO = '00'
               PERFORM UNTIL FIM-BANCO
                   READ BANK-PAYMENT-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-BANCO
                       NOT AT END
                           IF BPG-TIPO-REG = 'D'
                              AND BPG-BANCO NUMERIC
                              AND BPG-BANCO > ZEROS
                               PERFORM 0355-GUARDAR-REMESSA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-PAYMENT-FILE
           END-IF.

      * Um item por banco e empresa; credito gravado antes da
      * empresa no BANK-PAYMENT.DAT e da empresa 01.
       0355-GUARDAR-REMESSA.
           IF BPG-EMPRESA NUMERIC AND BPG-EMPRESA > ZEROS
               MOVE BPG-EMPRESA TO WRK-EMPRESA-REMESSA
           ELSE
               MOVE 1 TO WRK-EMPRESA-REMESSA
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-REM FROM 1 BY 1
                   UNTIL WRK-IDX-REM > WRK-QTD-REMESSAS
               IF WRK-REM-BANCO(WRK-IDX-REM) = BPG-BANCO
                  AND WRK-REM-EMPRESA(WRK-IDX-REM) =
                      WRK-EMPRESA-REMESSA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ITEM-ACHADO
               IF WRK-QTD-REMESSAS < 50
                   ADD 1 TO WRK-QTD-REMESSAS
                   SET WRK-IDX-REM TO WRK-QTD-REMESSAS
                   MOVE BPG-BANCO TO WRK-REM-BANCO(WRK-IDX-REM)
                   MOVE WRK-EMPRESA-REMESSA
                       TO WRK-REM-EMPRESA(WRK-IDX-REM)
                   MOVE SPACES TO WRK-REM-CHAVE(WRK-IDX-REM)
                   MOVE ZEROS TO WRK-REM-CREDITOS(WRK-IDX-REM)
                   MOVE 'N' TO WRK-REM-ZERADA(WRK-IDX-REM)
               ELSE
                   DISPLAY 'AVISO: TABELA DE REMESSAS CHEIA - BANCO ' ,
                       BPG-BANCO ' EMPRESA ' WRK-EMPRESA-REMESSA ,
                       ' NAO ZERADO'
               END-IF
           END-IF.

      * Desfaz na memoria cada detalhe do diario (os lancamentos
      * contabeis ficam para o 0600); item que nao e mais encontrado
      * do jeito que a folha deixou so gera aviso.
       0400-DESFAZER-ITENS.
           PERFORM VARYING WRK-IDX-JRN FROM 1 BY 1
                   UNTIL WRK-IDX-JRN > WRK-QTD-JRN
               MOVE 'N' TO WRK-ACHOU
               EVALUATE WRK-JRN-TIPO(WRK-IDX-JRN)
                   WHEN 'Y'
                       PERFORM 0410-DESFAZER-YTD
                   WHEN 'F'
                       PERFORM 0420-DESFAZER-FGTS
                   WHEN 'C'
                       PERFORM 0430-DESFAZER-CONSIGNADO
                   WHEN 'A'
                       PERFORM 0440-DESFAZER-ADIANTAMENTO
                   WHEN 'T'
                       PERFORM 0450-DESFAZER-ATRASADO
                   WHEN 'R'
                       PERFORM 0460-DESFAZER-RETRO
                   WHEN 'M'
                       PERFORM 0470-DESFAZER-RUBRICA
                   WHEN OTHER
                       SET ITEM-ACHADO TO TRUE
               END-EVALUATE
               IF NOT ITEM-ACHADO
                   ADD 1 TO WRK-QTD-NAO-ACHADOS
                   DISPLAY 'AVISO: ITEM ' WRK-JRN-TIPO(WRK-IDX-JRN) ,
                       ' DA MATRICULA ' ,
                       WRK-JRN-MATRICULA(WRK-IDX-JRN) ,
                       ' NAO ENCONTRADO COMO A FOLHA DEIXOU - ' ,
                       'NAO DESFEITO'
               END-IF
           END-PERFORM.

       0410-DESFAZER-YTD.
           PERFORM VARYING WRK-IDX-YTD FROM 1 BY 1
                   UNTIL WRK-IDX-YTD > WRK-QTD-YTD OR ITEM-ACHADO
               IF WRK-YTD-MATRICULA(WRK-IDX-YTD) =
                       WRK-JRN-MATRICULA(WRK-IDX-JRN)
                  AND WRK-YTD-ANO(WRK-IDX-YTD) * 100
                      + WRK-YTD-MES(WRK-IDX-YTD) =
                       WRK-JRN-COMPETENCIA(WRK-IDX-JRN)
                  AND WRK-YTD-EXCLUIDO(WRK-IDX-YTD) = 'N'
                   SET ITEM-ACHADO TO TRUE
      * Registro incluido pela folha mas que ja recebeu PLR na
      * competencia: so a parte da folha e zerada, a PLR fica.
                   IF WRK-JRN-INDICADOR(WRK-IDX-JRN) = 'I'
                       IF WRK-YTD-PLR(WRK-IDX-YTD) > ZEROS
                           MOVE ZEROS TO WRK-YTD-BRUTO(WRK-IDX-YTD)
                               WRK-YTD-INSS(WRK-IDX-YTD)
                               WRK-YTD-IRRF(WRK-IDX-YTD)
                               WRK-YTD-LIQUIDO(WRK-IDX-YTD)
                       ELSE
                           MOVE 'S' TO WRK-YTD-EXCLUIDO(WRK-IDX-YTD)
                       END-IF
                   ELSE
                       MOVE WRK-JRN-VALOR-1(WRK-IDX-JRN)
                           TO WRK-YTD-BRUTO(WRK-IDX-YTD)
                       MOVE WRK-JRN-VALOR-2(WRK-IDX-JRN)
                           TO WRK-YTD-INSS(WRK-IDX-YTD)
                       MOVE WRK-JRN-VALOR-3(WRK-IDX-JRN)
                           TO WRK-YTD-IRRF(WRK-IDX-YTD)
                       MOVE WRK-JRN-VALOR-4(WRK-IDX-JRN)
                           TO WRK-YTD-LIQUIDO(WRK-IDX-YTD)
                       MOVE WRK-JRN-DEPENDENTES(WRK-IDX-JRN)
                           TO WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                   END-IF
                   ADD 1 TO WRK-QTD-DESF-YTD
               END-IF
           END-PERFORM.

       0420-DESFAZER-FGTS.
           PERFORM VARYING WRK-IDX-FGTS-SAL FROM 1 BY 1
                   UNTIL WRK-IDX-FGTS-SAL > WRK-QTD-FGTS-SAL
                      OR ITEM-ACHADO
               IF WRK-FGTS-SAL-MATRICULA(WRK-IDX-FGTS-SAL) =
                       WRK-JRN-MATRICULA(WRK-IDX-JRN)
                   SET ITEM-ACHADO TO TRUE
                   IF WRK-FGTS-SAL-SALDO(WRK-IDX-FGTS-SAL) <
                           WRK-JRN-VALOR-1(WRK-IDX-JRN)
                       DISPLAY 'AVISO: SALDO FGTS DA MATRICULA ' ,
                           WRK-JRN-MATRICULA(WRK-IDX-JRN) ,
                           ' MENOR QUE O DEPOSITO - ZERADO'
                       MOVE ZEROS TO
                           WRK-FGTS-SAL-SALDO(WRK-IDX-FGTS-SAL)
                   ELSE
                       SUBTRACT WRK-JRN-VALOR-1(WRK-IDX-JRN) FROM
                           WRK-FGTS-SAL-SALDO(WRK-IDX-FGTS-SAL)
                   END-IF
                   ADD 1 TO WRK-QTD-DESF-FGTS
               END-IF
           END-PERFORM.

      * Parcela que o PROG26 ja baixou no contrato ('Q') nao volta
      * para em aberto: o estorno inteiro e recusado.
       0430-DESFAZER-CONSIGNADO.
           PERFORM VARYING WRK-IDX-CONSIG FROM 1 BY 1
                   UNTIL WRK-IDX-CONSIG > WRK-QTD-CONSIGNADO
                      OR ITEM-ACHADO
               IF WRK-CONSIG-MATRICULA(WRK-IDX-CONSIG) =
                       WRK-JRN-MATRICULA(WRK-IDX-JRN)
                  AND WRK-CONSIG-COMPETENCIA(WRK-IDX-CONSIG) =
                       WRK-JRN-COMPETENCIA(WRK-IDX-JRN)
                  AND WRK-CONSIG-CONTRATO(WRK-IDX-CONSIG) =
                       WRK-JRN-CHAVE(WRK-IDX-JRN)
                  AND WRK-CONSIG-PARCELA(WRK-IDX-CONSIG) =
                       WRK-JRN-PARCELA(WRK-IDX-JRN)
                   EVALUATE WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG)
                       WHEN 'D'
                           SET ITEM-ACHADO TO TRUE
                           MOVE 'A' TO
                               WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG)
                           ADD 1 TO WRK-QTD-DESF-CONSIG
                       WHEN 'Q'
                           SET ITEM-ACHADO TO TRUE
                           ADD 1 TO WRK-QTD-CONSIG-BAIXADO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0440-DESFAZER-ADIANTAMENTO.
           PERFORM VARYING WRK-IDX-ADIANTO FROM 1 BY 1
                   UNTIL WRK-IDX-ADIANTO > WRK-QTD-ADIANTO
                      OR ITEM-ACHADO
               IF WRK-ADIANTO-MATRICULA(WRK-IDX-ADIANTO) =
                       WRK-JRN-MATRICULA(WRK-IDX-JRN)
                  AND WRK-ADIANTO-COMPETENCIA(WRK-IDX-ADIANTO) =
                       WRK-JRN-COMPETENCIA(WRK-IDX-JRN)
                  AND WRK-ADIANTO-VALOR(WRK-IDX-ADIANTO) =
                       WRK-JRN-VALOR-1(WRK-IDX-JRN)
                  AND WRK-ADIANTO-SITUACAO(WRK-IDX-ADIANTO) = 'D'
                   SET ITEM-ACHADO TO TRUE
                   MOVE 'A' TO WRK-ADIANTO-SITUACAO(WRK-IDX-ADIANTO)
                   ADD 1 TO WRK-QTD-DESF-ADIANTO
               END-IF
           END-PERFORM.

       0450-DESFAZER-ATRASADO.
           PERFORM VARYING WRK-IDX-ATRASO FROM 1 BY 1
                   UNTIL WRK-IDX-ATRASO > WRK-QTD-ATRASO
                      OR ITEM-ACHADO
               IF WRK-ATRASO-MATRICULA(WRK-IDX-ATRASO) =
                       WRK-JRN-MATRICULA(WRK-IDX-JRN)
                  AND WRK-ATRASO-VALOR(WRK-IDX-ATRASO) =
                       WRK-JRN-VALOR-1(WRK-IDX-JRN)
                  AND WRK-ATRASO-SITUACAO(WRK-IDX-ATRASO) = 'P'
                   SET ITEM-ACHADO TO TRUE
                   MOVE 'A' TO WRK-ATRASO-SITUACAO(WRK-IDX-ATRASO)
                   ADD 1 TO WRK-QTD-DESF-ATRASO
               END-IF
           END-PERFORM.

       0460-DESFAZER-RETRO.
           PERFORM VARYING WRK-IDX-RETRO FROM 1 BY 1
                   UNTIL WRK-IDX-RETRO > WRK-QTD-RETRO
                      OR ITEM-ACHADO
               IF WRK-RETRO-MATRICULA(WRK-IDX-RETRO) =
                       WRK-JRN-MATRICULA(WRK-IDX-JRN)
                  AND WRK-RETRO-COMPETENCIA(WRK-IDX-RETRO) =
                       WRK-JRN-COMPETENCIA(WRK-IDX-JRN)
                  AND WRK-RETRO-VALOR(WRK-IDX-RETRO) =
                       WRK-JRN-VALOR-1(WRK-IDX-JRN)
                  AND WRK-RETRO-SITUACAO(WRK-IDX-RETRO) = 'P'
                   SET ITEM-ACHADO TO TRUE
                   MOVE 'A' TO WRK-RETRO-SITUACAO(WRK-IDX-RETRO)
                   ADD 1 TO WRK-QTD-DESF-RETRO
               END-IF
           END-PERFORM.

       0470-DESFAZER-RUBRICA.
           PERFORM VARYING WRK-IDX-MOV-RUB FROM 1 BY 1
                   UNTIL WRK-IDX-MOV-RUB > WRK-QTD-MOV-RUB
                      OR ITEM-ACHADO
               IF WRK-MOV-RUB-MATRICULA(WRK-IDX-MOV-RUB) =
                       WRK-JRN-MATRICULA(WRK-IDX-JRN)
                  AND WRK-MOV-RUB-COMPETENCIA(WRK-IDX-MOV-RUB) =
                       WRK-JRN-COMPETENCIA(WRK-IDX-JRN)
                  AND WRK-MOV-RUB-RUBRICA(WRK-IDX-MOV-RUB) =
                       WRK-JRN-CODIGO(WRK-IDX-JRN)
                  AND WRK-MOV-RUB-SITUACAO(WRK-IDX-MOV-RUB) = 'P'
                   SET ITEM-ACHADO TO TRUE
                   MOVE 'A' TO WRK-MOV-RUB-SITUACAO(WRK-IDX-MOV-RUB)
                   ADD 1 TO WRK-QTD-DESF-MOV-RUB
               END-IF
           END-PERFORM.

      * Regrava so os arquivos em que houve o que desfazer. Os
      * arquivos de saida da execucao (credito bancario e depositos
      * de FGTS) voltam vazios: a remessa estornada nao pode mais ser
      * enviada nem conferida pelo PROG18.
       0500-REGRAVAR-ARQUIVOS.
           IF WRK-QTD-DESF-YTD > ZEROS
               OPEN OUTPUT FOLHA-YTD-FILE
               PERFORM VARYING WRK-IDX-YTD FROM 1 BY 1
                       UNTIL WRK-IDX-YTD > WRK-QTD-YTD
                   IF WRK-YTD-EXCLUIDO(WRK-IDX-YTD) = 'N'
                       MOVE SPACES TO FOLHA-YTD-RECORD
                       MOVE WRK-YTD-MATRICULA(WRK-IDX-YTD)
                           TO YTD-MATRICULA
                       MOVE WRK-YTD-NOME(WRK-IDX-YTD)  TO YTD-NOME
                       MOVE WRK-YTD-ANO(WRK-IDX-YTD)   TO YTD-ANO
                       MOVE WRK-YTD-MES(WRK-IDX-YTD)   TO YTD-MES
                       MOVE WRK-YTD-BRUTO(WRK-IDX-YTD) TO YTD-BRUTO
                       MOVE WRK-YTD-INSS(WRK-IDX-YTD)  TO YTD-INSS
                       MOVE WRK-YTD-IRRF(WRK-IDX-YTD)  TO YTD-IRRF
                       MOVE WRK-YTD-LIQUIDO(WRK-IDX-YTD)
                           TO YTD-LIQUIDO
                       MOVE WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                           TO YTD-DEPENDENTES
                       MOVE WRK-YTD-PLR(WRK-IDX-YTD) TO YTD-PLR
                       MOVE WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                           TO YTD-IRRF-PLR
                       MOVE WRK-YTD-EMPRESA(WRK-IDX-YTD) TO YTD-EMPRESA
                       WRITE FOLHA-YTD-RECORD
                   END-IF
               END-PERFORM
               CLOSE FOLHA-YTD-FILE
           END-IF.
           IF WRK-QTD-DESF-FGTS > ZEROS
               OPEN OUTPUT FGTS-SALDO-FILE
               PERFORM VARYING WRK-IDX-FGTS-SAL FROM 1 BY 1
                       UNTIL WRK-IDX-FGTS-SAL > WRK-QTD-FGTS-SAL
                   MOVE SPACES TO FGTS-SALDO-RECORD
                   MOVE WRK-FGTS-SAL-MATRICULA(WRK-IDX-FGTS-SAL)
                       TO FGS-MATRICULA
                   MOVE WRK-FGTS-SAL-NOME(WRK-IDX-FGTS-SAL)
                       TO FGS-NOME
                   MOVE WRK-FGTS-SAL-SALDO(WRK-IDX-FGTS-SAL)
                       TO FGS-SALDO
                   WRITE FGTS-SALDO-RECORD
               END-PERFORM
               CLOSE FGTS-SALDO-FILE
           END-IF.
           IF WRK-QTD-DESF-CONSIG > ZEROS
               OPEN OUTPUT CONSIGNADO-FILE
               PERFORM VARYING WRK-IDX-CONSIG FROM 1 BY 1
                       UNTIL WRK-IDX-CONSIG > WRK-QTD-CONSIGNADO
                   MOVE SPACES TO CONSIGNADO-RECORD
                   MOVE WRK-CONSIG-MATRICULA(WRK-IDX-CONSIG)
                       TO CSG-MATRICULA
                   MOVE WRK-CONSIG-COMPETENCIA(WRK-IDX-CONSIG)
                       TO CSG-COMPETENCIA
                   MOVE WRK-CONSIG-CONTRATO(WRK-IDX-CONSIG)
                       TO CSG-CONTRATO
                   MOVE WRK-CONSIG-PARCELA(WRK-IDX-CONSIG)
                       TO CSG-PARCELA
                   MOVE WRK-CONSIG-VALOR(WRK-IDX-CONSIG) TO CSG-VALOR
                   MOVE WRK-CONSIG-SITUACAO(WRK-IDX-CONSIG)
                       TO CSG-SITUACAO
                   WRITE CONSIGNADO-RECORD
               END-PERFORM
               CLOSE CONSIGNADO-FILE
           END-IF.
           IF WRK-QTD-DESF-ADIANTO > ZEROS
               OPEN OUTPUT ADIANTAMENTOS-FILE
               PERFORM VARYING WRK-IDX-ADIANTO FROM 1 BY 1
                       UNTIL WRK-IDX-ADIANTO > WRK-QTD-ADIANTO
                   MOVE SPACES TO ADIANTAMENTOS-RECORD
                   MOVE WRK-ADIANTO-MATRICULA(WRK-IDX-ADIANTO)
                       TO ADI-MATRICULA
                   MOVE WRK-ADIANTO-COMPETENCIA(WRK-IDX-ADIANTO)
                       TO ADI-COMPETENCIA
                   MOVE WRK-ADIANTO-VALOR(WRK-IDX-ADIANTO)
                       TO ADI-VALOR
                   MOVE WRK-ADIANTO-SITUACAO(WRK-IDX-ADIANTO)
                       TO ADI-SITUACAO
                   WRITE ADIANTAMENTOS-RECORD
               END-PERFORM
               CLOSE ADIANTAMENTOS-FILE
           END-IF.
           IF WRK-QTD-DESF-ATRASO > ZEROS
               OPEN OUTPUT ATRASADOS-FILE
               PERFORM VARYING WRK-IDX-ATRASO FROM 1 BY 1
                       UNTIL WRK-IDX-ATRASO > WRK-QTD-ATRASO
                   MOVE SPACES TO ATRASADOS-RECORD
                   MOVE WRK-ATRASO-MATRICULA(WRK-IDX-ATRASO)
                       TO ATR-MATRICULA
                   MOVE WRK-ATRASO-VALOR(WRK-IDX-ATRASO) TO ATR-VALOR
                   MOVE WRK-ATRASO-SITUACAO(WRK-IDX-ATRASO)
                       TO ATR-SITUACAO
                   WRITE ATRASADOS-RECORD
               END-PERFORM
               CLOSE ATRASADOS-FILE
           END-IF.
           IF WRK-QTD-DESF-RETRO > ZEROS
               OPEN OUTPUT RETRO-FILE
               PERFORM VARYING WRK-IDX-RETRO FROM 1 BY 1
                       UNTIL WRK-IDX-RETRO > WRK-QTD-RETRO
                   MOVE SPACES TO RETRO-RECORD
                   MOVE WRK-RETRO-MATRICULA(WRK-IDX-RETRO)
                       TO DIF-MATRICULA
                   MOVE WRK-RETRO-COMPETENCIA(WRK-IDX-RETRO)
                       TO DIF-COMPETENCIA
                   MOVE WRK-RETRO-VALOR(WRK-IDX-RETRO) TO DIF-VALOR
                   MOVE WRK-RETRO-SITUACAO(WRK-IDX-RETRO)
                       TO DIF-SITUACAO
                   WRITE RETRO-RECORD
               END-PERFORM
               CLOSE RETRO-FILE
           END-IF.
           IF WRK-QTD-DESF-MOV-RUB > ZEROS
               OPEN OUTPUT MOV-RUBRICAS-FILE
               PERFORM VARYING WRK-IDX-MOV-RUB FROM 1 BY 1
                       UNTIL WRK-IDX-MOV-RUB > WRK-QTD-MOV-RUB
                   MOVE SPACES TO MOV-RUBRICAS-RECORD
                   MOVE WRK-MOV-RUB-MATRICULA(WRK-IDX-MOV-RUB)
                       TO MVR-MATRICULA
                   MOVE WRK-MOV-RUB-COMPETENCIA(WRK-IDX-MOV-RUB)
                       TO MVR-COMPETENCIA
                   MOVE WRK-MOV-RUB-RUBRICA(WRK-IDX-MOV-RUB)
                       TO MVR-RUBRICA
                   MOVE WRK-MOV-RUB-VALOR(WRK-IDX-MOV-RUB)
                       TO MVR-VALOR
                   MOVE WRK-MOV-RUB-SITUACAO(WRK-IDX-MOV-RUB)
                       TO MVR-SITUACAO
                   WRITE MOV-RUBRICAS-RECORD
               END-PERFORM
               CLOSE MOV-RUBRICAS-FILE
           END-IF.
           IF WRK-QTD-FDP-REMOVIDO > ZEROS
               OPEN OUTPUT FOLHA-DEPTO-FILE
               PERFORM VARYING WRK-IDX-FDP FROM 1 BY 1
                       UNTIL WRK-IDX-FDP > WRK-QTD-FDP-TAB
                   MOVE SPACES TO FOLHA-DEPTO-RECORD
                   MOVE WRK-FDP-COMPETENCIA(WRK-IDX-FDP)
                       TO FDP-COMPETENCIA
                   MOVE WRK-FDP-DEPTO(WRK-IDX-FDP) TO FDP-DEPTO
                   MOVE WRK-FDP-QTD(WRK-IDX-FDP)   TO FDP-QTD
                   MOVE WRK-FDP-BRUTO(WRK-IDX-FDP) TO FDP-BRUTO
                   WRITE FOLHA-DEPTO-RECORD
               END-PERFORM
               CLOSE FOLHA-DEPTO-FILE
           END-IF.
           OPEN OUTPUT BANK-PAYMENT-FILE.
           CLOSE BANK-PAYMENT-FILE.
           OPEN OUTPUT FGTS-DEPOSITO-FILE.
           CLOSE FGTS-DEPOSITO-FILE.
           PERFORM 0560-ZERAR-REMESSAS.
           COMPUTE WRK-QTD-TOTAL-DESF = WRK-QTD-DESF-YTD
               + WRK-QTD-DESF-FGTS + WRK-QTD-DESF-CONSIG
               + WRK-QTD-DESF-ADIANTO + WRK-QTD-DESF-ATRASO
               + WRK-QTD-DESF-RETRO + WRK-QTD-DESF-MOV-RUB.

      * Cada remessa da folha estornada volta a so header e trailer
      * zerado, para nada ir ao banco; o header original (banco, data
      * e empresa) e mantido. Remessa que nao existe mais fica como
      * esta.
       0560-ZERAR-REMESSAS.
           MOVE ZEROS TO WRK-QTD-REM-ZERADAS.
           PERFORM VARYING WRK-IDX-REM FROM 1 BY 1
                   UNTIL WRK-IDX-REM > WRK-QTD-REMESSAS
               PERFORM 0565-ZERAR-UMA-REMESSA
           END-PERFORM.

       0565-ZERAR-UMA-REMESSA.
           MOVE WRK-REM-BANCO(WRK-IDX-REM)   TO WRK-BANCO-REMESSA.
           MOVE WRK-REM-EMPRESA(WRK-IDX-REM) TO WRK-EMPRESA-REMESSA.
           MOVE SPACES TO WRK-NOME-REMESSA.
           IF WRK-EMPRESA-REMESSA = 1
               STRING 'REMESSA-' WRK-BANCO-REMESSA '.DAT'
                   DELIMITED BY SIZE INTO WRK-NOME-REMESSA
               STRING 'REMESSA-' WRK-BANCO-REMESSA
                   DELIMITED BY SIZE INTO WRK-REM-CHAVE(WRK-IDX-REM)
           ELSE
               STRING 'REMESSA-' WRK-BANCO-REMESSA '-'
                   WRK-EMPRESA-REMESSA '.DAT'
                   DELIMITED BY SIZE INTO WRK-NOME-REMESSA
               STRING 'REMESSA-' WRK-BANCO-REMESSA '-'
                   WRK-EMPRESA-REMESSA
                   DELIMITED BY SIZE INTO WRK-REM-CHAVE(WRK-IDX-REM)
           END-IF.
           MOVE 'N' TO WRK-TEM-HEADER-REM WRK-FIM-REMESSA.
           OPEN INPUT REMESSA-FILE.
           IF WRK-STATUS-REMESSA NOT = '00'
               DISPLAY 'AVISO: ' WRK-NOME-REMESSA ,
                   ' NAO ENCONTRADA - NADA A ZERAR'
           ELSE
               PERFORM UNTIL FIM-REMESSA
                   READ REMESSA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-REMESSA
                       NOT AT END
                           EVALUATE RMS-TIPO-REG
                               WHEN 'H'
                                   MOVE REMESSA-RECORD
                                       TO WRK-HEADER-REMESSA
                                   SET TEM-HEADER-REMESSA TO TRUE
                               WHEN 'D'
                                   ADD 1 TO
                                       WRK-REM-CREDITOS(WRK-IDX-REM)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE REMESSA-FILE
               OPEN OUTPUT REMESSA-FILE
               IF TEM-HEADER-REMESSA
                   MOVE WRK-HEADER-REMESSA TO REMESSA-RECORD
               ELSE
                   MOVE SPACES            TO REMESSA-RECORD
                   MOVE 'H'               TO RMH-TIPO-REG
                   MOVE WRK-BANCO-REMESSA TO RMH-BANCO
                   MOVE WRK-DATA-HOJE     TO RMH-DATA-PAGTO
               END-IF
               WRITE REMESSA-RECORD
               MOVE SPACES            TO REMESSA-RECORD
               MOVE 'T'               TO RMT-TIPO-REG
               MOVE WRK-BANCO-REMESSA TO RMT-BANCO
               MOVE ZEROS             TO RMT-QTD RMT-VALOR
               WRITE REMESSA-RECORD
               CLOSE REMESSA-FILE
               MOVE 'S' TO WRK-REM-ZERADA(WRK-IDX-REM)
               ADD 1 TO WRK-QTD-REM-ZERADAS
           END-IF.

      * O lote original fica em TRANS.DAT; cada lancamento do diario
      * ganha o inverso (debito vira credito e vice-versa), sob o
      * mesmo voucher da competencia e com a data do estorno, para o
      * PROG25 postar o lote de estorno balanceado.
       0600-ESTORNAR-LANCAMENTOS.
           OPEN EXTEND TRANS-FILE.
           IF WRK-STATUS-TRANS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.
           PERFORM VARYING WRK-IDX-JRN FROM 1 BY 1
                   UNTIL WRK-IDX-JRN > WRK-QTD-JRN
               IF WRK-JRN-TIPO(WRK-IDX-JRN) = 'L'
                   MOVE SPACES TO TRANS-RECORD
                   MOVE WRK-JRN-CHAVE(WRK-IDX-JRN)   TO TRN-CONTA
                   MOVE WRK-JRN-VALOR-1(WRK-IDX-JRN) TO TRN-VALOR
                   MOVE WRK-DATA-HOJE                TO TRN-DATA
                   MOVE 'ESTORNO FL'                 TO TRN-MOTIVO
                   MOVE WRK-JRN-COMPETENCIA(WRK-IDX-JRN)
                       TO TRN-VOUCHER
                   IF WRK-JRN-INDICADOR(WRK-IDX-JRN) = 'D'
                       MOVE 'C' TO TRN-DC
                       ADD TRN-VALOR TO WRK-TOTAL-CREDITO-EST
                   ELSE
                       MOVE 'D' TO TRN-DC
                       ADD TRN-VALOR TO WRK-TOTAL-DEBITO-EST
                   END-IF
                   WRITE TRANS-RECORD
                   ADD 1 TO WRK-QTD-LANC-ESTORNO
               END-IF
           END-PERFORM.
           CLOSE TRANS-FILE.

      * Regrava o diario com o cabecalho marcado como estornado (quem
      * e quando), para a mesma folha nao ser estornada duas vezes.
       0700-MARCAR-JORNAL.
           OPEN OUTPUT FOLHA-JORNAL-FILE.
           MOVE SPACES              TO FOLHA-JORNAL-RECORD.
           MOVE 'H'                 TO JRH-TIPO-REG.
           MOVE WRK-JRH-COMPETENCIA TO JRH-COMPETENCIA.
           MOVE WRK-JRH-DATA        TO JRH-DATA.
           MOVE WRK-JRH-HORA        TO JRH-HORA.
           MOVE 'E'                 TO JRH-SITUACAO.
           MOVE WRK-USUARIO         TO JRH-USUARIO-ESTORNO.
           MOVE WRK-DATA-HOJE       TO JRH-DATA-ESTORNO.
           WRITE FOLHA-JORNAL-RECORD.
           PERFORM VARYING WRK-IDX-JRN FROM 1 BY 1
                   UNTIL WRK-IDX-JRN > WRK-QTD-JRN
               MOVE SPACES TO FOLHA-JORNAL-RECORD
               MOVE WRK-JRN-TIPO(WRK-IDX-JRN)      TO JRN-TIPO-REG
               MOVE WRK-JRN-MATRICULA(WRK-IDX-JRN) TO JRN-MATRICULA
               MOVE WRK-JRN-COMPETENCIA(WRK-IDX-JRN)
                   TO JRN-COMPETENCIA
               MOVE WRK-JRN-CHAVE(WRK-IDX-JRN)     TO JRN-CHAVE
               MOVE WRK-JRN-PARCELA(WRK-IDX-JRN)   TO JRN-PARCELA
               MOVE WRK-JRN-CODIGO(WRK-IDX-JRN)    TO JRN-CODIGO
               MOVE WRK-JRN-INDICADOR(WRK-IDX-JRN) TO JRN-INDICADOR
               MOVE WRK-JRN-VALOR-1(WRK-IDX-JRN)   TO JRN-VALOR-1
               MOVE WRK-JRN-VALOR-2(WRK-IDX-JRN)   TO JRN-VALOR-2
               MOVE WRK-JRN-VALOR-3(WRK-IDX-JRN)   TO JRN-VALOR-3
               MOVE WRK-JRN-VALOR-4(WRK-IDX-JRN)   TO JRN-VALOR-4
               MOVE WRK-JRN-DEPENDENTES(WRK-IDX-JRN)
                   TO JRN-DEPENDENTES
               WRITE FOLHA-JORNAL-RECORD
           END-PERFORM.
           MOVE SPACES            TO FOLHA-JORNAL-RECORD.
           MOVE 'Z'               TO JRZ-TIPO-REG.
           MOVE WRK-QTD-JRN       TO JRZ-QTD-DETALHES.
           MOVE WRK-JRZ-QTD-FUNC  TO JRZ-QTD-FUNCIONARIOS.
           MOVE WRK-JRZ-TOTAL-LIQ TO JRZ-TOTAL-LIQUIDO.
           WRITE FOLHA-JORNAL-RECORD.
           CLOSE FOLHA-JORNAL-FILE.

      * Trilha do estorno: uma linha por arquivo desfeito (valor
      * antigo = competencia, valor novo = quantidade de itens) e a
      * linha final da operacao.
       0800-AUDITAR-ESTORNO.
           MOVE WRK-USUARIO     TO WRK-AUDIT-USUARIO.
           MOVE WRK-COMPETENCIA TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE 'EFETIVADO'     TO WRK-AUDIT-RESULTADO.
           MOVE 'ESTORNO YTD'   TO WRK-AUDIT-ACAO.
           MOVE WRK-QTD-DESF-YTD TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           MOVE 'ESTORNO FGTS'  TO WRK-AUDIT-ACAO.
           MOVE WRK-QTD-DESF-FGTS TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           MOVE 'ESTORNO CONSIG' TO WRK-AUDIT-ACAO.
           MOVE WRK-QTD-DESF-CONSIG TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           MOVE 'ESTORNO ADIANT' TO WRK-AUDIT-ACAO.
           MOVE WRK-QTD-DESF-ADIANTO TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           MOVE 'ESTORNO ATRAS' TO WRK-AUDIT-ACAO.
           MOVE WRK-QTD-DESF-ATRASO TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           MOVE 'ESTORNO RETRO' TO WRK-AUDIT-ACAO.
           MOVE WRK-QTD-DESF-RETRO TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           MOVE 'ESTORNO RUBRIC' TO WRK-AUDIT-ACAO.
           MOVE WRK-QTD-DESF-MOV-RUB TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           MOVE 'ESTORNO DEPTO' TO WRK-AUDIT-ACAO.
           MOVE WRK-QTD-FDP-REMOVIDO TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           MOVE 'ESTORNO LANCTO' TO WRK-AUDIT-ACAO.
           MOVE WRK-QTD-LANC-ESTORNO TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           PERFORM VARYING WRK-IDX-REM FROM 1 BY 1
                   UNTIL WRK-IDX-REM > WRK-QTD-REMESSAS
               IF WRK-REM-ZERADA(WRK-IDX-REM) = 'S'
                   PERFORM 0810-AUDITAR-REMESSA
               END-IF
           END-PERFORM.
           MOVE 'ESTORNO FOLHA' TO WRK-AUDIT-ACAO.
           MOVE 'ESTORNADA'     TO WRK-AUDIT-VALOR-NOVO.
           IF WRK-QTD-NAO-ACHADOS > ZEROS
               MOVE 'EFETIV AVISO' TO WRK-AUDIT-RESULTADO
           END-IF.
           PERFORM 9850-GRAVAR-AUDITORIA.

      * Uma linha por remessa zerada: creditos retirados e o nome
      * da remessa na chave.
       0810-AUDITAR-REMESSA.
           MOVE 'ESTORNO REMESS' TO WRK-AUDIT-ACAO.
           MOVE WRK-REM-CREDITOS(WRK-IDX-REM) TO WRK-MASC-QTD.
           MOVE WRK-MASC-QTD    TO WRK-AUDIT-VALOR-NOVO.
           MOVE WRK-REM-CHAVE(WRK-IDX-REM) TO WRK-AUDIT-CHAVE.
           PERFORM 9850-GRAVAR-AUDITORIA.

       0850-APRESENTAR-TOTAIS.
           DISPLAY ' '.
           DISPLAY 'ESTORNO DA FOLHA - COMPETENCIA ' WRK-COMPETENCIA.
           DISPLAY 'ACUMULADO ANUAL DESFEITO:    ' WRK-QTD-DESF-YTD.
           DISPLAY 'DEPOSITOS FGTS ESTORNADOS:   ' WRK-QTD-DESF-FGTS.
           DISPLAY 'CONSIGNADO REABERTO:         ' WRK-QTD-DESF-CONSIG.
           DISPLAY 'ADIANTAMENTOS REABERTOS:     ' WRK-QTD-DESF-ADIANTO.
           DISPLAY 'ATRASADOS REABERTOS:         ' WRK-QTD-DESF-ATRASO.
           DISPLAY 'DIFERENCAS RETRO REABERTAS:  ' WRK-QTD-DESF-RETRO.
           DISPLAY 'RUBRICAS REABERTAS:          ' WRK-QTD-DESF-MOV-RUB.
           DISPLAY 'SUBTOTAIS DEPTO REMOVIDOS:   ' WRK-QTD-FDP-REMOVIDO.
           DISPLAY 'REMESSAS BANCARIAS ZERADAS:  ' WRK-QTD-REM-ZERADAS.
           DISPLAY 'LANCAMENTOS INVERSOS:        ' WRK-QTD-LANC-ESTORNO.
           MOVE WRK-TOTAL-DEBITO-EST TO WRK-MASC-VALOR.
           DISPLAY '  DEBITOS:  ' WRK-MASC-VALOR.
           MOVE WRK-TOTAL-CREDITO-EST TO WRK-MASC-VALOR.
           DISPLAY '  CREDITOS: ' WRK-MASC-VALOR.
           IF WRK-QTD-NAO-ACHADOS > ZEROS
               DISPLAY 'ITENS NAO ENCONTRADOS (VER AVISOS): ' ,
                   WRK-QTD-NAO-ACHADOS
           END-IF.

      * Guias em aberto da folha estornada deixam de ser devidas; a
      * nova execucao da folha registra as guias de novo.
       0750-CANCELAR-OBRIGACOES.
           PERFORM 9210-CARREGAR-OBRIGACOES.
           MOVE ZEROS TO WRK-OBR-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-OBRIG FROM 1 BY 1
                   UNTIL WRK-IDX-OBRIG > WRK-QTD-OBRIGACOES
               IF WRK-OBRIG-COMPETENCIA(WRK-IDX-OBRIG) =
                       WRK-COMPETENCIA
                  AND WRK-OBRIG-ORIGEM(WRK-IDX-OBRIG) = 'FOLHA'
                  AND WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG) = 'A'
                   MOVE 'C' TO WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG)
                   MOVE WRK-USUARIO TO
                       WRK-OBRIG-USUARIO(WRK-IDX-OBRIG)
                   ADD 1 TO WRK-OBR-IDX-ACHADO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN OBRIGACAO-ESTOUROU
                   DISPLAY 'AVISO: OBRIGACOES.DAT MAIOR QUE A ' ,
                       'TABELA - CANCELE AS GUIAS DA FOLHA NO ARQUIVO'
               WHEN WRK-OBR-IDX-ACHADO > ZEROS
                   PERFORM 9220-REGRAVAR-OBRIGACOES
                   DISPLAY 'GUIAS EM ABERTO CANCELADAS: ' ,
                       WRK-OBR-IDX-ACHADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Recusa: auditada com o motivo, travas devolvidas, nada
      * regravado.
       0900-RECUSAR-ESTORNO.
           MOVE WRK-USUARIO       TO WRK-AUDIT-USUARIO.
           MOVE 'ESTORNO FOLHA'   TO WRK-AUDIT-ACAO.
           MOVE WRK-COMPETENCIA   TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE WRK-MOTIVO-RECUSA TO WRK-AUDIT-VALOR-NOVO.
           MOVE 'RECUSADO'        TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           PERFORM 9650-LIBERAR-TRAVAS.
           MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS.
           MOVE 1 TO RETURN-CODE.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

           COPY 'PSTAPR.COB'.
           COPY 'TRVAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'EODPR.COB'.
           COPY 'TRAILEPR.COB'.
           COPY 'OBRGPR.COB'.
       END PROGRAM PROG62.
