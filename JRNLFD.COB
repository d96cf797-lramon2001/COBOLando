      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD e layouts do diario da ultima folha normal
      * efetivada (FOLHA-JORNAL.DAT). Um cabecalho 'H' (competencia,
      * data e hora da execucao e situacao do diario), um detalhe por
      * alteracao feita nos arquivos persistentes e um rodape 'Z' que
      * so e gravado quando a folha termina - diario sem rodape e de
      * execucao interrompida e nao pode ser estornado. Detalhes:
      *   Y - acumulado anual (JRN-INDICADOR 'I' incluido nesta folha
      *       ou 'S' substituido, com os valores anteriores em
      *       JRN-VALOR-1 a 4 = bruto, INSS, IRRF e liquido)
      *   F - deposito de FGTS somado ao saldo (JRN-VALOR-1)
      *   C - parcela de consignado descontada (contrato em
      *       JRN-CHAVE, parcela em JRN-PARCELA)
      *   A - adiantamento quinzenal descontado
      *   T - atrasado pago
      *   R - diferenca retroativa paga (valor com sinal)
      *   M - movimento de rubrica aplicado (rubrica em JRN-CODIGO)
      *   L - lancamento contabil em TRANS.DAT (conta em JRN-CHAVE,
      *       D/C em JRN-INDICADOR, motivo em JRN-CODIGO, voucher em
      *       JRN-COMPETENCIA)
      * COPY dentro da FILE SECTION. Usar em conjunto com JRNLSL.COB
      * (FILE-CONTROL).
      * Tectonics: cobc (COPY 'JRNLFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  FOLHA-JORNAL-FILE.
       01  FOLHA-JORNAL-RECORD.
           05 JRN-TIPO-REG           PIC X(01).
              88 JRN-CABECALHO         VALUE 'H'.
              88 JRN-YTD               VALUE 'Y'.
              88 JRN-FGTS              VALUE 'F'.
              88 JRN-CONSIGNADO        VALUE 'C'.
              88 JRN-ADIANTAMENTO      VALUE 'A'.
              88 JRN-ATRASADO          VALUE 'T'.
              88 JRN-RETRO             VALUE 'R'.
              88 JRN-RUBRICA           VALUE 'M'.
              88 JRN-LANCAMENTO        VALUE 'L'.
              88 JRN-RODAPE            VALUE 'Z'.
           05 JRN-MATRICULA          PIC 9(05).
           05 JRN-COMPETENCIA        PIC 9(06).
           05 JRN-CHAVE              PIC 9(06).
           05 JRN-PARCELA            PIC 9(03).
           05 JRN-CODIGO             PIC X(10).
           05 JRN-INDICADOR          PIC X(01).
           05 JRN-VALOR-1            PIC S9(10)V99
                                     SIGN IS LEADING SEPARATE.
           05 JRN-VALOR-2            PIC S9(10)V99
                                     SIGN IS LEADING SEPARATE.
           05 JRN-VALOR-3            PIC S9(10)V99
                                     SIGN IS LEADING SEPARATE.
           05 JRN-VALOR-4            PIC S9(10)V99
                                     SIGN IS LEADING SEPARATE.
           05 JRN-DEPENDENTES        PIC 9(02).
       01  FOLHA-JORNAL-CABECALHO REDEFINES FOLHA-JORNAL-RECORD.
           05 JRH-TIPO-REG           PIC X(01).
           05 JRH-COMPETENCIA        PIC 9(06).
           05 JRH-DATA               PIC 9(08).
           05 JRH-HORA               PIC 9(08).
           05 JRH-SITUACAO           PIC X(01).
              88 JORNAL-EFETIVADO      VALUE 'A'.
              88 JORNAL-ESTORNADO      VALUE 'E'.
           05 JRH-USUARIO-ESTORNO    PIC X(15).
           05 JRH-DATA-ESTORNO       PIC 9(08).
       01  FOLHA-JORNAL-RODAPE REDEFINES FOLHA-JORNAL-RECORD.
           05 JRZ-TIPO-REG           PIC X(01).
           05 JRZ-QTD-DETALHES       PIC 9(05).
           05 JRZ-QTD-FUNCIONARIOS   PIC 9(05).
           05 JRZ-TOTAL-LIQUIDO      PIC 9(10)V99.
