      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do calendario de feriados:
      * a tabela carregada por 9810-CARREGAR-CALENDARIO e o servico
      * de dia util. O chamador informa a data em WRK-CAL-DATA
      * (AAAAMMDD) e executa 9815-VERIFICAR-DIA-UTIL, que devolve a
      * situacao em WRK-CAL-SITUACAO (88 CAL-DIA-UTIL, CAL-FERIADO,
      * CAL-FIM-DE-SEMANA), o nome do feriado em WRK-CAL-DESCRICAO e
      * o dia da semana em WRK-CAL-DIA-SEMANA (0 segunda ... 6
      * domingo); ou executa 9820-PROXIMO-DIA-UTIL, que devolve em
      * WRK-CAL-DATA-UTIL a propria data, se ja for dia util, ou o
      * primeiro dia util seguinte. Com WRK-CAL-DATA-INI e
      * WRK-CAL-DATA-FIM, 9825-DIAS-UTEIS-ENTRE devolve em
      * WRK-CAL-QTD-DIAS-UTEIS os dias uteis depois do inicio ate o
      * fim inclusive (zero se o fim nao passa do inicio). Ano sem
      * feriado nacional cadastrado (ou FERIADOS.DAT ausente) vale a
      * lista fixa de feriados nacionais de WRK-CAL-FIXOS, a mesma
      * que o PROG99 usa para gerar o ano. WRK-CAL-DATA volta
      * intacta dos tres paragrafos. COPY na WORKING-STORAGE SECTION.
      * Usar em conjunto com CALNSL.COB, CALNFD.COB e CALNPR.COB.
      * Tectonics: cobc (COPY 'CALNWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-FERIADOS       PIC X(02) VALUES ZEROS.
       77  WRK-FIM-FERIADOS          PIC X(01) VALUES 'N'.
           88 FIM-FERIADOS VALUE 'S'.
       77  WRK-CAL-ESTOUROU          PIC X(01) VALUES 'N'.
           88 CALENDARIO-ESTOUROU VALUE 'S'.
       77  WRK-CAL-DATA              PIC 9(08) VALUES ZEROS.
       77  WRK-CAL-SITUACAO          PIC X(01) VALUES 'U'.
           88 CAL-DIA-UTIL      VALUE 'U'.
           88 CAL-FERIADO       VALUE 'F'.
           88 CAL-FIM-DE-SEMANA VALUE 'S'.
       77  WRK-CAL-DESCRICAO         PIC X(30) VALUES SPACES.
       77  WRK-CAL-DIA-SEMANA        PIC 9(01) VALUES ZEROS.
       77  WRK-CAL-DATA-UTIL         PIC 9(08) VALUES ZEROS.
       77  WRK-CAL-DATA-INI          PIC 9(08) VALUES ZEROS.
       77  WRK-CAL-DATA-FIM          PIC 9(08) VALUES ZEROS.
       77  WRK-CAL-QTD-DIAS-UTEIS    PIC 9(05) VALUES ZEROS.
       77  WRK-CAL-DATA-SALVA        PIC 9(08) VALUES ZEROS.
       77  WRK-CAL-DIAS-DATA         PIC 9(08) VALUES ZEROS.
       77  WRK-CAL-DIAS-AUX          PIC 9(08) VALUES ZEROS.
       77  WRK-CAL-DIAS-FIM          PIC 9(08) VALUES ZEROS.
       77  WRK-CAL-MES-DIA           PIC 9(04) VALUES ZEROS.
       77  WRK-CAL-IND-FIXO          PIC 9(02) VALUES ZEROS.
       77  WRK-CAL-ANO-NO-CADASTRO   PIC X(01) VALUES 'N'.
           88 CAL-ANO-CADASTRADO VALUE 'S'.
      * Feriados nacionais de data fixa (mes e dia).
       01  WRK-CAL-FIXOS-INIC.
           05 FILLER PIC X(34) VALUE
              '0101CONFRATERNIZACAO UNIVERSAL    '.
           05 FILLER PIC X(34) VALUE
              '0421TIRADENTES                    '.
           05 FILLER PIC X(34) VALUE
              '0501DIA DO TRABALHO               '.
           05 FILLER PIC X(34) VALUE
              '0907INDEPENDENCIA DO BRASIL       '.
           05 FILLER PIC X(34) VALUE
              '1012NOSSA SENHORA APARECIDA       '.
           05 FILLER PIC X(34) VALUE
              '1102FINADOS                       '.
           05 FILLER PIC X(34) VALUE
              '1115PROCLAMACAO DA REPUBLICA      '.
           05 FILLER PIC X(34) VALUE
              '1225NATAL                         '.
       01  WRK-CAL-FIXOS REDEFINES WRK-CAL-FIXOS-INIC.
           05 WRK-CAL-FIXO-ITEM OCCURS 8 TIMES.
              10 WRK-CAL-FIXO-MES-DIA   PIC 9(04).
              10 WRK-CAL-FIXO-DESCRICAO PIC X(30).
       77  WRK-CAL-QTD-FIXOS         PIC 9(02) VALUE 8.
       77  WRK-QTD-FERIADOS          PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-CALENDARIO.
           05 WRK-CAL-ITEM OCCURS 300 TIMES
                            INDEXED BY WRK-IDX-CAL.
              10 WRK-CAL-FER-DATA       PIC 9(08).
              10 WRK-CAL-FER-ABRANG     PIC X(01).
              10 WRK-CAL-FER-DESCRICAO  PIC X(30).
