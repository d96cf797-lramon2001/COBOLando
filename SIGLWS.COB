      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do sigilo dos dados
      * salariais (LGPD). Campos sensiveis: salario, liquido e demais
      * valores individuais (todo valor editado com virgula decimal),
      * e o que vem depois dos rotulos BANCO:, AGENCIA:, CONTA:, CC:
      * e CPF:. Quem imprime preenche WRK-SIGILO-USUARIO e
      * WRK-SIGILO-OBJETO e executa 9760-CONFERIR-SIGILO uma vez; a
      * partir dai cada linha movida para WRK-SIGILO-LINHA passa por
      * 9765-MASCARAR-LINHA (ou por 9769-EXIBIR-LINHA-SIGILO, que ja
      * exibe no console), que so mascara quando o usuario nao tem a
      * funcao DADOS SALARIO concedida pelo PROG29. COPY dentro da
      * WORKING-STORAGE SECTION, junto com o AUTPRM.COB. Usar em
      * conjunto com SIGLSL.COB, SIGLFD.COB e SIGLPR.COB.
      * Tectonics: cobc (COPY 'SIGLWS.COB' dentro da WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-ACESSO     PIC X(02) VALUES ZEROS.
       77  WRK-SIGILO-USUARIO    PIC X(15) VALUES SPACES.
       77  WRK-SIGILO-OBJETO     PIC X(14) VALUES SPACES.
       77  WRK-SIGILO-ABERTO     PIC X(01) VALUE 'N'.
           88 SIGILO-ABERTO VALUE 'S'.
       77  WRK-SIGILO-LINHA      PIC X(100) VALUES SPACES.
       77  WRK-SIGILO-POS        PIC 9(03) VALUES ZEROS.
       77  WRK-SIGILO-FIM        PIC 9(03) VALUES ZEROS.
       77  WRK-SIGILO-AUX        PIC 9(03) VALUES ZEROS.
       77  WRK-SIGILO-VIRGULA    PIC X(01) VALUE 'N'.
           88 SIGILO-COM-VIRGULA VALUE 'S'.
       77  WRK-SIGILO-IDX-ROT    PIC 9(02) VALUES ZEROS.
       77  WRK-SIGILO-CAR        PIC X(01) VALUES SPACE.
           88 SIGILO-CAR-VALOR VALUES '0' THRU '9' '.' ','.
           88 SIGILO-CAR-FIM   VALUES SPACE LOW-VALUE.
       01  WRK-SIGILO-DATA       PIC 9(08) VALUES ZEROS.
       01  WRK-SIGILO-HORA       PIC 9(08) VALUES ZEROS.
      * Rotulos que precedem dado bancario ou CPF: texto e tamanho.
       01  WRK-SIGILO-ROTULOS-INIC.
           05 FILLER PIC X(10) VALUE 'BANCO:   6'.
           05 FILLER PIC X(10) VALUE 'AGENCIA: 8'.
           05 FILLER PIC X(10) VALUE 'CONTA:   6'.
           05 FILLER PIC X(10) VALUE 'CC:      3'.
           05 FILLER PIC X(10) VALUE 'CPF:     4'.
       01  WRK-SIGILO-ROTULOS REDEFINES WRK-SIGILO-ROTULOS-INIC.
           05 WRK-SIGILO-ROTULO OCCURS 5 TIMES.
              10 WRK-SIGILO-ROT-TEXTO   PIC X(09).
              10 WRK-SIGILO-ROT-TAM     PIC 9(01).
