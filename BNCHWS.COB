      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do banco de horas. Acordos:
      * 9100-CARREGAR-ACORDOS-BH le o cadastro na tabela e
      * 9110-LOCALIZAR-ACORDO-BH procura o acordo ativo da matricula
      * em WRK-BH-MATRICULA vigente na data em WRK-BH-DATA (zeros =
      * qualquer data), devolvendo BH-TEM-ACORDO, o prazo em meses e
      * a autorizacao de desconto. Lancamento: o chamador preenche
      * WRK-BH-MATRICULA, WRK-BH-DATA, WRK-BH-ORIGEM,
      * WRK-BH-NATUREZA, WRK-BH-MINUTOS, WRK-BH-COMPETENCIA e
      * WRK-BH-USUARIO e executa 9120-LANCAR-BANCO-HORAS. Saldo:
      * 9130-APURAR-SALDO-BH devolve em WRK-BH-SALDO (minutos, com
      * sinal) o saldo da matricula em WRK-BH-MATRICULA. COPY na
      * WORKING-STORAGE SECTION. Usar em conjunto com BNCHSL.COB,
      * BNCHFD.COB e BNCHPR.COB.
      * Tectonics: cobc (COPY 'BNCHWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-BANCO-HORAS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ACORDO-BH      PIC X(02) VALUES ZEROS.
       77  WRK-FIM-BANCO-HORAS       PIC X(01) VALUES 'N'.
           88 FIM-BANCO-HORAS VALUE 'S'.
       77  WRK-FIM-ACORDO-BH         PIC X(01) VALUES 'N'.
           88 FIM-ACORDO-BH VALUE 'S'.
       77  WRK-BH-MATRICULA          PIC 9(05) VALUES ZEROS.
       77  WRK-BH-DATA               PIC 9(08) VALUES ZEROS.
       77  WRK-BH-ORIGEM             PIC X(01) VALUES SPACES.
       77  WRK-BH-NATUREZA           PIC X(01) VALUES SPACES.
       77  WRK-BH-MINUTOS            PIC 9(05) VALUES ZEROS.
       77  WRK-BH-COMPETENCIA        PIC 9(06) VALUES ZEROS.
       77  WRK-BH-USUARIO            PIC X(15) VALUES SPACES.
       77  WRK-BH-SALDO              PIC S9(07) VALUES ZEROS.
      * Prazo legal do acordo individual quando o cadastro nao informa.
       77  WRK-BH-PRAZO-PADRAO       PIC 9(02) VALUE 6.
       77  WRK-BH-TEM-ACORDO         PIC X(01) VALUES 'N'.
           88 BH-TEM-ACORDO VALUE 'S'.
       77  WRK-BH-PRAZO-MESES        PIC 9(02) VALUES ZEROS.
       77  WRK-BH-PERMITE-DESCONTO   PIC X(01) VALUES 'N'.
           88 BH-PERMITE-DESCONTO VALUE 'S'.
       77  WRK-BH-ACORDOS-ESTOUROU   PIC X(01) VALUES 'N'.
           88 ACORDOS-BH-ESTOUROU VALUE 'S'.
       77  WRK-QTD-ACORDOS-BH        PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-ACORDOS-BH.
           05 WRK-ACORDO-BH-ITEM OCCURS 500 TIMES
                                  INDEXED BY WRK-IDX-ACORDO-BH.
              10 WRK-ABH-MATRICULA        PIC 9(05).
              10 WRK-ABH-INICIO           PIC 9(08).
              10 WRK-ABH-PRAZO-MESES      PIC 9(02).
              10 WRK-ABH-PERMITE-DESCONTO PIC X(01).
              10 WRK-ABH-SITUACAO         PIC X(01).
