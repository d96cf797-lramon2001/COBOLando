      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do historico efetivo-datado
      * do cadastro (HISTORICO-FUNC.DAT). Quem grava preenche a
      * matricula, o evento, a data efetiva (zeros = hoje), o
      * programa e o usuario, guarda os valores de antes com
      * 9155-GUARDAR-HIST-FUNC-ANTERIOR (ou 9152-LIMPAR-HIST-FUNC-
      * ANTERIOR na admissao), os de depois com 9157-GUARDAR-HIST-
      * FUNC-NOVO - os dois a partir de EMP-RECORD - ou move os
      * campos direto, e executa 9150-GRAVAR-HISTORICO-FUNC, que
      * marca os campos que mudaram e so grava quando algum mudou.
      * COPY na WORKING-STORAGE SECTION. Usar em conjunto com
      * HFUNSL.COB, HFUNFD.COB e HFUNPR.COB.
      * Tectonics: cobc (COPY 'HFUNWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-HIST-FUNC      PIC X(02) VALUES ZEROS.
       77  WRK-FIM-HIST-FUNC         PIC X(01) VALUES 'N'.
           88 FIM-HIST-FUNC VALUE 'S'.
       01  WRK-HFU-REGISTRO.
           05 WRK-HFU-MATRICULA      PIC 9(05) VALUE ZEROS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WRK-HFU-DATA-EFETIVA   PIC 9(08) VALUE ZEROS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WRK-HFU-EVENTO         PIC X(12) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WRK-HFU-ANTERIOR.
              10 WRK-HFU-NOME-ANT    PIC X(15) VALUE SPACES.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-SALARIO-ANT PIC 9(06)V99 VALUE ZEROS.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-DEPTO-ANT   PIC 9(03) VALUE ZEROS.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-EMPRESA-ANT PIC 9(02) VALUE ZEROS.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-CARGO-ANT   PIC 9(03) VALUE ZEROS.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-SITUACAO-ANT PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WRK-HFU-NOVO.
              10 WRK-HFU-NOME-NOVO   PIC X(15) VALUE SPACES.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-SALARIO-NOVO PIC 9(06)V99 VALUE ZEROS.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-DEPTO-NOVO  PIC 9(03) VALUE ZEROS.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-EMPRESA-NOVO PIC 9(02) VALUE ZEROS.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-CARGO-NOVO  PIC 9(03) VALUE ZEROS.
              10 FILLER              PIC X(01) VALUE SPACE.
              10 WRK-HFU-SITUACAO-NOVO PIC X(01) VALUE SPACE.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WRK-HFU-MUDANCAS.
              10 WRK-HFU-MUDOU-NOME  PIC X(01) VALUE 'N'.
              10 WRK-HFU-MUDOU-SALARIO PIC X(01) VALUE 'N'.
              10 WRK-HFU-MUDOU-DEPTO PIC X(01) VALUE 'N'.
              10 WRK-HFU-MUDOU-EMPRESA PIC X(01) VALUE 'N'.
              10 WRK-HFU-MUDOU-CARGO PIC X(01) VALUE 'N'.
              10 WRK-HFU-MUDOU-SITUACAO PIC X(01) VALUE 'N'.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WRK-HFU-PROGRAMA       PIC X(08) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WRK-HFU-USUARIO        PIC X(15) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WRK-HFU-DATA-REGISTRO  PIC 9(08) VALUE ZEROS.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WRK-HFU-HORA-REGISTRO  PIC 9(08) VALUE ZEROS.
