      *              corrente: depois de uma readmissao, os gozos do
      *              vinculo anterior nao abatem mais os periodos do
      *              vinculo novo.
      * 15/10/2026 - O tempo de casa passou a contar do dia real de
      *              admissao (EMP-DIA-ENTRADA) e nao mais do dia 01:
      *              o mes so fecha no dia do aniversario (ou no
      *              ultimo dia do mes, quando ele nao tem esse dia) e
      *              o corte dos gozos do vinculo corrente usa a data
      *              exata. Registro antigo sem o dia conta do dia 01.
      *              O contador de meses da data limite passou a 5
      *              digitos (ano x 12 estourava os 4 e a data limite
      *              saia com o ano truncado).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG19.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-ANO-ATUAL        PIC 9(04) VALUES ZEROS.
       77  WRK-MES-ATUAL        PIC 9(02) VALUES ZEROS.
       77  WRK-DIA-ATUAL        PIC 9(02) VALUES ZEROS.
      * Dia de admissao da matricula corrente (01 nos registros
      * anteriores ao dia no cadastro) e o dia do aniversario no mes
      * corrente, limitado ao ultimo dia do mes.
       77  WRK-DIA-ADMISSAO     PIC 9(02) VALUES ZEROS.
       77  WRK-DIA-ANIVERSARIO  PIC 9(02) VALUES ZEROS.
       77  WRK-DATA-ANIVERSARIO PIC 9(08) VALUES ZEROS.
       77  WRK-MESES-TEMPO      PIC S9(04) VALUES ZEROS.
       77  WRK-PERIODOS-COMPLETOS PIC 9(02) VALUES ZEROS.
       77  WRK-MESES-PERIODO    PIC S9(02) VALUES ZEROS.
       77  WRK-MESES-LIMITE     PIC 9(05) VALUES ZEROS.
       77  WRK-ANO-LIMITE       PIC 9(04) VALUES ZEROS.
       77  WRK-MES-LIMITE       PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-FUNCIONARIOS PIC 9(05) VALUES ZEROS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WRK-ANO-ATUAL.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WRK-MES-ATUAL.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WRK-DIA-ATUAL.
           PERFORM 0090-MONTAR-CABECALHO.
           DISPLAY '        APURACAO DE FERIAS E PROVISAO MENSAL'.
           DISPLAY ' '.
       0120-CONTAR-GOZOS.
           MOVE ZEROS TO WRK-PERIODOS-GOZADOS.
           COMPUTE WRK-ADMISSAO-NUM =
               EMP-ANO-ENTRADA * 10000 + EMP-MES-ENTRADA * 100 +
               WRK-DIA-ADMISSAO.
           PERFORM VARYING WRK-IDX-GOZO FROM 1 BY 1
                   UNTIL WRK-IDX-GOZO > WRK-QTD-GOZO-TAB
               IF WRK-GOZO-MATRICULA(WRK-IDX-GOZO) = EMP-MATRICULA
           COMPUTE WRK-MESES-TEMPO =
               (WRK-ANO-ATUAL - EMP-ANO-ENTRADA) * 12 +
               (WRK-MES-ATUAL - EMP-MES-ENTRADA).
           PERFORM 0255-APURAR-DIA-ADMISSAO.
           IF WRK-DIA-ATUAL < WRK-DIA-ANIVERSARIO
               SUBTRACT 1 FROM WRK-MESES-TEMPO
           END-IF.
           PERFORM 0125-APURAR-SUSPENSAO.
           IF WRK-MESES-SUSPENSOS > ZEROS
              AND WRK-MESES-TEMPO > ZEROS
               END-IF
           END-IF.

      * O mes corrente so conta completo a partir do dia do
      * aniversario de admissao; admissao em dia 29 a 31 fecha no
      * ultimo dia dos meses mais curtos.
       0255-APURAR-DIA-ADMISSAO.
           MOVE EMP-DIA-ENTRADA TO WRK-DIA-ADMISSAO.
           IF EMP-DIA-ENTRADA NOT NUMERIC
              OR WRK-DIA-ADMISSAO = ZEROS OR WRK-DIA-ADMISSAO > 31
               MOVE 1 TO WRK-DIA-ADMISSAO
           END-IF.
           MOVE WRK-DIA-ADMISSAO TO WRK-DIA-ANIVERSARIO.
           COMPUTE WRK-DATA-ANIVERSARIO = WRK-ANO-ATUAL * 10000 +
               WRK-MES-ATUAL * 100 + WRK-DIA-ANIVERSARIO.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD
                         (WRK-DATA-ANIVERSARIO) = ZEROS
               SUBTRACT 1 FROM WRK-DIA-ANIVERSARIO
               SUBTRACT 1 FROM WRK-DATA-ANIVERSARIO
           END-PERFORM.

      * Data limite de concessao do periodo aberto mais antigo (o
      * primeiro ainda nao gozado): o aniversario de admissao que o
      * fechou mais 11 meses. Sem periodo aberto, cai no aniversario
