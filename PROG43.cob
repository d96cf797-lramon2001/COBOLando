      * virada de madrugada) saem no relatorio de excecoes para o
      * apontamento resolver antes do corte da folha - o dia com
      * excecao fica fora do HOURS.DAT em vez de entrar errado.
      * Funcionario com acordo de banco de horas nao recebe extras no
      * HOURS.DAT: o excedente do dia vira credito e a falta alem da
      * tolerancia vira debito no razao BANCO-HORAS.DAT.
      * A jornada do dia vem da escala de trabalho da matricula
      * (ESCALAS.DAT/ESCALA-FUNC.DAT, mantidas pelo PROG71); sem
      * escala vale a jornada padrao de 8 horas. Dia de trabalho da
      * escala sem marcacao, sem afastamento (AFASTAMENTOS.DAT) e sem
      * justificativa (JUSTIFICATIVAS.DAT) e falta, gravada em
      * FALTAS.DAT junto com a perda do repouso semanal remunerado
      * (DSR) da semana para o desconto no PROG04.
      * Tectonics: cobc
      *
      * Modification History:
      * 02/09/2026 - Criado.
      * 15/10/2026 - Banco de horas: excedente e falta do dia dos
      *              funcionarios com acordo lancados no razao
      *              BANCO-HORAS.DAT em vez de extras no HOURS.DAT;
      *              dia ja lancado em execucao anterior nao e
      *              lancado de novo.
      * 15/10/2026 - Escala de trabalho: jornada do dia pela escala
      *              da matricula, trabalho no repouso semanal ou
      *              feriado todo a 100%; faltas sem justificativa e
      *              perda do DSR da semana gravadas em FALTAS.DAT.
      * 15/10/2026 - Feriado da escala semanal pelo calendario de
      *              feriados compartilhado (FERIADOS.DAT), com os
      *              estaduais, municipais e moveis, em vez da tabela
      *              fixa de oito datas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG43.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HORAS.
           COPY 'TRAILESL.COB'.
           COPY 'BNCHSL.COB'.
           COPY 'ESCLSL.COB'.
           COPY 'CALNSL.COB'.
           SELECT AFASTAMENTOS-FILE ASSIGN TO "AFASTAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AFAST.
           SELECT FALTAS-FILE ASSIGN TO "FALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FALTAS.
           COPY 'EMPMSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PONTO-FILE.
           05 HRS-HORAS-EXTRA50  PIC 9(03).
           05 HRS-HORAS-EXTRA100 PIC 9(03).
           COPY 'TRAILEFD.COB'.
           COPY 'BNCHFD.COB'.
           COPY 'ESCLFD.COB'.
           COPY 'CALNFD.COB'.
       FD  AFASTAMENTOS-FILE.
       01  AFASTAMENTOS-RECORD.
           05 AFA-MATRICULA    PIC 9(05).
           05 AFA-INICIO       PIC 9(08).
           05 AFA-FIM          PIC 9(08).
           05 AFA-MOTIVO       PIC X(02).
      * Faltas do mes para o PROG04: 'F' dia de trabalho da escala
      * sem marcacao nem abono, 'D' repouso semanal (DSR) perdido na
      * semana da falta.
       FD  FALTAS-FILE.
       01  FALTAS-RECORD.
           05 FAL-MATRICULA    PIC 9(05).
           05 FAL-DATA         PIC 9(08).
           05 FAL-TIPO         PIC X(01).
              88 FAL-FALTA       VALUE 'F'.
              88 FAL-DSR-PERDIDO VALUE 'D'.
           05 FAL-COMPETENCIA  PIC 9(06).
           05 FAL-MINUTOS      PIC 9(04).
           COPY 'EMPMFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'BNCHWS.COB'.
           COPY 'ESCLWS.COB'.
           COPY 'CALNWS.COB'.
           COPY 'EMPMWS.COB'.
       77  WRK-STATUS-PONTO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-HORAS     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-PONTO        PIC X(01) VALUES 'N'.
           88 FIM-PONTO VALUE 'S'.
      * Jornada padrao de 8 horas (480 minutos) para quem nao tem
      * escala - com escala, a jornada do dia e a da escala -,
      * tolerancia legal de 10 minutos por dia, extras a 50% ate 120
      * minutos no dia e a 100% dai em diante; horario noturno das
      * 22h (1320) as 5h (300).
       77  WRK-JORNADA-PADRAO   PIC 9(04) VALUE 480.
       77  WRK-JORNADA-DIA      PIC 9(04) VALUE 480.
       77  WRK-TOLERANCIA       PIC 9(02) VALUE 10.
       77  WRK-LIMITE-E50       PIC 9(04) VALUE 120.
       77  WRK-HORAS-SAIDA      PIC 9(03) VALUES ZEROS.
       77  WRK-MATRICULA-DIA    PIC 9(05) VALUES ZEROS.
       77  WRK-DATA-DIA         PIC 9(08) VALUES ZEROS.
      * Banco de horas: dias (matricula/data) ja lancados pelo ponto
      * em execucao anterior e totais dos lancamentos desta execucao.
       77  WRK-QTD-DIAS-BH      PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-DIAS-BH.
           05 WRK-DIA-BH-ITEM OCCURS 2000 TIMES
                               INDEXED BY WRK-IDX-DIA-BH.
              10 WRK-DIA-BH-MATRICULA PIC 9(05).
              10 WRK-DIA-BH-DATA      PIC 9(08).
       77  WRK-DIA-JA-LANCADO   PIC X(01) VALUES 'N'.
           88 DIA-JA-LANCADO VALUE 'S'.
       77  WRK-QTD-CREDITOS-BH  PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DEBITOS-BH   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-REPETIDOS-BH PIC 9(05) VALUES ZEROS.
       77  WRK-MIN-CREDITOS-BH  PIC 9(07) VALUES ZEROS.
       77  WRK-MIN-DEBITOS-BH   PIC 9(07) VALUES ZEROS.
      * Faltas: periodo apurado (do dia 1 do mes da primeira marcacao
      * ate a ultima marcacao do mesmo mes), afastamentos e
      * justificativas que abonam a ausencia e as semanas (segunda a
      * domingo, pelo numero do dia da segunda) com falta da matricula
      * em apuracao.
       77  WRK-STATUS-AFAST     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-AFAST        PIC X(01) VALUES 'N'.
           88 FIM-AFAST VALUE 'S'.
       77  WRK-STATUS-FALTAS    PIC X(02) VALUES ZEROS.
       77  WRK-CADASTRO-ABERTO  PIC X(01) VALUES 'N'.
           88 CADASTRO-ABERTO VALUE 'S'.
       77  WRK-COMPETENCIA-FALTAS PIC 9(06) VALUES ZEROS.
       77  WRK-DATA-MIN-PONTO   PIC 9(08) VALUES ZEROS.
       77  WRK-DATA-MAX-PONTO   PIC 9(08) VALUES ZEROS.
       77  WRK-PERIODO-INICIO   PIC 9(08) VALUES ZEROS.
       77  WRK-PERIODO-FIM      PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-INICIO      PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-FIM         PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-CORRENTE    PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-SEMANA      PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-REPOUSO     PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-CORRENTE    PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-CORRENTE-R REDEFINES WRK-DATA-CORRENTE.
           05 WRK-ANO-CORRENTE  PIC 9(04).
           05 WRK-MES-CORRENTE  PIC 9(02).
           05 WRK-DIA-CORRENTE  PIC 9(02).
       77  WRK-DATA-ADMISSAO    PIC 9(08) VALUES ZEROS.
       77  WRK-MATRICULA-FALTA  PIC 9(05) VALUES ZEROS.
       77  WRK-FUNC-ELEGIVEL    PIC X(01) VALUES 'N'.
           88 FUNC-ELEGIVEL VALUE 'S'.
       77  WRK-TEM-MARCACAO     PIC X(01) VALUES 'N'.
           88 TEM-MARCACAO VALUE 'S'.
       77  WRK-TEM-ABONO        PIC X(01) VALUES SPACE.
           88 ABONO-AFASTAMENTO   VALUE 'A'.
           88 ABONO-JUSTIFICATIVA VALUE 'J'.
           88 SEM-ABONO           VALUE ' '.
       77  WRK-SEMANA-REGISTRADA PIC X(01) VALUES 'N'.
           88 SEMANA-REGISTRADA VALUE 'S'.
       77  WRK-QTD-AFAST        PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-AFAST.
           05 WRK-AFAST-ITEM OCCURS 500 TIMES
                              INDEXED BY WRK-IDX-AFAST.
              10 WRK-AFAST-MATRICULA PIC 9(05).
              10 WRK-AFAST-INICIO    PIC 9(08).
              10 WRK-AFAST-FIM       PIC 9(08).
       77  WRK-QTD-JUSTIF       PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-JUSTIF.
           05 WRK-JUSTIF-ITEM OCCURS 1000 TIMES
                               INDEXED BY WRK-IDX-JUSTIF.
              10 WRK-JUSTIF-MATRICULA PIC 9(05).
              10 WRK-JUSTIF-DATA      PIC 9(08).
       77  WRK-QTD-MATR-ESCALA  PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-MATR-ESCALA.
           05 WRK-MATR-ESCALA OCCURS 1000 TIMES
                               INDEXED BY WRK-IDX-MATR PIC 9(05).
       77  WRK-QTD-SEMANAS      PIC 9(02) VALUES ZEROS.
       01  WRK-TAB-SEMANAS.
           05 WRK-SEMANA-FALTA OCCURS 6 TIMES
                                INDEXED BY WRK-IDX-SEMANA PIC 9(08).
       77  WRK-QTD-FALTAS       PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DSR-PERDIDOS PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-ABONO-AFAST  PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-ABONO-JUSTIF PIC 9(05) VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG43' TO WRK-TRAILER-PROGRAMA.
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 9100-CARREGAR-ACORDOS-BH
               PERFORM 0110-CARREGAR-DIAS-BH
               PERFORM 9000-CARREGAR-ESCALAS
               PERFORM 9010-CARREGAR-ATRIBUICOES
               PERFORM 9810-CARREGAR-CALENDARIO
               PERFORM 0200-APURAR-DIAS
               PERFORM 0300-GRAVAR-HOURS
               PERFORM 0500-APURAR-FALTAS
               PERFORM 0400-APRESENTAR-TOTAIS
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
               CLOSE PONTO-FILE
           END-IF.

      * Dias que o ponto ja lancou no banco de horas: a apuracao
      * refeita no mesmo mes nao duplica credito nem debito.
       0110-CARREGAR-DIAS-BH.
           MOVE ZEROS TO WRK-QTD-DIAS-BH.
           MOVE 'N'   TO WRK-FIM-BANCO-HORAS.
           OPEN INPUT BANCO-HORAS-FILE.
           IF WRK-STATUS-BANCO-HORAS = '00'
               PERFORM UNTIL FIM-BANCO-HORAS
                   READ BANCO-HORAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-BANCO-HORAS
                       NOT AT END
                           IF BHL-ORIGEM-PONTO
                               IF WRK-QTD-DIAS-BH < 2000
                                   ADD 1 TO WRK-QTD-DIAS-BH
                                   SET WRK-IDX-DIA-BH
                                       TO WRK-QTD-DIAS-BH
                                   MOVE BHL-MATRICULA TO
                                       WRK-DIA-BH-MATRICULA
                                       (WRK-IDX-DIA-BH)
                                   MOVE BHL-DATA TO
                                       WRK-DIA-BH-DATA(WRK-IDX-DIA-BH)
                               ELSE
                                   DISPLAY 'AVISO: TABELA DE DIAS ' ,
                                       'DO BANCO DE HORAS CHEIA - ' ,
                                       'DIA NAO CONFERIDO: ' ,
                                       BHL-MATRICULA ' ' BHL-DATA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANCO-HORAS-FILE
           END-IF.

      * Varre as marcacoes e apura cada par matricula/data uma unica
      * vez, marcando as marcacoes ja consumidas.
       0200-APURAR-DIAS.
               END-IF
           END-IF.

      * Tolerancia de 10 minutos sobre a jornada do dia: dentro dela
      * o dia conta como jornada cheia; acima, o excedente vira extra
      * a 50% ate 2 horas e a 100% dai em diante; abaixo, as horas
      * normais sao so as trabalhadas. A jornada e a da escala no dia
      * de trabalho, zero na folga, no repouso e no feriado (trabalho
      * no repouso semanal ou no feriado vai todo para a 100%) e a
      * padrao para quem nao tem escala. Com acordo de banco de horas
      * vigente no dia a classificacao passa para o 0245.
       0240-CLASSIFICAR-DIA.
           MOVE ZEROS TO WRK-MIN-E50-DIA WRK-MIN-E100-DIA.
           MOVE WRK-MATRICULA-DIA TO WRK-ESC-MATRICULA.
           MOVE WRK-DATA-DIA      TO WRK-ESC-DATA.
           PERFORM 9020-SITUAR-DIA-ESCALA.
           EVALUATE TRUE
               WHEN ESC-SEM-ESCALA
                   MOVE WRK-JORNADA-PADRAO TO WRK-JORNADA-DIA
               WHEN ESC-DIA-TRABALHO
                   MOVE WRK-ESC-MINUTOS    TO WRK-JORNADA-DIA
               WHEN OTHER
                   MOVE ZEROS              TO WRK-JORNADA-DIA
           END-EVALUATE.
           COMPUTE WRK-MIN-EXTRA =
               WRK-MIN-TRABALHADOS - WRK-JORNADA-DIA.
           MOVE WRK-MATRICULA-DIA TO WRK-BH-MATRICULA.
           MOVE WRK-DATA-DIA      TO WRK-BH-DATA.
           PERFORM 9110-LOCALIZAR-ACORDO-BH.
           EVALUATE TRUE
               WHEN BH-TEM-ACORDO
                   PERFORM 0245-LANCAR-BANCO-HORAS
               WHEN ESC-DIA-REPOUSO OR ESC-DIA-FERIADO
                   MOVE WRK-MIN-TRABALHADOS TO WRK-MIN-E100-DIA
                   MOVE ZEROS TO WRK-MIN-TRABALHADOS
               WHEN WRK-MIN-EXTRA > WRK-TOLERANCIA
                   IF WRK-MIN-EXTRA > WRK-LIMITE-E50
                       MOVE WRK-LIMITE-E50 TO WRK-MIN-E50-DIA
           END-EVALUATE.
           PERFORM 0250-ACUMULAR-FUNCIONARIO.

      * Banco de horas: todo o excedente acima da tolerancia vira
      * credito (sem separar 50%/100%) e a falta alem da tolerancia
      * vira debito da diferenca para a jornada; nos dois casos o dia
      * conta como jornada cheia nas horas normais, ja compensado no
      * banco.
       0245-LANCAR-BANCO-HORAS.
           MOVE 'N' TO WRK-DIA-JA-LANCADO.
           PERFORM VARYING WRK-IDX-DIA-BH FROM 1 BY 1
                   UNTIL WRK-IDX-DIA-BH > WRK-QTD-DIAS-BH
                      OR DIA-JA-LANCADO
               IF WRK-DIA-BH-MATRICULA(WRK-IDX-DIA-BH) =
                       WRK-MATRICULA-DIA
                  AND WRK-DIA-BH-DATA(WRK-IDX-DIA-BH) = WRK-DATA-DIA
                   SET DIA-JA-LANCADO TO TRUE
               END-IF
           END-PERFORM.
           MOVE ZEROS         TO WRK-BH-MINUTOS.
           MOVE 'P'           TO WRK-BH-ORIGEM.
           MOVE WRK-DATA-DIA(1:6) TO WRK-BH-COMPETENCIA.
           MOVE 'PROG43'      TO WRK-BH-USUARIO.
           EVALUATE TRUE
               WHEN WRK-MIN-EXTRA > WRK-TOLERANCIA
                   MOVE 'C' TO WRK-BH-NATUREZA
                   MOVE WRK-MIN-EXTRA TO WRK-BH-MINUTOS
               WHEN (WRK-MIN-EXTRA + WRK-TOLERANCIA) < ZEROS
                   MOVE 'D' TO WRK-BH-NATUREZA
                   COMPUTE WRK-BH-MINUTOS =
                       WRK-JORNADA-DIA - WRK-MIN-TRABALHADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WRK-JORNADA-DIA TO WRK-MIN-TRABALHADOS.
           IF WRK-BH-MINUTOS > ZEROS
               IF DIA-JA-LANCADO
                   ADD 1 TO WRK-QTD-REPETIDOS-BH
               ELSE
                   PERFORM 9120-LANCAR-BANCO-HORAS
                   IF WRK-BH-NATUREZA = 'C'
                       ADD 1 TO WRK-QTD-CREDITOS-BH
                       ADD WRK-BH-MINUTOS TO WRK-MIN-CREDITOS-BH
                   ELSE
                       ADD 1 TO WRK-QTD-DEBITOS-BH
                       ADD WRK-BH-MINUTOS TO WRK-MIN-DEBITOS-BH
                   END-IF
               END-IF
           END-IF.

       0250-ACUMULAR-FUNCIONARIO.
           MOVE ZEROS TO WRK-IDX-FUNC-ACHADO.
           PERFORM VARYING WRK-IDX-FUNC FROM 1 BY 1
               WRK-QTD-EXCECOES.
           DISPLAY 'FUNCIONARIOS GRAVADOS EM HOURS.DAT: ' ,
               WRK-QTD-FUNC-TAB.
           DISPLAY 'BANCO DE HORAS - CREDITOS LANCADOS: ' ,
               WRK-QTD-CREDITOS-BH ' (' WRK-MIN-CREDITOS-BH ' MIN)'.
           DISPLAY 'BANCO DE HORAS - DEBITOS LANCADOS:  ' ,
               WRK-QTD-DEBITOS-BH ' (' WRK-MIN-DEBITOS-BH ' MIN)'.
           DISPLAY 'BANCO DE HORAS - DIAS JA LANCADOS ANTES: ' ,
               WRK-QTD-REPETIDOS-BH.
           DISPLAY 'FALTAS SEM JUSTIFICATIVA (FALTAS.DAT): ' ,
               WRK-QTD-FALTAS.
           DISPLAY 'DSR PERDIDOS PELAS FALTAS:              ' ,
               WRK-QTD-DSR-PERDIDOS.
           DISPLAY 'AUSENCIAS COBERTAS POR AFASTAMENTO:     ' ,
               WRK-QTD-ABONO-AFAST.
           DISPLAY 'AUSENCIAS JUSTIFICADAS:                 ' ,
               WRK-QTD-ABONO-JUSTIF.

      * Faltas do mes: para cada matricula com escala atribuida no
      * periodo, todo dia de trabalho da escala sem marcacao, a partir
      * da admissao, que nao esteja coberto por afastamento nem por
      * justificativa, vira falta em FALTAS.DAT; na escala semanal a
      * semana com falta perde o DSR (o dia 'R' da escala naquela
      * semana). Desligados ficam de fora - a rescisao e do PROG20.
       0500-APURAR-FALTAS.
           PERFORM 0510-DEFINIR-PERIODO.
           PERFORM 0520-CARREGAR-ABONOS.
           PERFORM 0530-MONTAR-MATRICULAS.
           OPEN OUTPUT FALTAS-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC = '00'
               SET CADASTRO-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO: CADASTRO DE FUNCIONARIOS INDISPONIVEL ' ,
                   '- FALTAS APURADAS SEM CONFERIR ADMISSAO'
           END-IF.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'FALTAS SEM JUSTIFICATIVA DE ' WRK-PERIODO-INICIO ,
               ' A ' WRK-PERIODO-FIM ':'.
           DISPLAY 'MATR.  DATA      TIPO'.
           PERFORM VARYING WRK-IDX-MATR FROM 1 BY 1
                   UNTIL WRK-IDX-MATR > WRK-QTD-MATR-ESCALA
               PERFORM 0540-FALTAS-FUNCIONARIO
           END-PERFORM.
           IF CADASTRO-ABERTO
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           CLOSE FALTAS-FILE.

      * Competencia = mes da primeira marcacao; o periodo vai do dia
      * 1 ate a ultima marcacao desse mes (o mes ainda em curso nao
      * gera falta nos dias que o relogio nao cobriu).
       0510-DEFINIR-PERIODO.
           MOVE 99999999 TO WRK-DATA-MIN-PONTO.
           MOVE ZEROS    TO WRK-DATA-MAX-PONTO.
           PERFORM VARYING WRK-IDX-PONTO FROM 1 BY 1
                   UNTIL WRK-IDX-PONTO > WRK-QTD-MARCACOES
               IF WRK-PONTO-DATA(WRK-IDX-PONTO) < WRK-DATA-MIN-PONTO
                   MOVE WRK-PONTO-DATA(WRK-IDX-PONTO)
                       TO WRK-DATA-MIN-PONTO
               END-IF
           END-PERFORM.
           MOVE WRK-DATA-MIN-PONTO(1:6) TO WRK-COMPETENCIA-FALTAS.
           PERFORM VARYING WRK-IDX-PONTO FROM 1 BY 1
                   UNTIL WRK-IDX-PONTO > WRK-QTD-MARCACOES
               IF WRK-PONTO-DATA(WRK-IDX-PONTO)(1:6) =
                       WRK-DATA-MIN-PONTO(1:6)
                  AND WRK-PONTO-DATA(WRK-IDX-PONTO) >
                       WRK-DATA-MAX-PONTO
                   MOVE WRK-PONTO-DATA(WRK-IDX-PONTO)
                       TO WRK-DATA-MAX-PONTO
               END-IF
           END-PERFORM.
           COMPUTE WRK-PERIODO-INICIO =
               WRK-COMPETENCIA-FALTAS * 100 + 1.
           MOVE WRK-PERIODO-INICIO TO WRK-DATA-CORRENTE.
           IF WRK-MES-CORRENTE = 12
               ADD 1 TO WRK-ANO-CORRENTE
               MOVE 1 TO WRK-MES-CORRENTE
           ELSE
               ADD 1 TO WRK-MES-CORRENTE
           END-IF.
           COMPUTE WRK-PERIODO-FIM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-CORRENTE) - 1).
           IF WRK-DATA-MAX-PONTO < WRK-PERIODO-FIM
               MOVE WRK-DATA-MAX-PONTO TO WRK-PERIODO-FIM
           END-IF.
           COMPUTE WRK-DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-PERIODO-INICIO).
           COMPUTE WRK-DIAS-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-PERIODO-FIM).

      * Afastamentos e justificativas que abonam a ausencia do dia.
       0520-CARREGAR-ABONOS.
           MOVE ZEROS TO WRK-QTD-AFAST WRK-QTD-JUSTIF.
           MOVE 'N'   TO WRK-FIM-AFAST WRK-FIM-JUSTIF.
           OPEN INPUT AFASTAMENTOS-FILE.
           IF WRK-STATUS-AFAST = '00'
               PERFORM UNTIL FIM-AFAST
                   READ AFASTAMENTOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-AFAST
                       NOT AT END
                           IF WRK-QTD-AFAST < 500
                               ADD 1 TO WRK-QTD-AFAST
                               SET WRK-IDX-AFAST TO WRK-QTD-AFAST
                               MOVE AFA-MATRICULA TO
                                   WRK-AFAST-MATRICULA(WRK-IDX-AFAST)
                               MOVE AFA-INICIO TO
                                   WRK-AFAST-INICIO(WRK-IDX-AFAST)
                               MOVE AFA-FIM TO
                                   WRK-AFAST-FIM(WRK-IDX-AFAST)
                           ELSE
                               DISPLAY 'AVISO: TABELA DE ' ,
                                   'AFASTAMENTOS CHEIA - REGISTRO ' ,
                                   'IGNORADO: ' AFA-MATRICULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFASTAMENTOS-FILE
           END-IF.
           OPEN INPUT JUSTIFICATIVA-FILE.
           IF WRK-STATUS-JUSTIF = '00'
               PERFORM UNTIL FIM-JUSTIF
                   READ JUSTIFICATIVA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-JUSTIF
                       NOT AT END
                           IF JUS-DATA >= WRK-PERIODO-INICIO
                              AND JUS-DATA <= WRK-PERIODO-FIM
                               IF WRK-QTD-JUSTIF < 1000
                                   ADD 1 TO WRK-QTD-JUSTIF
                                   SET WRK-IDX-JUSTIF
                                       TO WRK-QTD-JUSTIF
                                   MOVE JUS-MATRICULA TO
                                       WRK-JUSTIF-MATRICULA
                                       (WRK-IDX-JUSTIF)
                                   MOVE JUS-DATA TO
                                       WRK-JUSTIF-DATA(WRK-IDX-JUSTIF)
                               ELSE
                                   DISPLAY 'AVISO: TABELA DE ' ,
                                       'JUSTIFICATIVAS CHEIA - ' ,
                                       'REGISTRO IGNORADO: ' ,
                                       JUS-MATRICULA ' ' JUS-DATA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JUSTIFICATIVA-FILE
           END-IF.

      * Matriculas distintas com atribuicao de escala vigente em
      * algum dia do periodo.
       0530-MONTAR-MATRICULAS.
           MOVE ZEROS TO WRK-QTD-MATR-ESCALA.
           PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                   UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIBUICOES
               IF WRK-ATRIB-INICIO(WRK-IDX-ATRIB) <= WRK-PERIODO-FIM
                  AND (WRK-ATRIB-FIM(WRK-IDX-ATRIB) = ZEROS
                   OR WRK-ATRIB-FIM(WRK-IDX-ATRIB) >=
                       WRK-PERIODO-INICIO)
                   MOVE 'N' TO WRK-FUNC-ELEGIVEL
                   PERFORM VARYING WRK-IDX-MATR FROM 1 BY 1
                           UNTIL WRK-IDX-MATR > WRK-QTD-MATR-ESCALA
                              OR FUNC-ELEGIVEL
                       IF WRK-MATR-ESCALA(WRK-IDX-MATR) =
                               WRK-ATRIB-MATRICULA(WRK-IDX-ATRIB)
                           SET FUNC-ELEGIVEL TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT FUNC-ELEGIVEL
                       ADD 1 TO WRK-QTD-MATR-ESCALA
                       MOVE WRK-ATRIB-MATRICULA(WRK-IDX-ATRIB)
                           TO WRK-MATR-ESCALA(WRK-QTD-MATR-ESCALA)
                   END-IF
               END-IF
           END-PERFORM.

       0540-FALTAS-FUNCIONARIO.
           MOVE WRK-MATR-ESCALA(WRK-IDX-MATR) TO WRK-MATRICULA-FALTA.
           MOVE 'S'   TO WRK-FUNC-ELEGIVEL.
           MOVE ZEROS TO WRK-DATA-ADMISSAO WRK-QTD-SEMANAS.
           IF CADASTRO-ABERTO
               MOVE WRK-MATRICULA-FALTA TO EMP-MATRICULA
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-FUNC-ELEGIVEL
                   NOT INVALID KEY
                       IF EMP-DESLIGADO
                           MOVE 'N' TO WRK-FUNC-ELEGIVEL
                       END-IF
                       COMPUTE WRK-DATA-ADMISSAO =
                           EMP-ANO-ENTRADA * 10000 +
                           EMP-MES-ENTRADA * 100 + EMP-DIA-ENTRADA
                       IF EMP-DIA-ENTRADA = ZEROS
                           ADD 1 TO WRK-DATA-ADMISSAO
                       END-IF
               END-READ
           END-IF.
           IF FUNC-ELEGIVEL
               PERFORM VARYING WRK-DIAS-CORRENTE FROM WRK-DIAS-INICIO
                       BY 1 UNTIL WRK-DIAS-CORRENTE > WRK-DIAS-FIM
                   PERFORM 0550-VERIFICAR-DIA
               END-PERFORM
               PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                       UNTIL WRK-IDX-SEMANA > WRK-QTD-SEMANAS
                   PERFORM 0570-PERDER-DSR
               END-PERFORM
           END-IF.

       0550-VERIFICAR-DIA.
           COMPUTE WRK-DATA-CORRENTE =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-CORRENTE).
           MOVE WRK-MATRICULA-FALTA TO WRK-ESC-MATRICULA.
           MOVE WRK-DATA-CORRENTE   TO WRK-ESC-DATA.
           PERFORM 9020-SITUAR-DIA-ESCALA.
           IF ESC-DIA-TRABALHO
              AND WRK-DATA-CORRENTE >= WRK-DATA-ADMISSAO
               MOVE 'N' TO WRK-TEM-MARCACAO
               PERFORM VARYING WRK-IDX-PONTO FROM 1 BY 1
                       UNTIL WRK-IDX-PONTO > WRK-QTD-MARCACOES
                          OR TEM-MARCACAO
                   IF WRK-PONTO-MATRICULA(WRK-IDX-PONTO) =
                           WRK-MATRICULA-FALTA
                      AND WRK-PONTO-DATA(WRK-IDX-PONTO) =
                           WRK-DATA-CORRENTE
                       SET TEM-MARCACAO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT TEM-MARCACAO
                   PERFORM 0560-VERIFICAR-ABONO
                   EVALUATE TRUE
                       WHEN ABONO-AFASTAMENTO
                           ADD 1 TO WRK-QTD-ABONO-AFAST
                       WHEN ABONO-JUSTIFICATIVA
                           ADD 1 TO WRK-QTD-ABONO-JUSTIF
                       WHEN OTHER
                           MOVE 'F' TO FAL-TIPO
                           PERFORM 0580-GRAVAR-FALTA
                           ADD 1 TO WRK-QTD-FALTAS
                           IF ESC-TIPO-SEMANAL
                               PERFORM 0565-MARCAR-SEMANA
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       0560-VERIFICAR-ABONO.
           MOVE SPACE TO WRK-TEM-ABONO.
           PERFORM VARYING WRK-IDX-AFAST FROM 1 BY 1
                   UNTIL WRK-IDX-AFAST > WRK-QTD-AFAST
                      OR ABONO-AFASTAMENTO
               IF WRK-AFAST-MATRICULA(WRK-IDX-AFAST) =
                       WRK-MATRICULA-FALTA
                  AND WRK-AFAST-INICIO(WRK-IDX-AFAST) <=
                       WRK-DATA-CORRENTE
                  AND WRK-AFAST-FIM(WRK-IDX-AFAST) >=
                       WRK-DATA-CORRENTE
                   SET ABONO-AFASTAMENTO TO TRUE
               END-IF
           END-PERFORM.
           IF SEM-ABONO
               PERFORM VARYING WRK-IDX-JUSTIF FROM 1 BY 1
                       UNTIL WRK-IDX-JUSTIF > WRK-QTD-JUSTIF
                          OR ABONO-JUSTIFICATIVA
                   IF WRK-JUSTIF-MATRICULA(WRK-IDX-JUSTIF) =
                           WRK-MATRICULA-FALTA
                      AND WRK-JUSTIF-DATA(WRK-IDX-JUSTIF) =
                           WRK-DATA-CORRENTE
                       SET ABONO-JUSTIFICATIVA TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * Guarda a semana (pelo numero do dia da segunda-feira) uma
      * unica vez por matricula.
       0565-MARCAR-SEMANA.
           COMPUTE WRK-DIAS-SEMANA =
               WRK-DIAS-CORRENTE - WRK-ESC-DIA-SEMANA.
           MOVE 'N' TO WRK-SEMANA-REGISTRADA.
           PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                   UNTIL WRK-IDX-SEMANA > WRK-QTD-SEMANAS
                      OR SEMANA-REGISTRADA
               IF WRK-SEMANA-FALTA(WRK-IDX-SEMANA) = WRK-DIAS-SEMANA
                   SET SEMANA-REGISTRADA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT SEMANA-REGISTRADA AND WRK-QTD-SEMANAS < 6
               ADD 1 TO WRK-QTD-SEMANAS
               MOVE WRK-DIAS-SEMANA
                   TO WRK-SEMANA-FALTA(WRK-QTD-SEMANAS)
           END-IF.

      * O DSR perdido e o dia 'R' da escala na semana da falta, mesmo
      * que caia no mes seguinte; entra na competencia da falta.
       0570-PERDER-DSR.
           MOVE ZEROS TO WRK-DIAS-REPOUSO.
           PERFORM VARYING WRK-DIAS-CORRENTE
                   FROM WRK-SEMANA-FALTA(WRK-IDX-SEMANA) BY 1
                   UNTIL WRK-DIAS-CORRENTE >
                         WRK-SEMANA-FALTA(WRK-IDX-SEMANA) + 6
                      OR WRK-DIAS-REPOUSO > ZEROS
               COMPUTE WRK-DATA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-CORRENTE)
               MOVE WRK-MATRICULA-FALTA TO WRK-ESC-MATRICULA
               MOVE WRK-DATA-CORRENTE   TO WRK-ESC-DATA
               PERFORM 9020-SITUAR-DIA-ESCALA
               IF ESC-DIA-REPOUSO
                   MOVE WRK-DIAS-CORRENTE TO WRK-DIAS-REPOUSO
               END-IF
           END-PERFORM.
           IF WRK-DIAS-REPOUSO > ZEROS
               COMPUTE WRK-DATA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER(WRK-DIAS-REPOUSO)
               MOVE 'D' TO FAL-TIPO
               PERFORM 0580-GRAVAR-FALTA
               ADD 1 TO WRK-QTD-DSR-PERDIDOS
           END-IF.

       0580-GRAVAR-FALTA.
           MOVE WRK-MATRICULA-FALTA    TO FAL-MATRICULA.
           MOVE WRK-DATA-CORRENTE      TO FAL-DATA.
           MOVE WRK-COMPETENCIA-FALTAS TO FAL-COMPETENCIA.
           MOVE WRK-ESC-MINUTOS        TO FAL-MINUTOS.
           WRITE FALTAS-RECORD.
           IF FAL-FALTA
               DISPLAY FAL-MATRICULA '  ' FAL-DATA '  FALTA'
           ELSE
               DISPLAY FAL-MATRICULA '  ' FAL-DATA '  DSR PERDIDO'
           END-IF.

           COPY 'TRAILEPR.COB'.
           COPY 'BNCHPR.COB'.
           COPY 'ESCLPR.COB'.
           COPY 'CALNPR.COB'.
       END PROGRAM PROG43.
