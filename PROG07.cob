      *              a final ponderada e a marca de recuperacao que
      *              ja saiam no console; o modo 5 passou a regravar
      *              o boletim pos-recuperacao tambem no spool.
      * 15/10/2026 - Incluido o boletim por disciplina: turma com
      *              grade em DISCIPLINAS.DAT (mantida no PROG91) tem
      *              cada disciplina avaliada com as notas de
      *              NOTAS-DISCIPLINA.DAT - a mesma media ponderada
      *              pelos pesos de bimestre, o exame de recuperacao
      *              da disciplina e a frequencia pela carga horaria
      *              dela - e impressa numa linha propria abaixo do
      *              aluno. A situacao do aluno passa a vir das
      *              disciplinas: reprovado em ate CTL-MAX-DEPEND
      *              disciplinas (novo campo no fim do NOTAS.CTL;
      *              sem ele, duas) e PROMOVIDO COM DEPENDENCIA, com
      *              contagem propria nos resumos. Turma sem grade
      *              segue pelas notas do STUDENT.DAT, como antes.
      * 15/10/2026 - Solicitacao de correcao (modos 2 e 3) restrita
      *              ao professor ativo atribuido a turma do aluno no
      *              ano letivo (books PROF*, cadastro do PROG92); a
      *              aprovacao segue com a coordenacao no modo 4. Ano
      *              sem atribuicoes cadastradas segue liberado.
      * 15/10/2026 - Incluido o fechamento do ano letivo (modo 7),
      *              nos moldes do fechamento de temporada do PROG58:
      *              recusado enquanto houver nota de bimestre nao
      *              lancada, recuperacao pendente ou correcao
      *              aguardando aprovacao; congela o resultado final
      *              de cada aluno (e de cada disciplina) em
      *              ANO-LETIVO-AAAA.DAT (books ANOL*), promove os
      *              aprovados pela tabela PROGRESSAO.CTL (turma
      *              seguinte; 00 = turma concluinte, aluno vai para
      *              a turma 99), mantem os reprovados na turma e
      *              zera notas e apontamentos para o ano novo. A
      *              apuracao da situacao saiu de 0250 para
      *              0251-APURAR-SITUACAO, usada pelos dois.
      * 15/10/2026 - Incluida a estatistica de rendimento (modo 8),
      *              por turma e da escola, em RENDIMENTO.SPL:
      *              matricula inicial, entradas e saidas do ano
      *              (eventos de matricula do GRADE-AUDIT.LOG, que
      *              passaram a levar a turma), aprovados, aprovados
      *              apos recuperacao, reprovados por nota e por
      *              falta com as taxas, media de cada bimestre e
      *              distribuicao por conceito, conferida com o
      *              total de alunos do STUDENT.DAT.
      * 15/10/2026 - O evento FECHA ANO LET do AUDIT-LOG.LOG leva o
      *              nome do arquivo (STUDENT.DAT) na chave: o fecha-
      *              mento muda todos os alunos e a comparacao antes/
      *              depois do PROG10 o aceita para qualquer matricula.
      * 15/10/2026 - Linhas do BOLETIM.SPL marcadas com a turma do
      *              aluno (cabecalho da turma, linha do aluno e
      *              disciplinas, boletim apos recuperacao), para o
      *              PROG97 partir o spool por professor.
      * 15/10/2026 - O boletim (modo 1) grava a situacao apurada de
      *              cada aluno em SITUACAO-ALUNOS.DAT, no layout do
      *              arquivo do ano letivo (books ANOL*), para a
      *              exportacao em planilha do PROG98.
      * 15/10/2026 - FD de TURMAS.DAT com as vagas da turma (TUR-VAGAS,
      *              layout do PROG27): sem elas cada linha era lida
      *              como dois registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG07.
               =="BOLETIM.SPL"==.
           COPY 'TRVASL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'DISCSL.COB'.
           COPY 'PROFSL.COB'.
           COPY 'ANOLSL.COB'.
           SELECT PROGRESSAO-FILE ASSIGN TO "PROGRESSAO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PROGRESSAO.
           SELECT MANIFESTO-FILE ASSIGN TO "ARQUIVO-MANIFESTO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MANIFESTO.
           SELECT RENDIMENTO-FILE ASSIGN TO "RENDIMENTO.SPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RENDIMENTO.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           05 CTL-CORTE-APROV     PIC 9(2)V99.
           05 CTL-CORTE-DISTINCAO PIC 9(2)V99.
           05 CTL-PESO-BIM        PIC 9(02) OCCURS 4 TIMES.
           05 CTL-MAX-DEPEND      PIC 9(01).
       FD  GRADE-AUDIT-FILE.
       01  GRADE-AUDIT-RECORD.
           05 AUD-MATRICULA   PIC 9(05).
           05 AUD-SEQUENCIA   PIC 9(04).
           05 FILLER          PIC X(01).
           05 AUD-BIMESTRE    PIC 9(01).
           05 FILLER          PIC X(01).
           05 AUD-TURMA       PIC 9(02).
           05 FILLER          PIC X(01).
           05 AUD-TURMA-ANTERIOR PIC 9(02).
       FD  CORRECAO-FILE.
       01  CORRECAO-RECORD.
           05 COR-MATRICULA   PIC 9(05).
           05 TUR-NOME        PIC X(20).
           05 FILLER          PIC X(01).
           05 TUR-PROFESSOR   PIC X(20).
           05 FILLER          PIC X(01).
           05 TUR-VAGAS       PIC 9(03).
           COPY 'SPOOLFD.COB'.
           COPY 'TRVAFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'DISCFD.COB'.
           COPY 'PROFFD.COB'.
           COPY 'ANOLFD.COB'.
       FD  PROGRESSAO-FILE.
       01  PROGRESSAO-RECORD.
           05 PRG-TURMA       PIC 9(02).
           05 FILLER          PIC X(01).
           05 PRG-PROXIMA     PIC 9(02).
       FD  MANIFESTO-FILE.
       01  MANIFESTO-RECORD   PIC X(100).
       FD  RENDIMENTO-FILE.
       01  RENDIMENTO-RECORD  PIC X(100).
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'SPOOLWS.COB'.
           88 WRK-MODO-APROVACAO VALUE '4'.
           88 WRK-MODO-RECUPERACAO VALUE '5'.
           88 WRK-MODO-EXTRATO-FREQ VALUE '6'.
           88 WRK-MODO-FECHAMENTO VALUE '7'.
           88 WRK-MODO-ESTATISTICA VALUE '8'.
       77  WRK-STATUS-CORRECAO PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CORRECAO    PIC X(01) VALUES 'N'.
           88 FIM-CORRECAO VALUE 'S'.
       77  WRK-NOTA-EDIT        PIC Z9.99 VALUES ZEROS.
       77  WRK-SEQ-GRADE-AUD    PIC 9(04) VALUES ZEROS.
       77  WRK-SITUACAO-TEXTO   PIC X(19) VALUES SPACES.
      * Boletim por disciplina: a grade da turma do aluno corrente,
      * montada de DISCIPLINAS.DAT com as notas de
      * NOTAS-DISCIPLINA.DAT; reprovado em ate WRK-MAX-DEPENDENCIAS
      * disciplinas e promovido com dependencia.
           COPY 'DISCWS.COB'.
           COPY 'PROFWS.COB'.
      * Fechamento do ano letivo: tabela de progressao de turmas
      * (PROGRESSAO.CTL - turma e turma seguinte, 00 = concluinte),
      * pendencias que impedem o fechamento e os totais dele.
           COPY 'ANOLWS.COB'.
       77  WRK-STATUS-PROGRESSAO PIC X(02) VALUES ZEROS.
       77  WRK-FIM-PROGRESSAO   PIC X(01) VALUES 'N'.
           88 FIM-PROGRESSAO VALUE 'S'.
       77  WRK-QTD-PROGRESSAO   PIC 9(02) VALUES ZEROS.
       77  WRK-PRG-ACHOU        PIC X(01) VALUES 'N'.
       77  WRK-TURMA-DESTINO    PIC 9(02) VALUES ZEROS.
       77  WRK-FALTA-NOTA       PIC X(01) VALUES 'N'.
       77  WRK-QTD-PENDENCIAS-ANO PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-ARQUIVADOS   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-PROMOVIDOS   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-RETIDOS      PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-CONCLUINTES  PIC 9(05) VALUES ZEROS.
       77  WRK-STATUS-MANIFESTO PIC X(02) VALUES ZEROS.
       77  WRK-LINHA-MANIFESTO  PIC X(100) VALUES SPACES.
       01  WRK-TAB-PROGRESSAO.
           05 WRK-PRG-ITEM OCCURS 20 TIMES
                            INDEXED BY WRK-IDX-PRG.
              10 WRK-PRG-TURMA       PIC 9(02).
              10 WRK-PRG-PROXIMA     PIC 9(02).
      * Estatistica de rendimento: uma posicao por codigo de turma
      * (codigo + 1) e a posicao 100 com o total da escola.
       77  WRK-STATUS-RENDIMENTO PIC X(02) VALUES ZEROS.
       77  WRK-LINHA-RENDIMENTO PIC X(100) VALUES SPACES.
       77  WRK-EST-ANO          PIC 9(04) VALUES ZEROS.
       77  WRK-EST-POS          PIC 9(03) VALUES ZEROS.
       77  WRK-EST-TURMA        PIC 9(02) VALUES ZEROS.
       77  WRK-EST-NOME         PIC X(22) VALUES SPACES.
       77  WRK-EST-LIDOS        PIC 9(05) VALUES ZEROS.
       77  WRK-EST-CONCLUINTES  PIC 9(05) VALUES ZEROS.
       77  WRK-EST-SEM-TURMA    PIC 9(05) VALUES ZEROS.
       77  WRK-EST-SOMA         PIC 9(05) VALUES ZEROS.
       77  WRK-EST-QTD          PIC 9(05) VALUES ZEROS.
       77  WRK-EST-INICIAL      PIC S9(05) VALUES ZEROS.
       77  WRK-EST-INICIAL-ED   PIC -9(05).
       77  WRK-EST-PCT          PIC 9(03)V9 VALUES ZEROS.
       77  WRK-EST-PCT-ED       PIC ZZ9.9.
       77  WRK-EST-ROTULO       PIC X(33) VALUES SPACES.
       77  WRK-EST-CONFERE      PIC X(11) VALUES SPACES.
       77  WRK-EST-RECUP        PIC X(01) VALUES 'N'.
       77  WRK-EST-TEM-TURMA    PIC X(01) VALUES 'N'.
       77  WRK-EST-FIM-LOG      PIC X(01) VALUES 'N'.
       01  WRK-EST-MEDIAS.
           05 WRK-EST-MEDIA-BIM PIC 9(2)V99 OCCURS 4 TIMES.
       01  WRK-TAB-ESTATISTICA.
           05 WRK-EST-ITEM OCCURS 100 TIMES.
              10 WRK-EST-MATRIC       PIC 9(05).
              10 WRK-EST-ENTRADAS     PIC 9(05).
              10 WRK-EST-SAIDAS       PIC 9(05).
              10 WRK-EST-APROV        PIC 9(05).
              10 WRK-EST-APROV-RECUP  PIC 9(05).
              10 WRK-EST-DEPEND       PIC 9(05).
              10 WRK-EST-RECUP-PEND   PIC 9(05).
              10 WRK-EST-REPROV       PIC 9(05).
              10 WRK-EST-REPROV-FALTA PIC 9(05).
              10 WRK-EST-SOMA-BIM     PIC 9(07)V99 OCCURS 4 TIMES.
              10 WRK-EST-CONCEITO     PIC 9(05) OCCURS 5 TIMES.
       77  WRK-MAX-DEPENDENCIAS PIC 9(01) VALUE 2.
       77  WRK-QTD-BOL          PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-DISC-REPROV  PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-DISC-RECUP   PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-DEPENDENCIA  PIC 9(05) VALUES ZEROS.
       77  WRK-TUR-QTD-DEPEND   PIC 9(05) VALUES ZEROS.
       77  WRK-BOL-FALTAS       PIC 9(04) VALUES ZEROS.
       77  WRK-SOMA-FINAIS      PIC 9(04)V99 VALUES ZEROS.
       77  WRK-GRADE-ESTOUROU   PIC X(01) VALUES 'N'.
       01  WRK-TAB-SOMA-BIM.
           05 WRK-SOMA-BIM PIC 9(04)V99 OCCURS 4 TIMES.
       01  WRK-TAB-BOLETIM.
           05 WRK-BOL-ITEM OCCURS 30 TIMES
                            INDEXED BY WRK-IDX-BOL.
              10 WRK-BOL-CODIGO      PIC X(04).
              10 WRK-BOL-NOME        PIC X(20).
              10 WRK-BOL-CARGA       PIC 9(03).
              10 WRK-BOL-BIM OCCURS 4 TIMES.
                 15 WRK-BOL-NOTA-1    PIC 9(2)V99.
                 15 WRK-BOL-NOTA-2    PIC 9(2)V99.
                 15 WRK-BOL-FALTAS-BIM PIC 9(03).
                 15 WRK-BOL-MEDIA-BIM PIC 9(2)V99.
                 15 WRK-BOL-LANCADO   PIC X(01).
              10 WRK-BOL-EXAME       PIC 9(2)V99.
              10 WRK-BOL-FINAL       PIC 9(2)V99.
              10 WRK-BOL-CONCEITO    PIC X(01).
              10 WRK-BOL-FREQ        PIC 9(03).
              10 WRK-BOL-SITUACAO    PIC X(19).
              10 WRK-BOL-MARCA       PIC X(18).
       01  WRK-TAB-PENDENTES.
           05 WRK-PEND-ITEM OCCURS 100 TIMES
                             INDEXED BY WRK-IDX-PEND.
           DISPLAY 'DIGITE 1 PARA BOLETIM DA TURMA, 2 PARA ' ,
               'SOLICITAR CORRECAO, 3 PARA LER CORRECOES.DAT, ' ,
               '4 PARA APROVAR PENDENCIAS, 5 PARA PROCESSAR ' ,
               'RECUPERACAO, 6 PARA EXTRATO DE FREQUENCIA, 7 ' ,
               'PARA FECHAR O ANO LETIVO OU 8 PARA ESTATISTICA DE ' ,
               'RENDIMENTO: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           MOVE 'PROG07' TO WRK-TRV-PROGRAMA.
           IF WRK-MODO-CORRECAO OR WRK-MODO-CORRECAO-LOTE
              OR WRK-MODO-APROVACAO OR WRK-MODO-RECUPERACAO
              OR WRK-MODO-FECHAMENTO
               PERFORM 0005-CONFERIR-TRAVA
           END-IF.
           EVALUATE TRUE
                   PERFORM 0800-PROCESSAR-RECUPERACAO
               WHEN WRK-MODO-EXTRATO-FREQ
                   PERFORM 0900-EXTRATO-FREQUENCIA
               WHEN WRK-MODO-FECHAMENTO
                   PERFORM 0950-FECHAR-ANO-LETIVO
               WHEN WRK-MODO-ESTATISTICA
                   PERFORM 0990-ESTATISTICA-RENDIMENTO
               WHEN OTHER
                   PERFORM 0050-LER-CONTROLE
                   PERFORM 0055-LER-TURMAS
                           WRK-PESO-BIM(WRK-CTR-BIM)
                   END-IF
               END-PERFORM
      * Maximo de disciplinas em dependencia acrescentado no fim;
      * arquivo antigo (sem o campo) fica no padrao.
               IF CTL-MAX-DEPEND NUMERIC
                   MOVE CTL-MAX-DEPEND TO WRK-MAX-DEPENDENCIAS
               END-IF
               CLOSE CONTROL-FILE
           END-IF.

               TO WRK-TURMA-CORRENTE.
           MOVE ZEROS TO WRK-TUR-QTD-ALUNOS WRK-TUR-QTD-APROV
               WRK-TUR-QTD-RECUP WRK-TUR-QTD-REPROV
               WRK-TUR-QTD-FALTA WRK-TUR-QTD-DEPEND WRK-QTD-HONRA.
           DISPLAY ' '.
           DISPLAY '===== TURMA ' WRK-TURMA-CORRENTE ' - ' ,
               WRK-TURMA-NOME(WRK-IDX-TURMA) ' (PROF. ' ,
               WRK-TURMA-PROFESSOR(WRK-IDX-TURMA) ') ====='.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           MOVE WRK-TURMA-CORRENTE TO WRK-SPOOL-FILTRO.
           STRING '===== TURMA ' WRK-TURMA-CORRENTE ' - '
               WRK-TURMA-NOME(WRK-IDX-TURMA) ' ====='
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPOOL-FILTRO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT STUDENT-FILE.
           PERFORM UNTIL FIM-ARQUIVO
               WRK-TUR-QTD-ALUNOS ' ALUNOS, ' WRK-TUR-QTD-APROV ,
               ' APROVADOS, ' WRK-TUR-QTD-RECUP ' RECUPERACAO, ' ,
               WRK-TUR-QTD-REPROV ' REPROVADOS, ' ,
               WRK-TUR-QTD-FALTA ' POR FALTA, ' ,
               WRK-TUR-QTD-DEPEND ' COM DEPENDENCIA'.
           IF WRK-QTD-HONRA > ZEROS
               DISPLAY 'QUADRO DE HONRA DA TURMA ' ,
                   WRK-TURMA-CORRENTE ':'
           END-IF.

       0100-INICIALIZAR.
           PERFORM 9580-CARREGAR-DISCIPLINAS.
           PERFORM 9590-CARREGAR-NOTAS-DISC.
           PERFORM 0065-LER-PRESENCAS.
           PERFORM 0066-LER-ABONOS.
           PERFORM 0060-LER-FREQUENCIA.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           PERFORM 9300-ABRIR-SPOOL.
      * Retrato da situacao de cada aluno, no layout do arquivo do
      * ano letivo, refeito a cada boletim.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'SITUACAO-ALUNOS.DAT' TO WRK-NOME-ANO-LETIVO.
           OPEN OUTPUT ANO-LETIVO-FILE.
           MOVE SPACES         TO ANO-LETIVO-RECORD.
           MOVE '1'            TO ANH-TIPO.
           MOVE WRK-ANO-HOJE   TO ANH-ANO.
           MOVE WRK-DATA-HOJE  TO ANH-DATA.
           MOVE 'BOLETIM'      TO ANH-USUARIO.
           WRITE ANO-LETIVO-RECORD.
           MOVE '               BOLETIM DA TURMA - SITUACAO'
               TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF ALU-TURMA NOT = WRK-TURMA-CONCLUINTES
                           PERFORM 0250-AVALIAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.

       0250-AVALIAR-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS.
           ADD 1 TO WRK-TUR-QTD-ALUNOS.
           PERFORM 0251-APURAR-SITUACAO.
           EVALUATE WRK-SITUACAO-TEXTO
               WHEN 'REPROVADO POR FALTA'
                   ADD 1 TO WRK-QTD-REP-FALTA
                   ADD 1 TO WRK-TUR-QTD-FALTA
               WHEN 'REPROVADO'
                   ADD 1 TO WRK-QTD-REPROVADOS
                   ADD 1 TO WRK-TUR-QTD-REPROV
               WHEN 'RECUPERACAO'
                   ADD 1 TO WRK-QTD-RECUPERACAO
                   ADD 1 TO WRK-TUR-QTD-RECUP
               WHEN 'PROMOVIDO C/ DEPEND'
                   ADD 1 TO WRK-QTD-DEPENDENCIA
                   ADD 1 TO WRK-TUR-QTD-DEPEND
               WHEN OTHER
                   ADD 1 TO WRK-QTD-APROVADOS
                   ADD 1 TO WRK-TUR-QTD-APROV
           END-EVALUATE.
           PERFORM 0256-GRAVAR-SITUACAO.
           DISPLAY ALU-MATRICULA '  ' ALU-NOME '  '
               WRK-MEDIA-BIM(1) ' ' WRK-MEDIA-BIM(2) ' '
               WRK-MEDIA-BIM(3) ' ' WRK-MEDIA-BIM(4) '  '
                   'EM ABERTO (VER PROG57)'
           ELSE
               MOVE SPACES TO WRK-SPOOL-LINHA
               MOVE ALU-TURMA TO WRK-SPOOL-FILTRO
               MOVE 'P'       TO WRK-SPOOL-TIPO
               STRING ALU-MATRICULA ' ' ALU-NOME ' '
                   WRK-MEDIA-BIM(1) ' ' WRK-MEDIA-BIM(2) ' '
                   WRK-MEDIA-BIM(3) ' ' WRK-MEDIA-BIM(4) ' '
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.
           IF WRK-QTD-BOL > ZEROS
               PERFORM 0290-IMPRIMIR-DISCIPLINAS
           END-IF.
           MOVE SPACES TO WRK-SPOOL-FILTRO.

      * Situacao final do aluno corrente (WRK-SITUACAO-TEXTO), com
      * medias, conceito e frequencia - sem contar nem imprimir, para
      * o boletim e para o fechamento do ano letivo.
       0251-APURAR-SITUACAO.
           PERFORM 0070-CALCULAR-FREQUENCIA.
           MOVE SPACES TO WRK-MARCA-RECUP.
      * Turma com grade de disciplinas: as medias do aluno sao as
      * das disciplinas; sem grade, valem as notas do STUDENT.DAT.
           PERFORM 0280-MONTAR-BOLETIM-DISC.
           IF WRK-QTD-BOL > ZEROS
               PERFORM 0285-AVALIAR-DISCIPLINAS
           ELSE
               PERFORM 0255-CALCULAR-MEDIA-FINAL
      * Exame de recuperacao lancado: a situacao passa a ser decidida
      * pela media entre a final e o exame, com a marca propria.
               IF ALU-NOTA-RECUP > ZEROS
                  AND WRK-MEDIA >= WRK-CORTE-REC
                  AND WRK-MEDIA < WRK-CORTE-APROV
                   COMPUTE WRK-MEDIA ROUNDED =
                       (WRK-MEDIA + ALU-NOTA-RECUP) / 2
                   MOVE '(APOS RECUPERACAO)' TO WRK-MARCA-RECUP
               END-IF
           END-IF.
           PERFORM 0260-CLASSIFICAR-CONCEITO.
           EVALUATE TRUE
               WHEN WRK-PCT-FREQUENCIA < WRK-FREQUENCIA-MIN
                   MOVE 'REPROVADO POR FALTA' TO WRK-SITUACAO-TEXTO
               WHEN WRK-QTD-BOL > ZEROS
                   PERFORM 0295-SITUACAO-POR-DISCIPLINA
               WHEN WRK-MEDIA < WRK-CORTE-REC
                   MOVE 'REPROVADO' TO WRK-SITUACAO-TEXTO
               WHEN WRK-MEDIA < WRK-CORTE-APROV
                   MOVE 'RECUPERACAO' TO WRK-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE 'APROVADO' TO WRK-SITUACAO-TEXTO
           END-EVALUATE.

      * Situacao do aluno corrente no retrato SITUACAO-ALUNOS.DAT.
       0256-GRAVAR-SITUACAO.
           MOVE SPACES             TO ANO-LETIVO-RECORD.
           MOVE '2'                TO ANL-TIPO.
           MOVE ALU-MATRICULA      TO ANL-MATRICULA.
           MOVE ALU-NOME           TO ANL-NOME.
           MOVE ALU-TURMA          TO ANL-TURMA.
           PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                   UNTIL WRK-CTR-BIM > 4
               MOVE WRK-MEDIA-BIM(WRK-CTR-BIM)
                   TO ANL-MEDIA-BIM(WRK-CTR-BIM)
           END-PERFORM.
           MOVE WRK-MEDIA          TO ANL-FINAL.
           MOVE WRK-CONCEITO       TO ANL-CONCEITO.
           MOVE WRK-PCT-FREQUENCIA TO ANL-FREQUENCIA.
           MOVE WRK-SITUACAO-TEXTO TO ANL-SITUACAO.
           MOVE ZEROS              TO ANL-TURMA-DESTINO.
           MOVE WRK-MARCA-RECUP    TO ANL-MARCA.
           WRITE ANO-LETIVO-RECORD.

      * Media de cada bimestre ((nota1+nota2)/2) e a final ponderada
      * pelos pesos do NOTAS.CTL - a trajetoria do ano inteira, em
               MOVE ALU-NOME      TO WRK-HONRA-NOME(WRK-IDX-HONRA)
           END-IF.

      * Grade da turma do aluno corrente com as notas dele: cada
      * lancamento de NOTAS-DISCIPLINA.DAT cai na disciplina e no
      * bimestre; o bimestre 5 e o exame de recuperacao.
       0280-MONTAR-BOLETIM-DISC.
           MOVE ZEROS TO WRK-QTD-BOL.
           PERFORM VARYING WRK-IDX-DSC FROM 1 BY 1
                   UNTIL WRK-IDX-DSC > WRK-QTD-DISCIPLINAS
               IF WRK-DSC-TURMA(WRK-IDX-DSC) = ALU-TURMA
                   IF WRK-QTD-BOL < 30
                       ADD 1 TO WRK-QTD-BOL
                       SET WRK-IDX-BOL TO WRK-QTD-BOL
                       MOVE WRK-DSC-CODIGO(WRK-IDX-DSC)
                           TO WRK-BOL-CODIGO(WRK-IDX-BOL)
                       MOVE WRK-DSC-NOME(WRK-IDX-DSC)
                           TO WRK-BOL-NOME(WRK-IDX-BOL)
                       MOVE WRK-DSC-CARGA(WRK-IDX-DSC)
                           TO WRK-BOL-CARGA(WRK-IDX-BOL)
                       MOVE ZEROS TO WRK-BOL-EXAME(WRK-IDX-BOL)
                       PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                               UNTIL WRK-CTR-BIM > 4
                           MOVE ZEROS TO
                               WRK-BOL-NOTA-1(WRK-IDX-BOL, WRK-CTR-BIM)
                               WRK-BOL-NOTA-2(WRK-IDX-BOL, WRK-CTR-BIM)
                               WRK-BOL-FALTAS-BIM
                                   (WRK-IDX-BOL, WRK-CTR-BIM)
                           MOVE 'N' TO
                               WRK-BOL-LANCADO(WRK-IDX-BOL, WRK-CTR-BIM)
                       END-PERFORM
                   ELSE
                       IF WRK-GRADE-ESTOUROU = 'N'
                           DISPLAY 'AVISO: GRADE DA TURMA ' ,
                               ALU-TURMA ' COM MAIS DE 30 ' ,
                               'DISCIPLINAS - EXCEDENTES IGNORADAS'
                           MOVE 'S' TO WRK-GRADE-ESTOUROU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QTD-BOL > ZEROS
               PERFORM VARYING WRK-IDX-NDS FROM 1 BY 1
                       UNTIL WRK-IDX-NDS > WRK-QTD-NOTAS-DISC
                   IF WRK-NDS-MATRICULA(WRK-IDX-NDS) = ALU-MATRICULA
                       PERFORM 0282-APLICAR-LANCAMENTO
                   END-IF
               END-PERFORM
           END-IF.

       0282-APLICAR-LANCAMENTO.
           PERFORM VARYING WRK-IDX-BOL FROM 1 BY 1
                   UNTIL WRK-IDX-BOL > WRK-QTD-BOL
               IF WRK-BOL-CODIGO(WRK-IDX-BOL) =
                       WRK-NDS-DISCIPLINA(WRK-IDX-NDS)
                   EVALUATE TRUE
                       WHEN WRK-NDS-BIMESTRE(WRK-IDX-NDS) = 5
                           MOVE WRK-NDS-NOTA-1(WRK-IDX-NDS)
                               TO WRK-BOL-EXAME(WRK-IDX-BOL)
                       WHEN WRK-NDS-BIMESTRE(WRK-IDX-NDS) >= 1
                        AND WRK-NDS-BIMESTRE(WRK-IDX-NDS) <= 4
                           MOVE WRK-NDS-BIMESTRE(WRK-IDX-NDS)
                               TO WRK-CTR-BIM
                           MOVE WRK-NDS-NOTA-1(WRK-IDX-NDS) TO
                               WRK-BOL-NOTA-1(WRK-IDX-BOL, WRK-CTR-BIM)
                           MOVE WRK-NDS-NOTA-2(WRK-IDX-NDS) TO
                               WRK-BOL-NOTA-2(WRK-IDX-BOL, WRK-CTR-BIM)
                           MOVE WRK-NDS-FALTAS(WRK-IDX-NDS) TO
                               WRK-BOL-FALTAS-BIM
                                   (WRK-IDX-BOL, WRK-CTR-BIM)
                           MOVE 'S' TO
                               WRK-BOL-LANCADO(WRK-IDX-BOL, WRK-CTR-BIM)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Cada disciplina avaliada pelas regras do boletim; as medias
      * do aluno (por bimestre e final) sao as medias simples das
      * disciplinas.
       0285-AVALIAR-DISCIPLINAS.
           MOVE ZEROS TO WRK-QTD-DISC-REPROV WRK-QTD-DISC-RECUP
               WRK-SOMA-FINAIS.
           PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                   UNTIL WRK-CTR-BIM > 4
               MOVE ZEROS TO WRK-SOMA-BIM(WRK-CTR-BIM)
           END-PERFORM.
           PERFORM VARYING WRK-IDX-BOL FROM 1 BY 1
                   UNTIL WRK-IDX-BOL > WRK-QTD-BOL
               PERFORM 0287-AVALIAR-DISCIPLINA
           END-PERFORM.
           PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                   UNTIL WRK-CTR-BIM > 4
               COMPUTE WRK-MEDIA-BIM(WRK-CTR-BIM) ROUNDED =
                   WRK-SOMA-BIM(WRK-CTR-BIM) / WRK-QTD-BOL
           END-PERFORM.
           COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA-FINAIS / WRK-QTD-BOL.

      * Media ponderada pelos pesos de bimestre, exame de
      * recuperacao da disciplina na faixa entre os cortes e
      * frequencia pela carga horaria (sem carga cadastrada, a
      * frequencia geral do aluno). Reprovado depois do exame fica
      * reprovado na disciplina.
       0287-AVALIAR-DISCIPLINA.
           MOVE ZEROS TO WRK-SOMA-PESOS WRK-SOMA-PONDERADA
               WRK-BOL-FALTAS.
           PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                   UNTIL WRK-CTR-BIM > 4
               COMPUTE WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, WRK-CTR-BIM)
                   ROUNDED =
                   (WRK-BOL-NOTA-1(WRK-IDX-BOL, WRK-CTR-BIM) +
                    WRK-BOL-NOTA-2(WRK-IDX-BOL, WRK-CTR-BIM)) / 2
               COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA +
                   (WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, WRK-CTR-BIM) *
                    WRK-PESO-BIM(WRK-CTR-BIM))
               ADD WRK-PESO-BIM(WRK-CTR-BIM) TO WRK-SOMA-PESOS
               ADD WRK-BOL-FALTAS-BIM(WRK-IDX-BOL, WRK-CTR-BIM)
                   TO WRK-BOL-FALTAS
               ADD WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, WRK-CTR-BIM)
                   TO WRK-SOMA-BIM(WRK-CTR-BIM)
           END-PERFORM.
           IF WRK-SOMA-PESOS > ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-SOMA-PESOS
           ELSE
               MOVE ZEROS TO WRK-MEDIA
           END-IF.
           MOVE SPACES TO WRK-BOL-MARCA(WRK-IDX-BOL).
           IF WRK-BOL-EXAME(WRK-IDX-BOL) > ZEROS
              AND WRK-MEDIA >= WRK-CORTE-REC
              AND WRK-MEDIA < WRK-CORTE-APROV
               COMPUTE WRK-MEDIA ROUNDED =
                   (WRK-MEDIA + WRK-BOL-EXAME(WRK-IDX-BOL)) / 2
               MOVE '(APOS RECUPERACAO)' TO WRK-BOL-MARCA(WRK-IDX-BOL)
           END-IF.
           MOVE WRK-MEDIA TO WRK-BOL-FINAL(WRK-IDX-BOL).
           ADD WRK-MEDIA TO WRK-SOMA-FINAIS.
           PERFORM 0260-CLASSIFICAR-CONCEITO.
           MOVE WRK-CONCEITO TO WRK-BOL-CONCEITO(WRK-IDX-BOL).
           IF WRK-BOL-CARGA(WRK-IDX-BOL) > ZEROS
               IF WRK-BOL-FALTAS >= WRK-BOL-CARGA(WRK-IDX-BOL)
                   MOVE ZEROS TO WRK-BOL-FREQ(WRK-IDX-BOL)
               ELSE
                   COMPUTE WRK-BOL-FREQ(WRK-IDX-BOL) ROUNDED =
                       (WRK-BOL-CARGA(WRK-IDX-BOL) - WRK-BOL-FALTAS)
                       * 100 / WRK-BOL-CARGA(WRK-IDX-BOL)
               END-IF
           ELSE
               MOVE WRK-PCT-FREQUENCIA TO WRK-BOL-FREQ(WRK-IDX-BOL)
           END-IF.
           EVALUATE TRUE
               WHEN WRK-BOL-FREQ(WRK-IDX-BOL) < WRK-FREQUENCIA-MIN
                   ADD 1 TO WRK-QTD-DISC-REPROV
                   MOVE 'REPROVADO POR FALTA'
                       TO WRK-BOL-SITUACAO(WRK-IDX-BOL)
               WHEN WRK-MEDIA < WRK-CORTE-REC
                   ADD 1 TO WRK-QTD-DISC-REPROV
                   MOVE 'REPROVADO' TO WRK-BOL-SITUACAO(WRK-IDX-BOL)
               WHEN WRK-MEDIA < WRK-CORTE-APROV
                AND WRK-BOL-MARCA(WRK-IDX-BOL) NOT = SPACES
                   ADD 1 TO WRK-QTD-DISC-REPROV
                   MOVE 'REPROVADO' TO WRK-BOL-SITUACAO(WRK-IDX-BOL)
               WHEN WRK-MEDIA < WRK-CORTE-APROV
                   ADD 1 TO WRK-QTD-DISC-RECUP
                   MOVE 'RECUPERACAO' TO WRK-BOL-SITUACAO(WRK-IDX-BOL)
               WHEN OTHER
                   MOVE 'APROVADO' TO WRK-BOL-SITUACAO(WRK-IDX-BOL)
           END-EVALUATE.

      * Situacao do aluno pelas disciplinas: acima do maximo de
      * dependencias reprova; recuperacao pendente espera o exame;
      * ate o maximo, promovido com dependencia.
       0295-SITUACAO-POR-DISCIPLINA.
           EVALUATE TRUE
               WHEN WRK-QTD-DISC-REPROV > WRK-MAX-DEPENDENCIAS
                   MOVE 'REPROVADO' TO WRK-SITUACAO-TEXTO
               WHEN WRK-QTD-DISC-RECUP > ZEROS
                   MOVE 'RECUPERACAO' TO WRK-SITUACAO-TEXTO
               WHEN WRK-QTD-DISC-REPROV > ZEROS
                   MOVE 'PROMOVIDO C/ DEPEND' TO WRK-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE 'APROVADO' TO WRK-SITUACAO-TEXTO
           END-EVALUATE.

      * Uma linha por disciplina abaixo do aluno; boletim bloqueado
      * fica fora do spool, como a linha do aluno.
       0290-IMPRIMIR-DISCIPLINAS.
           PERFORM VARYING WRK-IDX-BOL FROM 1 BY 1
                   UNTIL WRK-IDX-BOL > WRK-QTD-BOL
               DISPLAY '  ' WRK-BOL-CODIGO(WRK-IDX-BOL) ' ' ,
                   WRK-BOL-NOME(WRK-IDX-BOL) '  ' ,
                   WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, 1) ' ' ,
                   WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, 2) ' ' ,
                   WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, 3) ' ' ,
                   WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, 4) '  ' ,
                   WRK-BOL-FINAL(WRK-IDX-BOL) '  ' ,
                   WRK-BOL-CONCEITO(WRK-IDX-BOL) '  ' ,
                   WRK-BOL-FREQ(WRK-IDX-BOL) '  ' ,
                   WRK-BOL-SITUACAO(WRK-IDX-BOL) ' ' ,
                   WRK-BOL-MARCA(WRK-IDX-BOL)
               IF WRK-ALUNO-BLOQUEADO NOT = 'S'
                   MOVE SPACES TO WRK-SPOOL-LINHA
                   STRING ' ' WRK-BOL-CODIGO(WRK-IDX-BOL) ' '
                       WRK-BOL-NOME(WRK-IDX-BOL) ' '
                       WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, 1) ' '
                       WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, 2) ' '
                       WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, 3) ' '
                       WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, 4) ' '
                       WRK-BOL-FINAL(WRK-IDX-BOL) ' '
                       WRK-BOL-CONCEITO(WRK-IDX-BOL) ' '
                       WRK-BOL-FREQ(WRK-IDX-BOL) ' '
                       WRK-BOL-SITUACAO(WRK-IDX-BOL) ' '
                       WRK-BOL-MARCA(WRK-IDX-BOL)
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   PERFORM 9310-GRAVAR-SPOOL
               END-IF
           END-PERFORM.

       0300-APRESENTAR-RESUMO.
           DISPLAY ' '.
           DISPLAY '                 RESUMO GERAL DA ESCOLA'.
           DISPLAY 'RECUPERACAO:           ' WRK-QTD-RECUPERACAO.
           DISPLAY 'REPROVADOS:            ' WRK-QTD-REPROVADOS.
           DISPLAY 'REPROVADOS POR FALTA:  ' WRK-QTD-REP-FALTA.
           DISPLAY 'COM DEPENDENCIA:       ' WRK-QTD-DEPENDENCIA.
           DISPLAY ' '.
           IF WRK-QTD-TURMAS > ZEROS
               CONTINUE
      * ultima secao.
       0400-FINALIZAR.
           PERFORM 9390-FECHAR-SPOOL.
           CLOSE ANO-LETIVO-FILE.

      * Solicita a correcao da NOTA-1 ou NOTA-2 de um aluno: a
      * solicitacao vai para CORRECOES-PENDENTES.DAT e so e aplicada
           ACCEPT WRK-NOTA-NOVA FROM CONSOLE.
           DISPLAY 'USUARIO SOLICITANTE DA CORRECAO: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           PERFORM 9710-CARREGAR-PROFESSORES.
           PERFORM 9720-CARREGAR-ATRIBUICOES.
           PERFORM 0515-CONFERIR-SOLICITANTE.
           IF ATRIBUICAO-PERMITIDA
               PERFORM 0520-GRAVAR-PENDENTE
               DISPLAY 'SOLICITACAO REGISTRADA - AGUARDANDO ' ,
                   'APROVACAO DE SUPERVISOR (MODO 4).'
           END-IF.

      * So o professor ativo atribuido a turma do aluno no ano
      * letivo solicita correcao; ano sem atribuicoes cadastradas
      * libera, e matricula inexistente segue para o modo 4, que ja
      * a recusa na aplicacao.
       0515-CONFERIR-SOLICITANTE.
           MOVE ZEROS TO WRK-ATB-TURMA-PROC.
           MOVE 'S'   TO WRK-ATB-PERMITIDA.
           OPEN INPUT STUDENT-FILE.
           IF WRK-STATUS-ALUNO = '00'
               MOVE WRK-MATRICULA-CORRIGIR TO ALU-MATRICULA
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-ANO-HOJE      TO WRK-ATB-ANO-PROC
                       MOVE ALU-TURMA         TO WRK-ATB-TURMA-PROC
                       MOVE SPACES            TO WRK-ATB-DISC-PROC
                       MOVE WRK-USUARIO(1:15) TO WRK-ATB-USUARIO-PROC
                       PERFORM 9726-CONFERIR-ATRIBUICAO
               END-READ
               CLOSE STUDENT-FILE
           END-IF.
           IF NOT ATRIBUICAO-PERMITIDA
               DISPLAY 'CORRECAO DA MATRICULA ' WRK-MATRICULA-CORRIGIR ,
                   ' RECUSADA - ' WRK-USUARIO(1:15) ' NAO E O ' ,
                   'PROFESSOR ATRIBUIDO A TURMA ' WRK-ATB-TURMA-PROC
           END-IF.

      * Acrescenta a solicitacao de correcao na fila de pendencias.
       0520-GRAVAR-PENDENTE.
      * solicitacao pendente, como o modo 2 faria, sem operador no
      * terminal.
       0600-CORRIGIR-NOTA-LOTE.
           PERFORM 9710-CARREGAR-PROFESSORES.
           PERFORM 9720-CARREGAR-ATRIBUICOES.
           OPEN INPUT CORRECAO-FILE.
           IF WRK-STATUS-CORRECAO = '00'
               PERFORM UNTIL FIM-CORRECAO
                           MOVE COR-BIMESTRE  TO WRK-BIMESTRE
                           MOVE COR-NOTA-NOVA TO WRK-NOTA-NOVA
                           MOVE COR-USUARIO   TO WRK-USUARIO
                           PERFORM 0515-CONFERIR-SOLICITANTE
                           IF ATRIBUICAO-PERMITIDA
                               PERFORM 0520-GRAVAR-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECAO-FILE
               '  FINAL: ' WRK-MEDIA '  EXAME: ' ALU-NOTA-RECUP ,
               '  NOVA FINAL: ' WRK-MEDIA-POS-REC.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           MOVE ALU-TURMA TO WRK-SPOOL-FILTRO.
           MOVE 'P'       TO WRK-SPOOL-TIPO.
           STRING ALU-MATRICULA ' ' ALU-NOME ' FINAL: ' WRK-MEDIA
               ' EXAME: ' ALU-NOTA-RECUP ' NOVA FINAL: '
               WRK-MEDIA-POS-REC
                   TO WRK-SPOOL-LINHA
           END-IF.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE SPACES TO WRK-SPOOL-FILTRO.

      * Modo 6: extrato de frequencia do aluno - as datas por tras do
      * percentual, com presenca, falta ou falta abonada em cada
                   '  FREQUENCIA: ' WRK-PCT-FREQUENCIA '%'
           END-IF.

      * Modo 7: fechamento do ano letivo, autorizado pelo PROG29 na
      * funcao FECHAR ANO. Ano ja fechado (ANO-LETIVO-AAAA.DAT
      * existe) e recusado; pendencia de nota, de recuperacao ou de
      * correcao recusa o fechamento inteiro, sem tocar em nada.
       0950-FECHAR-ANO-LETIVO.
           DISPLAY 'USUARIO RESPONSAVEL PELO FECHAMENTO: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           MOVE WRK-USUARIO(1:15) TO AUT-USUARIO.
           MOVE 'FECHAR ANO'      TO AUT-FUNCAO.
           MOVE 'N'               TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM PERMISSAO PARA FECHAR O ANO ' ,
                   'LETIVO.'
           ELSE
               DISPLAY 'ANO LETIVO A FECHAR (AAAA, 0 = ANO CORRENTE): '
               ACCEPT WRK-ANO-LETIVO FROM CONSOLE
               IF WRK-ANO-LETIVO = ZEROS
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-ANO-HOJE TO WRK-ANO-LETIVO
               END-IF
               MOVE SPACES TO WRK-NOME-ANO-LETIVO
               STRING 'ANO-LETIVO-' WRK-ANO-LETIVO '.DAT'
                   DELIMITED BY SIZE INTO WRK-NOME-ANO-LETIVO
               OPEN INPUT ANO-LETIVO-FILE
               IF WRK-STATUS-ANO-LETIVO = '00'
                   CLOSE ANO-LETIVO-FILE
                   DISPLAY 'ANO LETIVO ' WRK-ANO-LETIVO ' JA FECHADO ' ,
                       '- FECHAMENTO RECUSADO: ' WRK-NOME-ANO-LETIVO
               ELSE
                   PERFORM 0955-CONFERIR-FECHAMENTO
                   IF WRK-QTD-PENDENCIAS-ANO > ZEROS
                       DISPLAY WRK-QTD-PENDENCIAS-ANO ' PENDENCIA(S) '
                           '- FECHAMENTO DO ANO LETIVO RECUSADO'
                   ELSE
                       PERFORM 0970-EFETIVAR-FECHAMENTO
                   END-IF
               END-IF
           END-IF.

      * Carrega o que a apuracao do boletim usa e a tabela de
      * progressao, e varre o STUDENT.DAT listando cada pendencia.
       0955-CONFERIR-FECHAMENTO.
           MOVE ZEROS TO WRK-QTD-PENDENCIAS-ANO.
           PERFORM 0050-LER-CONTROLE.
           PERFORM 9580-CARREGAR-DISCIPLINAS.
           PERFORM 9590-CARREGAR-NOTAS-DISC.
           PERFORM 0065-LER-PRESENCAS.
           PERFORM 0066-LER-ABONOS.
           PERFORM 0060-LER-FREQUENCIA.
           PERFORM 0957-LER-PROGRESSAO.
           IF DISCIPLINAS-ESTOURARAM OR NOTAS-DISC-ESTOURARAM
               ADD 1 TO WRK-QTD-PENDENCIAS-ANO
               DISPLAY 'NOTAS POR DISCIPLINA MAIORES QUE A TABELA - ' ,
                   'O ARQUIVO DO ANO FICARIA INCOMPLETO'
           END-IF.
           IF WRK-QTD-PROGRESSAO = ZEROS
               ADD 1 TO WRK-QTD-PENDENCIAS-ANO
               DISPLAY 'PROGRESSAO.CTL NAO ENCONTRADO OU VAZIO - ' ,
                   'CADASTRE A TURMA SEGUINTE DE CADA TURMA'
           END-IF.
           PERFORM 0710-CARREGAR-PENDENTES.
           PERFORM VARYING WRK-IDX-PEND FROM 1 BY 1
                   UNTIL WRK-IDX-PEND > WRK-QTD-PENDENTES
               IF WRK-PEND-SITUACAO(WRK-IDX-PEND) = 'P'
                   ADD 1 TO WRK-QTD-PENDENCIAS-ANO
                   DISPLAY '   ' WRK-PEND-MATRICULA(WRK-IDX-PEND) ,
                       ' - CORRECAO DE NOTA AGUARDANDO APROVACAO ' ,
                       '(MODO 4)'
               END-IF
           END-PERFORM.
           IF CARGA-ESTOUROU
               ADD 1 TO WRK-QTD-PENDENCIAS-ANO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT STUDENT-FILE.
           IF WRK-STATUS-ALUNO NOT = '00'
               ADD 1 TO WRK-QTD-PENDENCIAS-ANO
               DISPLAY 'STUDENT.DAT NAO ENCONTRADO - NADA A FECHAR'
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF ALU-TURMA NOT = WRK-TURMA-CONCLUINTES
                               PERFORM 0960-CONFERIR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       0957-LER-PROGRESSAO.
           MOVE ZEROS TO WRK-QTD-PROGRESSAO.
           MOVE 'N'   TO WRK-FIM-PROGRESSAO.
           OPEN INPUT PROGRESSAO-FILE.
           IF WRK-STATUS-PROGRESSAO = '00'
               PERFORM UNTIL FIM-PROGRESSAO
                   READ PROGRESSAO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PROGRESSAO
                       NOT AT END
                           IF WRK-QTD-PROGRESSAO < 20
                               ADD 1 TO WRK-QTD-PROGRESSAO
                               SET WRK-IDX-PRG TO WRK-QTD-PROGRESSAO
                               MOVE PRG-TURMA TO
                                   WRK-PRG-TURMA(WRK-IDX-PRG)
                               MOVE PRG-PROXIMA TO
                                   WRK-PRG-PROXIMA(WRK-IDX-PRG)
                           ELSE
                               DISPLAY 'AVISO: TABELA DE PROGRESSAO ' ,
                                   'CHEIA - TURMA IGNORADA: ' PRG-TURMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRESSAO-FILE
           END-IF.

      * Pendencias do aluno corrente: bimestre sem nota, recuperacao
      * sem exame e aprovado de turma sem linha de progressao.
       0960-CONFERIR-ALUNO.
           PERFORM 0251-APURAR-SITUACAO.
           PERFORM 0962-CONFERIR-NOTAS-LANCADAS.
           IF WRK-FALTA-NOTA = 'S'
               ADD 1 TO WRK-QTD-PENDENCIAS-ANO
               DISPLAY '   ' ALU-MATRICULA ' ' ALU-NOME ' TURMA ' ,
                   ALU-TURMA ' - NOTA DE BIMESTRE NAO LANCADA'
           END-IF.
           IF WRK-SITUACAO-TEXTO = 'RECUPERACAO'
               ADD 1 TO WRK-QTD-PENDENCIAS-ANO
               DISPLAY '   ' ALU-MATRICULA ' ' ALU-NOME ' TURMA ' ,
                   ALU-TURMA ' - RECUPERACAO PENDENTE'
           END-IF.
           IF WRK-SITUACAO-TEXTO = 'APROVADO'
              OR WRK-SITUACAO-TEXTO = 'PROMOVIDO C/ DEPEND'
               PERFORM 0965-BUSCAR-PROGRESSAO
               IF WRK-PRG-ACHOU = 'N'
                   ADD 1 TO WRK-QTD-PENDENCIAS-ANO
                   DISPLAY '   ' ALU-MATRICULA ' ' ALU-NOME ' TURMA ' ,
                       ALU-TURMA ' - TURMA SEM LINHA EM PROGRESSAO.CTL'
               END-IF
           END-IF.

      * Turma com grade: cada disciplina precisa do lancamento dos
      * quatro bimestres em NOTAS-DISCIPLINA.DAT; sem grade, bimestre
      * com as duas notas zeradas no STUDENT.DAT conta como nao
      * lancado.
       0962-CONFERIR-NOTAS-LANCADAS.
           MOVE 'N' TO WRK-FALTA-NOTA.
           IF WRK-QTD-BOL > ZEROS
               PERFORM VARYING WRK-IDX-BOL FROM 1 BY 1
                       UNTIL WRK-IDX-BOL > WRK-QTD-BOL
                   PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                           UNTIL WRK-CTR-BIM > 4
                       IF WRK-BOL-LANCADO(WRK-IDX-BOL, WRK-CTR-BIM)
                               = 'N'
                           MOVE 'S' TO WRK-FALTA-NOTA
                       END-IF
                   END-PERFORM
               END-PERFORM
           ELSE
               PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                       UNTIL WRK-CTR-BIM > 4
                   IF ALU-BIM-NOTA-1(WRK-CTR-BIM) = ZEROS
                      AND ALU-BIM-NOTA-2(WRK-CTR-BIM) = ZEROS
                       MOVE 'S' TO WRK-FALTA-NOTA
                   END-IF
               END-PERFORM
           END-IF.

      * Turma seguinte do aluno corrente pela PROGRESSAO.CTL; turma
      * seguinte 00 marca a turma concluinte.
       0965-BUSCAR-PROGRESSAO.
           MOVE 'N'       TO WRK-PRG-ACHOU.
           MOVE ALU-TURMA TO WRK-TURMA-DESTINO.
           PERFORM VARYING WRK-IDX-PRG FROM 1 BY 1
                   UNTIL WRK-IDX-PRG > WRK-QTD-PROGRESSAO
               IF WRK-PRG-TURMA(WRK-IDX-PRG) = ALU-TURMA
                   MOVE 'S' TO WRK-PRG-ACHOU
                   MOVE WRK-PRG-PROXIMA(WRK-IDX-PRG)
                       TO WRK-TURMA-DESTINO
               END-IF
           END-PERFORM.
           IF WRK-PRG-ACHOU = 'S' AND WRK-TURMA-DESTINO = ZEROS
               MOVE WRK-TURMA-CONCLUINTES TO WRK-TURMA-DESTINO
           END-IF.

      * Sem pendencias: com o STUDENT.DAT travado, grava o arquivo
      * do ano e, na mesma varredura, promove e zera cada aluno;
      * depois esvazia os apontamentos do ano e audita.
       0970-EFETIVAR-FECHAMENTO.
           MOVE 'STUDENT.DAT' TO WRK-TRV-ARQUIVO.
           PERFORM 9640-REGISTRAR-TRAVA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-ARQUIVADOS WRK-QTD-PROMOVIDOS
               WRK-QTD-RETIDOS WRK-QTD-CONCLUINTES.
           OPEN OUTPUT ANO-LETIVO-FILE.
           MOVE SPACES         TO ANO-LETIVO-RECORD.
           MOVE '1'            TO ANH-TIPO.
           MOVE WRK-ANO-LETIVO TO ANH-ANO.
           MOVE WRK-DATA-HOJE  TO ANH-DATA.
           MOVE WRK-USUARIO    TO ANH-USUARIO.
           WRITE ANO-LETIVO-RECORD.
           DISPLAY 'RESULTADO FINAL DO ANO LETIVO ' WRK-ANO-LETIVO ':'.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN I-O STUDENT-FILE.
           PERFORM UNTIL FIM-ARQUIVO
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF ALU-TURMA NOT = WRK-TURMA-CONCLUINTES
                           PERFORM 0975-FECHAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-FILE.
           CLOSE ANO-LETIVO-FILE.
           PERFORM 0980-GRAVAR-MANIFESTO.
           PERFORM 0985-ZERAR-APONTAMENTOS.
           PERFORM 9650-LIBERAR-TRAVAS.
           MOVE WRK-USUARIO(1:15) TO WRK-AUDIT-USUARIO.
           MOVE 'FECHA ANO LET'   TO WRK-AUDIT-ACAO.
           MOVE 'STUDENT.DAT'     TO WRK-AUDIT-CHAVE.
           MOVE WRK-ANO-LETIVO    TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE WRK-QTD-ARQUIVADOS TO WRK-AUDIT-VALOR-NOVO.
           MOVE 'EFETIVADO'       TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           DISPLAY 'ANO LETIVO ' WRK-ANO-LETIVO ' FECHADO: ' ,
               WRK-QTD-ARQUIVADOS ' ALUNOS, ' WRK-QTD-PROMOVIDOS ,
               ' PROMOVIDOS, ' WRK-QTD-RETIDOS ' RETIDOS, ' ,
               WRK-QTD-CONCLUINTES ' CONCLUINTES - ARQUIVO ' ,
               WRK-NOME-ANO-LETIVO.

      * Resultado final do aluno corrente congelado no arquivo do
      * ano (tipo 2 e, com grade, um tipo 3 por disciplina); aprovado
      * vai para a turma seguinte, reprovado fica na turma; notas e
      * exame zerados para o ano novo.
       0975-FECHAR-ALUNO.
           PERFORM 0251-APURAR-SITUACAO.
           MOVE ALU-TURMA TO WRK-TURMA-DESTINO.
           EVALUATE WRK-SITUACAO-TEXTO
               WHEN 'APROVADO'
               WHEN 'PROMOVIDO C/ DEPEND'
                   PERFORM 0965-BUSCAR-PROGRESSAO
                   IF WRK-TURMA-DESTINO = WRK-TURMA-CONCLUINTES
                       ADD 1 TO WRK-QTD-CONCLUINTES
                   ELSE
                       ADD 1 TO WRK-QTD-PROMOVIDOS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-QTD-RETIDOS
           END-EVALUATE.
           MOVE SPACES             TO ANO-LETIVO-RECORD.
           MOVE '2'                TO ANL-TIPO.
           MOVE ALU-MATRICULA      TO ANL-MATRICULA.
           MOVE ALU-NOME           TO ANL-NOME.
           MOVE ALU-TURMA          TO ANL-TURMA.
           PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                   UNTIL WRK-CTR-BIM > 4
               MOVE WRK-MEDIA-BIM(WRK-CTR-BIM)
                   TO ANL-MEDIA-BIM(WRK-CTR-BIM)
           END-PERFORM.
           MOVE WRK-MEDIA          TO ANL-FINAL.
           MOVE WRK-CONCEITO       TO ANL-CONCEITO.
           MOVE WRK-PCT-FREQUENCIA TO ANL-FREQUENCIA.
           MOVE WRK-SITUACAO-TEXTO TO ANL-SITUACAO.
           MOVE WRK-TURMA-DESTINO  TO ANL-TURMA-DESTINO.
           MOVE WRK-MARCA-RECUP    TO ANL-MARCA.
           WRITE ANO-LETIVO-RECORD.
           PERFORM VARYING WRK-IDX-BOL FROM 1 BY 1
                   UNTIL WRK-IDX-BOL > WRK-QTD-BOL
               MOVE SPACES        TO ANO-LETIVO-RECORD
               MOVE '3'           TO AND-TIPO
               MOVE ALU-MATRICULA TO AND-MATRICULA
               MOVE WRK-BOL-CODIGO(WRK-IDX-BOL) TO AND-CODIGO
               MOVE WRK-BOL-NOME(WRK-IDX-BOL)   TO AND-NOME
               PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                       UNTIL WRK-CTR-BIM > 4
                   MOVE WRK-BOL-MEDIA-BIM(WRK-IDX-BOL, WRK-CTR-BIM)
                       TO AND-MEDIA-BIM(WRK-CTR-BIM)
               END-PERFORM
               MOVE WRK-BOL-FINAL(WRK-IDX-BOL)    TO AND-FINAL
               MOVE WRK-BOL-CONCEITO(WRK-IDX-BOL) TO AND-CONCEITO
               MOVE WRK-BOL-FREQ(WRK-IDX-BOL)     TO AND-FREQUENCIA
               MOVE WRK-BOL-SITUACAO(WRK-IDX-BOL) TO AND-SITUACAO
               WRITE ANO-LETIVO-RECORD
           END-PERFORM.
           ADD 1 TO WRK-QTD-ARQUIVADOS.
           DISPLAY '   ' ALU-MATRICULA ' ' ALU-NOME ' TURMA ' ,
               ALU-TURMA ' ' WRK-MEDIA ' ' WRK-SITUACAO-TEXTO ,
               ' -> TURMA ' WRK-TURMA-DESTINO.
           MOVE WRK-TURMA-DESTINO TO ALU-TURMA.
           PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                   UNTIL WRK-CTR-BIM > 4
               MOVE ZEROS TO ALU-BIM-NOTA-1(WRK-CTR-BIM)
                   ALU-BIM-NOTA-2(WRK-CTR-BIM)
           END-PERFORM.
           MOVE ZEROS TO ALU-NOTA-RECUP.
           REWRITE STUDENT-RECORD.

      * Mesma linha de manifesto das geracoes do PROG35 e do PROG58.
       0980-GRAVAR-MANIFESTO.
           OPEN EXTEND MANIFESTO-FILE.
           IF WRK-STATUS-MANIFESTO = '35'
               OPEN OUTPUT MANIFESTO-FILE
           END-IF.
           MOVE SPACES TO WRK-LINHA-MANIFESTO.
           STRING WRK-DATA-HOJE ' STUDENT.DAT -> '
               WRK-NOME-ANO-LETIVO ' ARQ:' WRK-QTD-ARQUIVADOS
               ' MANT:' WRK-QTD-ARQUIVADOS
               DELIMITED BY SIZE INTO WRK-LINHA-MANIFESTO.
           MOVE WRK-LINHA-MANIFESTO TO MANIFESTO-RECORD.
           WRITE MANIFESTO-RECORD.
           CLOSE MANIFESTO-FILE.

      * Apontamentos do ano que ja estao no arquivo do ano: notas
      * por disciplina, frequencia, presencas, abonos e exames.
      * Arquivo que nao existia continua nao existindo - a existencia
      * do PRESENCAS.DAT e o que liga o calculo pelo detalhe.
       0985-ZERAR-APONTAMENTOS.
           OPEN INPUT NOTAS-DISC-FILE.
           IF WRK-STATUS-NOTAS-DISC = '00'
               CLOSE NOTAS-DISC-FILE
               OPEN OUTPUT NOTAS-DISC-FILE
               CLOSE NOTAS-DISC-FILE
           END-IF.
           OPEN INPUT FREQUENCIA-FILE.
           IF WRK-STATUS-FREQUENCIA = '00'
               CLOSE FREQUENCIA-FILE
               OPEN OUTPUT FREQUENCIA-FILE
               CLOSE FREQUENCIA-FILE
           END-IF.
           OPEN INPUT PRESENCAS-FILE.
           IF WRK-STATUS-PRESENCAS = '00'
               CLOSE PRESENCAS-FILE
               OPEN OUTPUT PRESENCAS-FILE
               CLOSE PRESENCAS-FILE
           END-IF.
           OPEN INPUT ABONOS-FILE.
           IF WRK-STATUS-ABONOS = '00'
               CLOSE ABONOS-FILE
               OPEN OUTPUT ABONOS-FILE
               CLOSE ABONOS-FILE
           END-IF.
           OPEN INPUT RECUPERACAO-FILE.
           IF WRK-STATUS-RECUP = '00'
               CLOSE RECUPERACAO-FILE
               OPEN OUTPUT RECUPERACAO-FILE
               CLOSE RECUPERACAO-FILE
           END-IF.

      * Modo 8: estatistica de rendimento do ano, por turma e da
      * escola, com a mesma apuracao do boletim (0251). A matricula
      * inicial sai da final menos as entradas mais as saidas do ano
      * em GRADE-AUDIT.LOG, e o total fecha com o STUDENT.DAT.
       0990-ESTATISTICA-RENDIMENTO.
           DISPLAY 'ANO LETIVO DAS MOVIMENTACOES (AAAA, 0 = ANO ' ,
               'CORRENTE): '.
           ACCEPT WRK-EST-ANO FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-EST-ANO = ZEROS
               MOVE WRK-ANO-HOJE TO WRK-EST-ANO
           END-IF.
           MOVE ZEROS TO WRK-TAB-ESTATISTICA WRK-EST-LIDOS
               WRK-EST-CONCLUINTES WRK-EST-SEM-TURMA.
           PERFORM 0050-LER-CONTROLE.
           PERFORM 0055-LER-TURMAS.
           PERFORM 9580-CARREGAR-DISCIPLINAS.
           PERFORM 9590-CARREGAR-NOTAS-DISC.
           PERFORM 0065-LER-PRESENCAS.
           PERFORM 0066-LER-ABONOS.
           PERFORM 0060-LER-FREQUENCIA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT STUDENT-FILE.
           IF WRK-STATUS-ALUNO NOT = '00'
               DISPLAY 'STUDENT.DAT NAO ENCONTRADO - ESTATISTICA ' ,
                   'SEM ALUNOS'
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-EST-LIDOS
                           IF ALU-TURMA = WRK-TURMA-CONCLUINTES
                               ADD 1 TO WRK-EST-CONCLUINTES
                           ELSE
                               PERFORM 0992-ACUMULAR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.
           PERFORM 0994-LER-MOVIMENTACAO.
           OPEN OUTPUT RENDIMENTO-FILE.
           MOVE SPACES TO WRK-LINHA-RENDIMENTO.
           STRING '          RENDIMENTO ESCOLAR - ANO LETIVO '
               WRK-EST-ANO '  EMITIDO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           PERFORM VARYING WRK-EST-POS FROM 1 BY 1
                   UNTIL WRK-EST-POS > 99
               IF WRK-EST-MATRIC(WRK-EST-POS) > ZEROS
                  OR WRK-EST-ENTRADAS(WRK-EST-POS) > ZEROS
                  OR WRK-EST-SAIDAS(WRK-EST-POS) > ZEROS
                   COMPUTE WRK-EST-TURMA = WRK-EST-POS - 1
                   MOVE 'TURMA FORA DO CADASTRO' TO WRK-EST-NOME
                   PERFORM VARYING WRK-IDX-TURMA FROM 1 BY 1
                           UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS
                       IF WRK-TURMA-CODIGO(WRK-IDX-TURMA) =
                               WRK-EST-TURMA
                           MOVE WRK-TURMA-NOME(WRK-IDX-TURMA)
                               TO WRK-EST-NOME
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WRK-LINHA-RENDIMENTO
                   PERFORM 0998-EMITIR-LINHA
                   STRING 'TURMA ' WRK-EST-TURMA ' - ' WRK-EST-NOME
                       DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO
                   PERFORM 0998-EMITIR-LINHA
                   PERFORM 0996-EMITIR-QUADRO
               END-IF
           END-PERFORM.
           MOVE 100 TO WRK-EST-POS.
           MOVE SPACES TO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           MOVE 'ESCOLA - TOTAL GERAL' TO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           PERFORM 0996-EMITIR-QUADRO.
           IF WRK-EST-SEM-TURMA > ZEROS
               STRING '  EVENTOS SEM TURMA NO LOG ....: '
                   WRK-EST-SEM-TURMA ' (SO NO TOTAL DA ESCOLA)'
                   DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO
               PERFORM 0998-EMITIR-LINHA
           END-IF.
           COMPUTE WRK-EST-SOMA = WRK-EST-MATRIC(100) +
               WRK-EST-CONCLUINTES.
           IF WRK-EST-SOMA = WRK-EST-LIDOS
               MOVE 'CONFERE' TO WRK-EST-CONFERE
           ELSE
               MOVE 'NAO CONFERE' TO WRK-EST-CONFERE
           END-IF.
           STRING '  ALUNOS NO STUDENT.DAT .......: ' WRK-EST-LIDOS
               ' = ' WRK-EST-MATRIC(100) ' EM TURMA + '
               WRK-EST-CONCLUINTES ' CONCLUINTES  ' WRK-EST-CONFERE
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           CLOSE RENDIMENTO-FILE.
           DISPLAY 'RELATORIO GRAVADO EM RENDIMENTO.SPL.'.

      * Aluno na sua turma (posicao = codigo + 1) e no total da
      * escola (posicao 100).
       0992-ACUMULAR-ALUNO.
           PERFORM 0251-APURAR-SITUACAO.
           MOVE 'N' TO WRK-EST-RECUP.
           IF WRK-MARCA-RECUP NOT = SPACES
               MOVE 'S' TO WRK-EST-RECUP
           END-IF.
           PERFORM VARYING WRK-IDX-BOL FROM 1 BY 1
                   UNTIL WRK-IDX-BOL > WRK-QTD-BOL
               IF WRK-BOL-MARCA(WRK-IDX-BOL) NOT = SPACES
                   MOVE 'S' TO WRK-EST-RECUP
               END-IF
           END-PERFORM.
           COMPUTE WRK-EST-POS = ALU-TURMA + 1.
           PERFORM 0993-SOMAR-ALUNO.
           MOVE 100 TO WRK-EST-POS.
           PERFORM 0993-SOMAR-ALUNO.

       0993-SOMAR-ALUNO.
           ADD 1 TO WRK-EST-MATRIC(WRK-EST-POS).
           EVALUATE WRK-SITUACAO-TEXTO
               WHEN 'REPROVADO POR FALTA'
                   ADD 1 TO WRK-EST-REPROV-FALTA(WRK-EST-POS)
               WHEN 'REPROVADO'
                   ADD 1 TO WRK-EST-REPROV(WRK-EST-POS)
               WHEN 'RECUPERACAO'
                   ADD 1 TO WRK-EST-RECUP-PEND(WRK-EST-POS)
               WHEN 'PROMOVIDO C/ DEPEND'
                   ADD 1 TO WRK-EST-DEPEND(WRK-EST-POS)
               WHEN OTHER
                   IF WRK-EST-RECUP = 'S'
                       ADD 1 TO WRK-EST-APROV-RECUP(WRK-EST-POS)
                   ELSE
                       ADD 1 TO WRK-EST-APROV(WRK-EST-POS)
                   END-IF
           END-EVALUATE.
           PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                   UNTIL WRK-CTR-BIM > 4
               ADD WRK-MEDIA-BIM(WRK-CTR-BIM)
                   TO WRK-EST-SOMA-BIM(WRK-EST-POS, WRK-CTR-BIM)
           END-PERFORM.
           EVALUATE WRK-CONCEITO
               WHEN 'A'
                   ADD 1 TO WRK-EST-CONCEITO(WRK-EST-POS, 1)
               WHEN 'B'
                   ADD 1 TO WRK-EST-CONCEITO(WRK-EST-POS, 2)
               WHEN 'C'
                   ADD 1 TO WRK-EST-CONCEITO(WRK-EST-POS, 3)
               WHEN 'D'
                   ADD 1 TO WRK-EST-CONCEITO(WRK-EST-POS, 4)
               WHEN OTHER
                   ADD 1 TO WRK-EST-CONCEITO(WRK-EST-POS, 5)
           END-EVALUATE.

      * Entradas e saidas do ano pelos eventos de matricula do
      * PROG27: inclusao entra, transferencia sai e mudanca de turma
      * sai da origem e entra no destino (nao mexe no total da
      * escola). Evento gravado antes da turma ir para o log conta
      * so no total da escola.
       0994-LER-MOVIMENTACAO.
           MOVE 'N' TO WRK-EST-FIM-LOG.
           OPEN INPUT GRADE-AUDIT-FILE.
           IF WRK-STATUS-GRADE-AUD = '00'
               PERFORM UNTIL WRK-EST-FIM-LOG = 'S'
                   READ GRADE-AUDIT-FILE
                       AT END
                           MOVE 'S' TO WRK-EST-FIM-LOG
                       NOT AT END
                           IF AUD-ANO = WRK-EST-ANO
                               PERFORM 0995-CONTAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-AUDIT-FILE
           END-IF.

       0995-CONTAR-EVENTO.
           MOVE 'N' TO WRK-EST-TEM-TURMA.
           IF AUD-TURMA NUMERIC
              AND AUD-TURMA NOT = WRK-TURMA-CONCLUINTES
               MOVE 'S' TO WRK-EST-TEM-TURMA
               COMPUTE WRK-EST-POS = AUD-TURMA + 1
           END-IF.
           EVALUATE AUD-ACAO
               WHEN 'INCLUSAO'
                   ADD 1 TO WRK-EST-ENTRADAS(100)
                   IF WRK-EST-TEM-TURMA = 'S'
                       ADD 1 TO WRK-EST-ENTRADAS(WRK-EST-POS)
                   ELSE
                       ADD 1 TO WRK-EST-SEM-TURMA
                   END-IF
               WHEN 'TRANSFERENCIA'
                   ADD 1 TO WRK-EST-SAIDAS(100)
                   IF WRK-EST-TEM-TURMA = 'S'
                       ADD 1 TO WRK-EST-SAIDAS(WRK-EST-POS)
                   ELSE
                       ADD 1 TO WRK-EST-SEM-TURMA
                   END-IF
               WHEN 'MUDA TURMA'
                   IF WRK-EST-TEM-TURMA = 'S'
                      AND AUD-TURMA-ANTERIOR NUMERIC
                      AND AUD-TURMA-ANTERIOR NOT =
                          WRK-TURMA-CONCLUINTES
                       ADD 1 TO WRK-EST-ENTRADAS(WRK-EST-POS)
                       COMPUTE WRK-EST-POS = AUD-TURMA-ANTERIOR + 1
                       ADD 1 TO WRK-EST-SAIDAS(WRK-EST-POS)
                   ELSE
                       ADD 1 TO WRK-EST-SEM-TURMA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Quadro da posicao WRK-EST-POS: movimentacao, resultado com
      * taxas sobre a matricula final, media de cada bimestre e
      * distribuicao por conceito.
       0996-EMITIR-QUADRO.
           COMPUTE WRK-EST-INICIAL = WRK-EST-MATRIC(WRK-EST-POS)
               - WRK-EST-ENTRADAS(WRK-EST-POS)
               + WRK-EST-SAIDAS(WRK-EST-POS).
           MOVE WRK-EST-INICIAL TO WRK-EST-INICIAL-ED.
           STRING '  MATRICULA INICIAL ...........: '
               WRK-EST-INICIAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           STRING '  ENTRADAS NO ANO .............: '
               WRK-EST-ENTRADAS(WRK-EST-POS)
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           STRING '  SAIDAS NO ANO ...............: '
               WRK-EST-SAIDAS(WRK-EST-POS)
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           STRING '  MATRICULA FINAL .............: '
               WRK-EST-MATRIC(WRK-EST-POS)
               '  (INICIAL + ENTRADAS - SAIDAS)'
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           MOVE '  APROVADOS ...................: ' TO WRK-EST-ROTULO.
           MOVE WRK-EST-APROV(WRK-EST-POS) TO WRK-EST-QTD.
           PERFORM 0997-LINHA-TAXA.
           MOVE '  APROVADOS APOS RECUPERACAO ..: ' TO WRK-EST-ROTULO.
           MOVE WRK-EST-APROV-RECUP(WRK-EST-POS) TO WRK-EST-QTD.
           PERFORM 0997-LINHA-TAXA.
           MOVE '  PROMOVIDOS C/ DEPENDENCIA ...: ' TO WRK-EST-ROTULO.
           MOVE WRK-EST-DEPEND(WRK-EST-POS) TO WRK-EST-QTD.
           PERFORM 0997-LINHA-TAXA.
           MOVE '  EM RECUPERACAO (PENDENTE) ...: ' TO WRK-EST-ROTULO.
           MOVE WRK-EST-RECUP-PEND(WRK-EST-POS) TO WRK-EST-QTD.
           PERFORM 0997-LINHA-TAXA.
           MOVE '  REPROVADOS POR NOTA .........: ' TO WRK-EST-ROTULO.
           MOVE WRK-EST-REPROV(WRK-EST-POS) TO WRK-EST-QTD.
           PERFORM 0997-LINHA-TAXA.
           MOVE '  REPROVADOS POR FALTA ........: ' TO WRK-EST-ROTULO.
           MOVE WRK-EST-REPROV-FALTA(WRK-EST-POS) TO WRK-EST-QTD.
           PERFORM 0997-LINHA-TAXA.
           COMPUTE WRK-EST-SOMA = WRK-EST-APROV(WRK-EST-POS)
               + WRK-EST-APROV-RECUP(WRK-EST-POS)
               + WRK-EST-DEPEND(WRK-EST-POS)
               + WRK-EST-RECUP-PEND(WRK-EST-POS)
               + WRK-EST-REPROV(WRK-EST-POS)
               + WRK-EST-REPROV-FALTA(WRK-EST-POS).
           IF WRK-EST-SOMA = WRK-EST-MATRIC(WRK-EST-POS)
               MOVE 'CONFERE' TO WRK-EST-CONFERE
           ELSE
               MOVE 'NAO CONFERE' TO WRK-EST-CONFERE
           END-IF.
           STRING '  SOMA DAS SITUACOES ..........: ' WRK-EST-SOMA
               '  ' WRK-EST-CONFERE
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           PERFORM VARYING WRK-CTR-BIM FROM 1 BY 1
                   UNTIL WRK-CTR-BIM > 4
               IF WRK-EST-MATRIC(WRK-EST-POS) > ZEROS
                   COMPUTE WRK-EST-MEDIA-BIM(WRK-CTR-BIM) ROUNDED =
                       WRK-EST-SOMA-BIM(WRK-EST-POS, WRK-CTR-BIM)
                       / WRK-EST-MATRIC(WRK-EST-POS)
               ELSE
                   MOVE ZEROS TO WRK-EST-MEDIA-BIM(WRK-CTR-BIM)
               END-IF
           END-PERFORM.
           STRING '  MEDIA POR BIMESTRE ..........: '
               WRK-EST-MEDIA-BIM(1) ' ' WRK-EST-MEDIA-BIM(2) ' '
               WRK-EST-MEDIA-BIM(3) ' ' WRK-EST-MEDIA-BIM(4)
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.
           STRING '  CONCEITOS  A/B/C/D/F ........: '
               WRK-EST-CONCEITO(WRK-EST-POS, 1) ' '
               WRK-EST-CONCEITO(WRK-EST-POS, 2) ' '
               WRK-EST-CONCEITO(WRK-EST-POS, 3) ' '
               WRK-EST-CONCEITO(WRK-EST-POS, 4) ' '
               WRK-EST-CONCEITO(WRK-EST-POS, 5)
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.

      * Quantidade e taxa sobre a matricula final da posicao.
       0997-LINHA-TAXA.
           IF WRK-EST-MATRIC(WRK-EST-POS) > ZEROS
               COMPUTE WRK-EST-PCT ROUNDED = WRK-EST-QTD * 100
                   / WRK-EST-MATRIC(WRK-EST-POS)
           ELSE
               MOVE ZEROS TO WRK-EST-PCT
           END-IF.
           MOVE WRK-EST-PCT TO WRK-EST-PCT-ED.
           STRING WRK-EST-ROTULO WRK-EST-QTD '  ' WRK-EST-PCT-ED '%'
               DELIMITED BY SIZE INTO WRK-LINHA-RENDIMENTO.
           PERFORM 0998-EMITIR-LINHA.

      * Linha da estatistica no console e em RENDIMENTO.SPL.
       0998-EMITIR-LINHA.
           DISPLAY WRK-LINHA-RENDIMENTO.
           MOVE WRK-LINHA-RENDIMENTO TO RENDIMENTO-RECORD.
           WRITE RENDIMENTO-RECORD.
           MOVE SPACES TO WRK-LINHA-RENDIMENTO.

       0710-CARREGAR-PENDENTES.
           OPEN INPUT PENDENTES-FILE.
           IF WRK-STATUS-PENDENTES = '00'
           COPY 'SPOOLPR.COB'.
           COPY 'TRVAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'DISCPR.COB'.
           COPY 'PROFPR.COB'.
       END PROGRAM PROG07.
