      *              STUDENT.DAT para atualizacao enquanto um batch o
      *              segura; trava obsoleta de abend pode ser
      *              removida pelo operador, com o override auditado.
      * 15/10/2026 - Lancamento de nota (opcao 'A') restrito ao
      *              professor ativo atribuido a turma do aluno no ano
      *              letivo (books PROF*, cadastro mantido pelo
      *              PROG92); ano sem atribuicoes cadastradas segue
      *              liberado como antes.
      * 15/10/2026 - Vagas por turma: TURMAS.DAT ganhou a capacidade
      *              no fim da linha (sem o campo, turma sem limite);
      *              inclusao e mudanca para turma lotada sao
      *              recusadas, e o aluno recusado na inclusao pode
      *              entrar na lista de espera (ESPERA.DAT), por data
      *              do pedido com prioridade para irmao ja matriculado
      *              (FAMILIAS.DAT, books RSP*). Vaga liberada por
      *              transferencia ou mudanca de turma e ofertada ao
      *              primeiro da espera, com a oferta registrada e
      *              auditada; opcao 'D' de desistencia da espera e
      *              'V' do relatorio de vagas em VAGAS.SPL.
      * 15/10/2026 - Eventos de matricula em GRADE-AUDIT.LOG passam a
      *              levar a turma no fim da linha (e a turma de
      *              origem na mudanca), para a estatistica de
      *              rendimento do PROG07 contar entradas e saidas
      *              por turma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG27.
           SELECT ABONOS-FILE ASSIGN TO "ABONOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ABONOS.
           SELECT ESPERA-FILE ASSIGN TO "ESPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ESPERA.
           COPY 'RSPSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="VAGAS.SPL"==.
           COPY 'TRVASL.COB'.
           COPY 'PROFSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           05 AUD-SEQUENCIA   PIC 9(04).
           05 FILLER          PIC X(01).
           05 AUD-BIMESTRE    PIC 9(01).
           05 FILLER          PIC X(01).
           05 AUD-TURMA       PIC 9(02).
           05 FILLER          PIC X(01).
           05 AUD-TURMA-ANTERIOR PIC 9(02).
       FD  TURMAS-FILE.
       01  TURMAS-RECORD.
           05 TUR-CODIGO      PIC 9(02).
           05 TUR-NOME        PIC X(20).
           05 FILLER          PIC X(01).
           05 TUR-PROFESSOR   PIC X(20).
           05 FILLER          PIC X(01).
           05 TUR-VAGAS       PIC 9(03).
       FD  ABONOS-FILE.
       01  ABONOS-RECORD.
           05 ABO-MATRICULA   PIC 9(05).
           05 ABO-DATA-FIM    PIC 9(08).
           05 ABO-MOTIVO      PIC X(02).
           05 ABO-USUARIO     PIC X(20).
      * Lista de espera por turma: situacao A aguardando, O vaga
      * ofertada (data da oferta), M matriculado, D desistiu.
      * ESP-IRMAO 'S' = irmao ja matriculado no pedido (prioridade).
       FD  ESPERA-FILE.
       01  ESPERA-RECORD.
           05 ESP-TURMA       PIC 9(02).
           05 FILLER          PIC X(01).
           05 ESP-DATA-PEDIDO PIC 9(08).
           05 FILLER          PIC X(01).
           05 ESP-MATRICULA   PIC 9(05).
           05 FILLER          PIC X(01).
           05 ESP-NOME        PIC X(20).
           05 FILLER          PIC X(01).
           05 ESP-IRMAO       PIC X(01).
           05 FILLER          PIC X(01).
           05 ESP-SITUACAO    PIC X(01).
           05 FILLER          PIC X(01).
           05 ESP-DATA-OFERTA PIC 9(08).
           05 FILLER          PIC X(01).
           05 ESP-USUARIO     PIC X(20).
           COPY 'RSPFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRVAFD.COB'.
           COPY 'PROFFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'RSPWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRVAWS.COB'.
           COPY 'PROFWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-ALUNO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-AUDITORIA PIC X(02) VALUES ZEROS.
           88 OPCAO-TRANSFERIR VALUE 'T'.
           88 OPCAO-MUDAR-TURMA VALUE 'M'.
           88 OPCAO-ABONAR     VALUE 'F'.
           88 OPCAO-DESISTIR   VALUE 'D'.
           88 OPCAO-VAGAS      VALUE 'V'.
           88 OPCAO-SAIR       VALUE '9'.
       77  WRK-USUARIO        PIC X(20) VALUES SPACES.
       77  WRK-MATRICULA      PIC 9(05) VALUES ZEROS.
              10 WRK-TURMA-CODIGO    PIC 9(02).
              10 WRK-TURMA-NOME      PIC X(20).
              10 WRK-TURMA-PROFESSOR PIC X(20).
              10 WRK-TURMA-VAGAS     PIC 9(03).
              10 WRK-TURMA-MATRIC    PIC 9(03).
              10 WRK-TURMA-OFERTAS   PIC 9(03).
       77  WRK-TURMA-POS     PIC 9(02) VALUES ZEROS.
      * Vagas: capacidade 0 = turma sem limite; ofertas em aberto da
      * lista de espera seguram a vaga ate a matricula ou desistencia.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-VAGA-OK       PIC X(01) VALUES 'S'.
           88 VAGA-OK VALUE 'S'.
       77  WRK-OCUPADAS      PIC 9(03) VALUES ZEROS.
       77  WRK-RESPOSTA      PIC X(01) VALUES SPACE.
       77  WRK-STATUS-ESPERA PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ESPERA    PIC X(01) VALUES 'N'.
           88 FIM-ESPERA VALUE 'S'.
       77  WRK-ESP-ESTOUROU  PIC X(01) VALUES 'N'.
           88 ESPERA-ESTOUROU VALUE 'S'.
       77  WRK-QTD-ESPERA    PIC 9(03) VALUES ZEROS.
       77  WRK-ESP-ESCOLHIDO PIC 9(03) VALUES ZEROS.
       77  WRK-PRIORIDADE-IRMAO PIC X(01) VALUES 'N'.
       77  WRK-FAM-CODIGO-ALUNO PIC 9(04) VALUES ZEROS.
       77  WRK-MATRICULA-IRMAO  PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-AGUARDANDO PIC 9(03) VALUES ZEROS.
       77  WRK-DATA-MAIS-ANTIGA PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-ESPERA   PIC 9(05) VALUES ZEROS.
       77  WRK-DATA-REFERENCIA PIC 9(08) VALUES ZEROS.
       01  WRK-TAB-ESPERA.
           05 WRK-ESP-ITEM OCCURS 200 TIMES
                            INDEXED BY WRK-IDX-ESP WRK-IDX-ESP2.
              10 WRK-ESP-TURMA       PIC 9(02).
              10 WRK-ESP-DATA-PEDIDO PIC 9(08).
              10 WRK-ESP-MATRICULA   PIC 9(05).
              10 WRK-ESP-NOME        PIC X(20).
              10 WRK-ESP-IRMAO       PIC X(01).
              10 WRK-ESP-SITUACAO    PIC X(01).
              10 WRK-ESP-DATA-OFERTA PIC 9(08).
              10 WRK-ESP-USUARIO     PIC X(20).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG27' TO WRK-TRAILER-PROGRAMA.
           END-IF.
           DISPLAY 'USUARIO RESPONSAVEL PELA SESSAO: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           PERFORM 9710-CARREGAR-PROFESSORES.
           PERFORM 9720-CARREGAR-ATRIBUICOES.
      * Batch segurando o STUDENT.DAT recusa a sessao; trava obsoleta
      * de abend pode ser removida pelo operador, com o override
      * auditado na mesma trilha da manutencao.
               CLOSE STUDENT-FILE
               OPEN I-O STUDENT-FILE
           END-IF.
           PERFORM 0042-CONTAR-MATRICULADOS.
           PERFORM 9290-CARREGAR-FAMILIAS.
           PERFORM 0500-CARREGAR-ESPERA.
           PERFORM UNTIL OPCAO-SAIR
               DISPLAY ' '
               DISPLAY 'I-INCLUIR  A-ALTERAR  T-TRANSFERIR  ' ,
                   'M-MUDAR TURMA  F-ABONAR FALTAS  ' ,
                   'D-DESISTENCIA DA ESPERA  V-VAGAS  9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE TRUE
                   WHEN OPCAO-INCLUIR
                       PERFORM 0350-MUDAR-TURMA
                   WHEN OPCAO-ABONAR
                       PERFORM 0380-ABONAR-FALTAS
                   WHEN OPCAO-DESISTIR
                       PERFORM 0570-DESISTIR-ESPERA
                   WHEN OPCAO-VAGAS
                       PERFORM 0600-RELATORIO-VAGAS
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                                   WRK-TURMA-NOME(WRK-IDX-TURMA)
                               MOVE TUR-PROFESSOR TO
                                   WRK-TURMA-PROFESSOR(WRK-IDX-TURMA)
                               MOVE ZEROS TO
                                   WRK-TURMA-VAGAS(WRK-IDX-TURMA)
                                   WRK-TURMA-MATRIC(WRK-IDX-TURMA)
                                   WRK-TURMA-OFERTAS(WRK-IDX-TURMA)
                               IF TUR-VAGAS NUMERIC
                                   MOVE TUR-VAGAS TO
                                       WRK-TURMA-VAGAS(WRK-IDX-TURMA)
                               END-IF
                           ELSE
                               DISPLAY 'AVISO: TABELA DE TURMAS ' ,
                                   'CHEIA - CODIGO IGNORADO: ' ,
               CLOSE TURMAS-FILE
           END-IF.

      * Alunos matriculados por turma, contados na abertura e
      * acompanhados a cada inclusao, transferencia e mudanca.
       0042-CONTAR-MATRICULADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE ALU-TURMA TO WRK-TURMA
                       PERFORM 0045-BUSCAR-TURMA
                       IF TURMA-ACHOU
                           ADD 1 TO WRK-TURMA-MATRIC(WRK-TURMA-POS)
                       END-IF
               END-READ
           END-PERFORM.

       0045-BUSCAR-TURMA.
           MOVE 'N' TO WRK-TURMA-ACHOU.
           MOVE ZEROS TO WRK-TURMA-POS.
           PERFORM VARYING WRK-IDX-TURMA FROM 1 BY 1
                   UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS
               IF WRK-TURMA-CODIGO(WRK-IDX-TURMA) = WRK-TURMA
                   SET TURMA-ACHOU TO TRUE
                   SET WRK-TURMA-POS TO WRK-IDX-TURMA
               END-IF
           END-PERFORM.

      * Vaga na turma WRK-TURMA para a matricula WRK-MATRICULA:
      * matriculados mais ofertas em aberto contra a capacidade; a
      * oferta feita ao proprio aluno nao conta contra ele.
       0047-CONFERIR-VAGA.
           MOVE 'S' TO WRK-VAGA-OK.
           PERFORM 0045-BUSCAR-TURMA.
           IF TURMA-ACHOU
              AND WRK-TURMA-VAGAS(WRK-TURMA-POS) > ZEROS
               COMPUTE WRK-OCUPADAS =
                   WRK-TURMA-MATRIC(WRK-TURMA-POS) +
                   WRK-TURMA-OFERTAS(WRK-TURMA-POS)
               PERFORM VARYING WRK-IDX-ESP FROM 1 BY 1
                       UNTIL WRK-IDX-ESP > WRK-QTD-ESPERA
                   IF WRK-ESP-TURMA(WRK-IDX-ESP) = WRK-TURMA
                      AND WRK-ESP-MATRICULA(WRK-IDX-ESP) =
                          WRK-MATRICULA
                      AND WRK-ESP-SITUACAO(WRK-IDX-ESP) = 'O'
                       SUBTRACT 1 FROM WRK-OCUPADAS
                   END-IF
               END-PERFORM
               IF WRK-OCUPADAS NOT < WRK-TURMA-VAGAS(WRK-TURMA-POS)
                   MOVE 'N' TO WRK-VAGA-OK
                   DISPLAY 'TURMA ' WRK-TURMA ' LOTADA: ' ,
                       WRK-TURMA-VAGAS(WRK-TURMA-POS) ' VAGAS, ' ,
                       WRK-TURMA-MATRIC(WRK-TURMA-POS) ,
                       ' MATRICULADOS, ' ,
                       WRK-TURMA-OFERTAS(WRK-TURMA-POS) ,
                       ' OFERTAS EM ABERTO'
               END-IF
           END-IF.

       0050-CRITICAR-DADOS.
           MOVE 'S' TO WRK-DADOS-OK.
           IF WRK-MATRICULA = ZEROS
           ACCEPT WRK-TURMA FROM CONSOLE.
           MOVE ZEROS TO WRK-NOTA-1 WRK-NOTA-2.
           PERFORM 0050-CRITICAR-DADOS.
           IF DADOS-OK
               PERFORM 0047-CONFERIR-VAGA
               IF NOT VAGA-OK
                   MOVE 'N' TO WRK-DADOS-OK
                   DISPLAY 'MATRICULA RECUSADA.'
                   PERFORM 0510-INCLUIR-NA-ESPERA
               END-IF
           END-IF.
           IF DADOS-OK
               MOVE WRK-MATRICULA TO ALU-MATRICULA
               MOVE WRK-NOME      TO ALU-NOME
                       MOVE 'INCLUSAO' TO WRK-ACAO
                       PERFORM 0400-GRAVAR-AUDITORIA
                       DISPLAY 'ALUNO INCLUIDO.'
                       IF TURMA-ACHOU
                           ADD 1 TO WRK-TURMA-MATRIC(WRK-TURMA-POS)
                       END-IF
                       PERFORM 0540-BAIXAR-ESPERA
               END-WRITE
           END-IF.

               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA.'
               NOT INVALID KEY
                   PERFORM 0210-CONFERIR-PROFESSOR
                   IF ATRIBUICAO-PERMITIDA
                       PERFORM 0220-LANCAR-NOTAS
                   END-IF
           END-READ.

      * So o professor ativo atribuido a turma do aluno no ano
      * letivo lanca nota; ano sem atribuicoes cadastradas libera.
       0210-CONFERIR-PROFESSOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-ANO-HOJE      TO WRK-ATB-ANO-PROC.
           MOVE ALU-TURMA         TO WRK-ATB-TURMA-PROC.
           MOVE SPACES            TO WRK-ATB-DISC-PROC.
           MOVE WRK-USUARIO(1:15) TO WRK-ATB-USUARIO-PROC.
           PERFORM 9726-CONFERIR-ATRIBUICAO.
           IF NOT ATRIBUICAO-PERMITIDA
               DISPLAY 'NOTA DA TURMA ' ALU-TURMA ' SO PODE SER ' ,
                   'LANCADA PELO PROFESSOR ATRIBUIDO - ALTERACAO ' ,
                   'RECUSADA.'
           END-IF.

       0220-LANCAR-NOTAS.
           DISPLAY 'NOVO NOME DO ALUNO: '.
           ACCEPT WRK-NOME FROM CONSOLE.
           MOVE ALU-TURMA TO WRK-TURMA.
           DISPLAY 'BIMESTRE A LANCAR (1 A 4): '.
           ACCEPT WRK-BIMESTRE FROM CONSOLE.
           DISPLAY 'NOTA 1 DO BIMESTRE: '.
           ACCEPT WRK-NOTA-1 FROM CONSOLE.
           DISPLAY 'NOTA 2 DO BIMESTRE: '.
           ACCEPT WRK-NOTA-2 FROM CONSOLE.
           PERFORM 0050-CRITICAR-DADOS.
           IF WRK-BIMESTRE < 1 OR WRK-BIMESTRE > 4
               DISPLAY 'BIMESTRE INVALIDO (1 A 4).'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF DADOS-OK
               MOVE WRK-NOME   TO ALU-NOME
               MOVE WRK-NOTA-1 TO
                   ALU-BIM-NOTA-1(WRK-BIMESTRE)
               MOVE WRK-NOTA-2 TO
                   ALU-BIM-NOTA-2(WRK-BIMESTRE)
               REWRITE STUDENT-RECORD
               ADD 1 TO WRK-QTD-OPERACOES
               MOVE 'ALTERACAO' TO WRK-ACAO
               PERFORM 0400-GRAVAR-AUDITORIA
               DISPLAY 'ALUNO ALTERADO.'
           END-IF.

      * Mudanca de turma: operacao propria e auditada, distinta da
      * transferencia para outra escola - o aluno continua no
      * STUDENT.DAT, so muda de secao no boletim do PROG07.
                   DISPLAY 'TURMA ATUAL: ' ALU-TURMA
                   DISPLAY 'NOVA TURMA (COD): '
                   ACCEPT WRK-TURMA FROM CONSOLE
                   MOVE 'S' TO WRK-TURMA-ACHOU WRK-VAGA-OK
                   IF WRK-QTD-TURMAS > ZEROS
                       PERFORM 0045-BUSCAR-TURMA
                   END-IF
                   IF TURMA-ACHOU
                      AND WRK-TURMA NOT = WRK-TURMA-ANTIGA
                       PERFORM 0047-CONFERIR-VAGA
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT TURMA-ACHOU
                           DISPLAY 'TURMA NAO CADASTRADA EM ' ,
                               'TURMAS.DAT: ' WRK-TURMA
                       WHEN WRK-TURMA = WRK-TURMA-ANTIGA
                           DISPLAY 'ALUNO JA ESTA NESSA TURMA.'
                       WHEN NOT VAGA-OK
                           DISPLAY 'MUDANCA DE TURMA RECUSADA.'
                       WHEN OTHER
                           MOVE WRK-TURMA TO ALU-TURMA
                           REWRITE STUDENT-RECORD
                           PERFORM 0400-GRAVAR-AUDITORIA
                           DISPLAY 'ALUNO MOVIDO DA TURMA ' ,
                               WRK-TURMA-ANTIGA ' PARA ' WRK-TURMA
                           IF TURMA-ACHOU
                               ADD 1 TO
                                   WRK-TURMA-MATRIC(WRK-TURMA-POS)
                           END-IF
                           PERFORM 0540-BAIXAR-ESPERA
                           PERFORM 0360-LIBERAR-VAGA
                   END-EVALUATE
           END-READ.

      * Vaga liberada na turma WRK-TURMA-ANTIGA: sai da contagem e
      * vai para o primeiro da lista de espera.
       0360-LIBERAR-VAGA.
           MOVE WRK-TURMA-ANTIGA TO WRK-TURMA.
           PERFORM 0045-BUSCAR-TURMA.
           IF TURMA-ACHOU
              AND WRK-TURMA-MATRIC(WRK-TURMA-POS) > ZEROS
               SUBTRACT 1 FROM WRK-TURMA-MATRIC(WRK-TURMA-POS)
           END-IF.
           PERFORM 0550-OFERTAR-VAGA.

      * Abono de faltas: a faixa de datas justificada vai para
      * ABONOS.DAT com o motivo e quem lancou, e o evento fica em
      * GRADE-AUDIT.LOG - o boletim converte as faltas da faixa em

      * Transferencia para outra escola: o registro sai do STUDENT.DAT
      * (como a exclusao de time do PROG15), com o evento auditado.
      * A vaga aberta vai para o primeiro da lista de espera da turma.
       0300-TRANSFERIR-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO A TRANSFERIR: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA.'
               NOT INVALID KEY
                   MOVE ALU-TURMA TO WRK-TURMA-ANTIGA
                   DELETE STUDENT-FILE
                       INVALID KEY
                           DISPLAY 'MATRICULA NAO CADASTRADA.'
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-OPERACOES
                           MOVE 'TRANSFERENCIA' TO WRK-ACAO
                           PERFORM 0400-GRAVAR-AUDITORIA
                           DISPLAY 'ALUNO TRANSFERIDO.'
                           PERFORM 0360-LIBERAR-VAGA
                   END-DELETE
           END-READ.

      * Mesma trilha de GRADE-AUDIT.LOG das correcoes de nota, com a
      * acao da manutencao no campo proprio.
           ADD 1 TO WRK-SEQ-GRADE-AUD.
           MOVE WRK-SEQ-GRADE-AUD TO AUD-SEQUENCIA.
           MOVE ZEROS TO AUD-BIMESTRE.
           EVALUATE WRK-ACAO
               WHEN 'INCLUSAO'
               WHEN 'ESPERA'
               WHEN 'OFERTA VAGA'
               WHEN 'DESISTENCIA'
                   MOVE WRK-TURMA TO AUD-TURMA
               WHEN 'TRANSFERENCIA'
                   MOVE WRK-TURMA-ANTIGA TO AUD-TURMA
               WHEN 'MUDA TURMA'
                   MOVE WRK-TURMA        TO AUD-TURMA
                   MOVE WRK-TURMA-ANTIGA TO AUD-TURMA-ANTERIOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE GRADE-AUDIT-RECORD.
           CLOSE GRADE-AUDIT-FILE.

      * Lista de espera inteira em memoria, regravada a cada
      * mudanca; lista maior que a tabela nao e regravada, para nao
      * perder os pedidos que nao couberam.
       0500-CARREGAR-ESPERA.
           MOVE ZEROS TO WRK-QTD-ESPERA.
           MOVE 'N'   TO WRK-FIM-ESPERA WRK-ESP-ESTOUROU.
           OPEN INPUT ESPERA-FILE.
           IF WRK-STATUS-ESPERA = '00'
               PERFORM UNTIL FIM-ESPERA
                   READ ESPERA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ESPERA
                       NOT AT END
                           IF WRK-QTD-ESPERA < 200
                               ADD 1 TO WRK-QTD-ESPERA
                               SET WRK-IDX-ESP TO WRK-QTD-ESPERA
                               PERFORM 0502-GUARDAR-PEDIDO
                           ELSE
                               SET ESPERA-ESTOUROU TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESPERA-FILE
           END-IF.
           IF ESPERA-ESTOUROU
               DISPLAY 'AVISO: ESPERA.DAT MAIOR QUE A TABELA - LISTA ' ,
                   'DE ESPERA SO PARA CONSULTA NESTA SESSAO'
           END-IF.

       0502-GUARDAR-PEDIDO.
           MOVE ESP-TURMA       TO WRK-ESP-TURMA(WRK-IDX-ESP).
           MOVE ESP-DATA-PEDIDO TO WRK-ESP-DATA-PEDIDO(WRK-IDX-ESP).
           MOVE ESP-MATRICULA   TO WRK-ESP-MATRICULA(WRK-IDX-ESP).
           MOVE ESP-NOME        TO WRK-ESP-NOME(WRK-IDX-ESP).
           MOVE ESP-IRMAO       TO WRK-ESP-IRMAO(WRK-IDX-ESP).
           MOVE ESP-SITUACAO    TO WRK-ESP-SITUACAO(WRK-IDX-ESP).
           MOVE ESP-DATA-OFERTA TO WRK-ESP-DATA-OFERTA(WRK-IDX-ESP).
           MOVE ESP-USUARIO     TO WRK-ESP-USUARIO(WRK-IDX-ESP).
           IF ESP-SITUACAO = 'O'
               MOVE ESP-TURMA TO WRK-TURMA
               PERFORM 0045-BUSCAR-TURMA
               IF TURMA-ACHOU
                   ADD 1 TO WRK-TURMA-OFERTAS(WRK-TURMA-POS)
               END-IF
           END-IF.

       0505-GRAVAR-ESPERA.
           OPEN OUTPUT ESPERA-FILE.
           PERFORM VARYING WRK-IDX-ESP FROM 1 BY 1
                   UNTIL WRK-IDX-ESP > WRK-QTD-ESPERA
               MOVE SPACES TO ESPERA-RECORD
               MOVE WRK-ESP-TURMA(WRK-IDX-ESP)       TO ESP-TURMA
               MOVE WRK-ESP-DATA-PEDIDO(WRK-IDX-ESP) TO ESP-DATA-PEDIDO
               MOVE WRK-ESP-MATRICULA(WRK-IDX-ESP)   TO ESP-MATRICULA
               MOVE WRK-ESP-NOME(WRK-IDX-ESP)        TO ESP-NOME
               MOVE WRK-ESP-IRMAO(WRK-IDX-ESP)       TO ESP-IRMAO
               MOVE WRK-ESP-SITUACAO(WRK-IDX-ESP)    TO ESP-SITUACAO
               MOVE WRK-ESP-DATA-OFERTA(WRK-IDX-ESP) TO ESP-DATA-OFERTA
               MOVE WRK-ESP-USUARIO(WRK-IDX-ESP)     TO ESP-USUARIO
               WRITE ESPERA-RECORD
           END-PERFORM.
           CLOSE ESPERA-FILE.

      * Aluno recusado por turma lotada: pedido na lista de espera
      * com a data de hoje, uma vez por turma.
       0510-INCLUIR-NA-ESPERA.
           PERFORM 0512-LOCALIZAR-PEDIDO.
           EVALUATE TRUE
               WHEN WRK-ESP-ESCOLHIDO > ZEROS
                   DISPLAY 'MATRICULA ' WRK-MATRICULA ' JA ESTA NA ' ,
                       'LISTA DE ESPERA DA TURMA ' WRK-TURMA
               WHEN ESPERA-ESTOUROU OR WRK-QTD-ESPERA NOT < 200
                   DISPLAY 'LISTA DE ESPERA CHEIA - PEDIDO NAO ' ,
                       'REGISTRADO.'
               WHEN OTHER
                   DISPLAY 'INCLUIR NA LISTA DE ESPERA DA TURMA ' ,
                       WRK-TURMA ' (S/N)? '
                   ACCEPT WRK-RESPOSTA FROM CONSOLE
                   IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                       PERFORM 0515-CONFERIR-IRMAO
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       ADD 1 TO WRK-QTD-ESPERA
                       SET WRK-IDX-ESP TO WRK-QTD-ESPERA
                       MOVE WRK-TURMA     TO WRK-ESP-TURMA(WRK-IDX-ESP)
                       MOVE WRK-DATA-HOJE TO
                           WRK-ESP-DATA-PEDIDO(WRK-IDX-ESP)
                       MOVE WRK-MATRICULA TO
                           WRK-ESP-MATRICULA(WRK-IDX-ESP)
                       MOVE WRK-NOME      TO WRK-ESP-NOME(WRK-IDX-ESP)
                       MOVE WRK-PRIORIDADE-IRMAO TO
                           WRK-ESP-IRMAO(WRK-IDX-ESP)
                       MOVE 'A'           TO
                           WRK-ESP-SITUACAO(WRK-IDX-ESP)
                       MOVE ZEROS         TO
                           WRK-ESP-DATA-OFERTA(WRK-IDX-ESP)
                       MOVE WRK-USUARIO   TO
                           WRK-ESP-USUARIO(WRK-IDX-ESP)
                       PERFORM 0505-GRAVAR-ESPERA
                       ADD 1 TO WRK-QTD-OPERACOES
                       MOVE 'ESPERA' TO WRK-ACAO
                       PERFORM 0400-GRAVAR-AUDITORIA
                       IF WRK-PRIORIDADE-IRMAO = 'S'
                           DISPLAY 'PEDIDO NA LISTA DE ESPERA, COM ' ,
                               'PRIORIDADE DE IRMAO MATRICULADO.'
                       ELSE
                           DISPLAY 'PEDIDO NA LISTA DE ESPERA.'
                       END-IF
                   END-IF
           END-EVALUATE.

      * Pedido ainda vivo (aguardando ou com vaga ofertada) da
      * matricula WRK-MATRICULA na turma WRK-TURMA.
       0512-LOCALIZAR-PEDIDO.
           MOVE ZEROS TO WRK-ESP-ESCOLHIDO.
           PERFORM VARYING WRK-IDX-ESP FROM 1 BY 1
                   UNTIL WRK-IDX-ESP > WRK-QTD-ESPERA
               IF WRK-ESP-TURMA(WRK-IDX-ESP) = WRK-TURMA
                  AND WRK-ESP-MATRICULA(WRK-IDX-ESP) = WRK-MATRICULA
                  AND (WRK-ESP-SITUACAO(WRK-IDX-ESP) = 'A'
                       OR WRK-ESP-SITUACAO(WRK-IDX-ESP) = 'O')
                   SET WRK-ESP-ESCOLHIDO TO WRK-IDX-ESP
               END-IF
           END-PERFORM.

      * Prioridade de irmao: a matricula do pedido esta vinculada em
      * FAMILIAS.DAT a uma familia com outro aluno no STUDENT.DAT.
       0515-CONFERIR-IRMAO.
           MOVE 'N' TO WRK-PRIORIDADE-IRMAO.
           MOVE WRK-MATRICULA TO WRK-FAM-MATRICULA-PROC.
           PERFORM 9292-LOCALIZAR-VINCULO.
           IF WRK-FAM-IDX-ACHADO > ZEROS
               MOVE WRK-FAM-CODIGO(WRK-FAM-IDX-ACHADO)
                   TO WRK-FAM-CODIGO-ALUNO
               PERFORM VARYING WRK-IDX-FAM FROM 1 BY 1
                       UNTIL WRK-IDX-FAM > WRK-QTD-FAMILIAS
                   IF WRK-FAM-CODIGO(WRK-IDX-FAM) = WRK-FAM-CODIGO-ALUNO
                      AND WRK-FAM-MATRICULA(WRK-IDX-FAM) NOT =
                          WRK-MATRICULA
                       MOVE WRK-FAM-MATRICULA(WRK-IDX-FAM)
                           TO ALU-MATRICULA
                       READ STUDENT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WRK-PRIORIDADE-IRMAO
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

      * Aluno matriculado na turma: o pedido dele sai da espera
      * (situacao M) e a oferta em aberto, se havia, deixa de contar.
       0540-BAIXAR-ESPERA.
           PERFORM 0512-LOCALIZAR-PEDIDO.
           IF WRK-ESP-ESCOLHIDO > ZEROS AND NOT ESPERA-ESTOUROU
               IF WRK-ESP-SITUACAO(WRK-ESP-ESCOLHIDO) = 'O'
                  AND TURMA-ACHOU
                  AND WRK-TURMA-OFERTAS(WRK-TURMA-POS) > ZEROS
                   SUBTRACT 1 FROM WRK-TURMA-OFERTAS(WRK-TURMA-POS)
               END-IF
               MOVE 'M' TO WRK-ESP-SITUACAO(WRK-ESP-ESCOLHIDO)
               MOVE WRK-USUARIO TO WRK-ESP-USUARIO(WRK-ESP-ESCOLHIDO)
               PERFORM 0505-GRAVAR-ESPERA
               DISPLAY 'PEDIDO DA LISTA DE ESPERA ATENDIDO.'
           END-IF.

      * Vaga livre na turma WRK-TURMA (posicao WRK-TURMA-POS) vai
      * para o primeiro da espera; a oferta fica registrada no pedido
      * (situacao O e data) e em GRADE-AUDIT.LOG.
       0550-OFERTAR-VAGA.
           IF TURMA-ACHOU
              AND WRK-TURMA-VAGAS(WRK-TURMA-POS) > ZEROS
              AND NOT ESPERA-ESTOUROU
              AND WRK-TURMA-MATRIC(WRK-TURMA-POS) +
                  WRK-TURMA-OFERTAS(WRK-TURMA-POS) <
                  WRK-TURMA-VAGAS(WRK-TURMA-POS)
               PERFORM 0555-ESCOLHER-CANDIDATO
               IF WRK-ESP-ESCOLHIDO = ZEROS
                   DISPLAY 'TURMA ' WRK-TURMA ' SEM PEDIDOS NA LISTA ' ,
                       'DE ESPERA.'
               ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE 'O' TO WRK-ESP-SITUACAO(WRK-ESP-ESCOLHIDO)
                   MOVE WRK-DATA-HOJE TO
                       WRK-ESP-DATA-OFERTA(WRK-ESP-ESCOLHIDO)
                   MOVE WRK-USUARIO TO
                       WRK-ESP-USUARIO(WRK-ESP-ESCOLHIDO)
                   ADD 1 TO WRK-TURMA-OFERTAS(WRK-TURMA-POS)
                   PERFORM 0505-GRAVAR-ESPERA
                   MOVE WRK-ESP-MATRICULA(WRK-ESP-ESCOLHIDO)
                       TO WRK-MATRICULA
                   MOVE 'OFERTA VAGA' TO WRK-ACAO
                   PERFORM 0400-GRAVAR-AUDITORIA
                   DISPLAY 'VAGA DA TURMA ' WRK-TURMA ' OFERTADA A ' ,
                       WRK-ESP-MATRICULA(WRK-ESP-ESCOLHIDO) ' ' ,
                       WRK-ESP-NOME(WRK-ESP-ESCOLHIDO) ' (PEDIDO ' ,
                       'DE ' WRK-ESP-DATA-PEDIDO(WRK-ESP-ESCOLHIDO) ,
                       ')'
               END-IF
           END-IF.

      * Primeiro da espera da turma: irmao matriculado na frente,
      * depois a data do pedido e, na mesma data, a ordem do arquivo.
       0555-ESCOLHER-CANDIDATO.
           MOVE ZEROS TO WRK-ESP-ESCOLHIDO.
           PERFORM VARYING WRK-IDX-ESP FROM 1 BY 1
                   UNTIL WRK-IDX-ESP > WRK-QTD-ESPERA
               IF WRK-ESP-TURMA(WRK-IDX-ESP) = WRK-TURMA
                  AND WRK-ESP-SITUACAO(WRK-IDX-ESP) = 'A'
                   IF WRK-ESP-ESCOLHIDO = ZEROS
                       SET WRK-ESP-ESCOLHIDO TO WRK-IDX-ESP
                   ELSE
                       SET WRK-IDX-ESP2 TO WRK-ESP-ESCOLHIDO
                       EVALUATE TRUE
                           WHEN WRK-ESP-IRMAO(WRK-IDX-ESP) = 'S'
                            AND WRK-ESP-IRMAO(WRK-IDX-ESP2) NOT = 'S'
                               SET WRK-ESP-ESCOLHIDO TO WRK-IDX-ESP
                           WHEN WRK-ESP-IRMAO(WRK-IDX-ESP) =
                                WRK-ESP-IRMAO(WRK-IDX-ESP2)
                            AND WRK-ESP-DATA-PEDIDO(WRK-IDX-ESP) <
                                WRK-ESP-DATA-PEDIDO(WRK-IDX-ESP2)
                               SET WRK-ESP-ESCOLHIDO TO WRK-IDX-ESP
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

      * Desistencia: o pedido sai da espera (situacao D); se tinha
      * vaga ofertada, ela passa ao seguinte da lista.
       0570-DESISTIR-ESPERA.
           DISPLAY 'MATRICULA DO PEDIDO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           DISPLAY 'TURMA DO PEDIDO (COD): '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           PERFORM 0512-LOCALIZAR-PEDIDO.
           EVALUATE TRUE
               WHEN WRK-ESP-ESCOLHIDO = ZEROS
                   DISPLAY 'NENHUM PEDIDO EM ABERTO DA MATRICULA ' ,
                       WRK-MATRICULA ' NA TURMA ' WRK-TURMA
               WHEN ESPERA-ESTOUROU
                   DISPLAY 'LISTA DE ESPERA SO PARA CONSULTA - ' ,
                       'DESISTENCIA NAO REGISTRADA.'
               WHEN OTHER
                   MOVE WRK-ESP-SITUACAO(WRK-ESP-ESCOLHIDO)
                       TO WRK-RESPOSTA
                   MOVE 'D' TO WRK-ESP-SITUACAO(WRK-ESP-ESCOLHIDO)
                   MOVE WRK-USUARIO TO
                       WRK-ESP-USUARIO(WRK-ESP-ESCOLHIDO)
                   PERFORM 0505-GRAVAR-ESPERA
                   ADD 1 TO WRK-QTD-OPERACOES
                   MOVE 'DESISTENCIA' TO WRK-ACAO
                   PERFORM 0400-GRAVAR-AUDITORIA
                   DISPLAY 'DESISTENCIA REGISTRADA.'
                   PERFORM 0045-BUSCAR-TURMA
                   IF WRK-RESPOSTA = 'O' AND TURMA-ACHOU
                       IF WRK-TURMA-OFERTAS(WRK-TURMA-POS) > ZEROS
                           SUBTRACT 1 FROM
                               WRK-TURMA-OFERTAS(WRK-TURMA-POS)
                       END-IF
                       PERFORM 0550-OFERTAR-VAGA
                   END-IF
           END-EVALUATE.

      * Relatorio de vagas (console e VAGAS.SPL): capacidade,
      * matriculados, ofertas em aberto, pedidos aguardando e a idade
      * em dias do pedido mais antigo de cada turma.
       0600-RELATORIO-VAGAS.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           MOVE WRK-DATA-RELATORIO TO WRK-DATA-REFERENCIA.
           PERFORM 9300-ABRIR-SPOOL.
           MOVE '                 VAGAS POR TURMA' TO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           STRING 'TU NOME                 VAGAS MATRIC OFERTAS '
               'ESPERA  DIAS(+ANTIGO)'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 0690-EMITIR-LINHA.
           PERFORM VARYING WRK-IDX-TURMA FROM 1 BY 1
                   UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS
               PERFORM 0610-LINHA-TURMA
           END-PERFORM.
           IF WRK-QTD-TURMAS = ZEROS
               MOVE 'TURMAS.DAT NAO ENCONTRADO - SEM TURMAS A LISTAR.'
                   TO WRK-SPOOL-LINHA
               PERFORM 0690-EMITIR-LINHA
           END-IF.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY 'RELATORIO GRAVADO EM VAGAS.SPL.'.

       0610-LINHA-TURMA.
           MOVE ZEROS TO WRK-QTD-AGUARDANDO WRK-DATA-MAIS-ANTIGA
               WRK-DIAS-ESPERA.
           PERFORM VARYING WRK-IDX-ESP FROM 1 BY 1
                   UNTIL WRK-IDX-ESP > WRK-QTD-ESPERA
               IF WRK-ESP-TURMA(WRK-IDX-ESP) =
                       WRK-TURMA-CODIGO(WRK-IDX-TURMA)
                  AND WRK-ESP-SITUACAO(WRK-IDX-ESP) = 'A'
                   ADD 1 TO WRK-QTD-AGUARDANDO
                   IF WRK-DATA-MAIS-ANTIGA = ZEROS
                      OR WRK-ESP-DATA-PEDIDO(WRK-IDX-ESP) <
                         WRK-DATA-MAIS-ANTIGA
                       MOVE WRK-ESP-DATA-PEDIDO(WRK-IDX-ESP)
                           TO WRK-DATA-MAIS-ANTIGA
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-DATA-MAIS-ANTIGA > ZEROS
               COMPUTE WRK-DIAS-ESPERA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-MAIS-ANTIGA)
           END-IF.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           IF WRK-TURMA-VAGAS(WRK-IDX-TURMA) = ZEROS
               STRING WRK-TURMA-CODIGO(WRK-IDX-TURMA) ' '
                   WRK-TURMA-NOME(WRK-IDX-TURMA) ' S/LIM   '
                   WRK-TURMA-MATRIC(WRK-IDX-TURMA) '    '
                   WRK-TURMA-OFERTAS(WRK-IDX-TURMA) '     '
                   WRK-QTD-AGUARDANDO '     ' WRK-DIAS-ESPERA
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           ELSE
               STRING WRK-TURMA-CODIGO(WRK-IDX-TURMA) ' '
                   WRK-TURMA-NOME(WRK-IDX-TURMA) '   '
                   WRK-TURMA-VAGAS(WRK-IDX-TURMA) '   '
                   WRK-TURMA-MATRIC(WRK-IDX-TURMA) '    '
                   WRK-TURMA-OFERTAS(WRK-IDX-TURMA) '     '
                   WRK-QTD-AGUARDANDO '     ' WRK-DIAS-ESPERA
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
           END-IF.
           PERFORM 0690-EMITIR-LINHA.

      * Linha do relatorio no console e no spool.
       0690-EMITIR-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

           COPY 'RSPPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRVAPR.COB'.
           COPY 'PROFPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG27.
