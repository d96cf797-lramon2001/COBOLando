      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Consulta e relatorio do cadastro de funcionarios "na
      * data": remonta nome, salario, departamento, empresa, cargo e
      * situacao de cada funcionario como estavam numa data qualquer,
      * a partir do historico efetivo-datado HISTORICO-FUNC.DAT
      * (books HFUN*, gravado pelo PROG17, PROG09, PROG20 e PROG46)
      * e do cadastro atual EMPLOYEE-MASTER.DAT. Para cada campo vale
      * a ultima mudanca efetiva ate a data; sem ela, o valor
      * anterior da primeira mudanca posterior; sem nenhuma, o valor
      * atual do cadastro. Uma matricula (com a linha do tempo das
      * mudancas) ou o cadastro inteiro, opcionalmente de uma so
      * empresa; relatorio em CADASTRO-NA-DATA.SPL.
      * RETURN-CODE 8 parametro invalido, 1 historico maior que a
      * tabela.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG74.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPMSL.COB'.
           COPY 'HFUNSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="CADASTRO-NA-DATA.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPMFD.COB'.
           COPY 'HFUNFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'HFUNWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
       77  WRK-PARAM-OK         PIC X(01) VALUES 'S'.
           88 PARAMETROS-OK VALUE 'S'.
      * Parametros da consulta: data de referencia (zero = hoje),
      * matricula (zero = todas) e empresa (zero = todas).
       01  WRK-DATA-REF         PIC 9(08) VALUES ZEROS.
       77  WRK-MATRICULA-CONS   PIC 9(05) VALUES ZEROS.
       77  WRK-EMPRESA-CONS     PIC 9(02) VALUES ZEROS.
      * Historico carregado na ordem do arquivo (ordem de gravacao,
      * que nao e necessariamente a ordem das datas efetivas).
       77  WRK-QTD-HF           PIC 9(05) VALUES ZEROS.
       77  WRK-IDX-HF           PIC 9(05) VALUES ZEROS.
       01  WRK-TAB-HIST-FUNC.
           05 WRK-HF-ITEM OCCURS 5000 TIMES.
              10 WRK-HF-MATRICULA    PIC 9(05).
              10 WRK-HF-DATA         PIC 9(08).
              10 WRK-HF-EVENTO       PIC X(12).
              10 WRK-HF-PROGRAMA     PIC X(08).
              10 WRK-HF-USUARIO      PIC X(15).
              10 WRK-HF-MUDANCAS.
                 15 WRK-HF-MUDOU     PIC X(01) OCCURS 6 TIMES.
              10 WRK-HF-ANTERIOR.
                 15 WRK-HF-NOME-ANT     PIC X(15).
                 15 WRK-HF-SALARIO-ANT  PIC 9(06)V99.
                 15 WRK-HF-DEPTO-ANT    PIC 9(03).
                 15 WRK-HF-EMPRESA-ANT  PIC 9(02).
                 15 WRK-HF-CARGO-ANT    PIC 9(03).
                 15 WRK-HF-SITUACAO-ANT PIC X(01).
              10 WRK-HF-NOVO.
                 15 WRK-HF-NOME-NOVO     PIC X(15).
                 15 WRK-HF-SALARIO-NOVO  PIC 9(06)V99.
                 15 WRK-HF-DEPTO-NOVO    PIC 9(03).
                 15 WRK-HF-EMPRESA-NOVO  PIC 9(02).
                 15 WRK-HF-CARGO-NOVO    PIC 9(03).
                 15 WRK-HF-SITUACAO-NOVO PIC X(01).
      * Por campo (1 nome, 2 salario, 3 departamento, 4 empresa,
      * 5 cargo, 6 situacao - a ordem de HFU-MUDANCAS): a ultima
      * mudanca efetiva ate a data e a primeira depois dela.
       77  WRK-CAMPO            PIC 9(01) VALUES ZEROS.
       01  WRK-TAB-CAMPOS.
           05 WRK-CP-ITEM OCCURS 6 TIMES.
              10 WRK-CP-IDX-ANTES    PIC 9(05).
              10 WRK-CP-DATA-ANTES   PIC 9(08).
              10 WRK-CP-IDX-DEPOIS   PIC 9(05).
              10 WRK-CP-DATA-DEPOIS  PIC 9(08).
      * Funcionario remontado na data de referencia.
       01  WRK-NA-DATA.
           05 WRK-NA-MATRICULA      PIC 9(05).
           05 WRK-NA-NOME           PIC X(15).
           05 WRK-NA-SALARIO        PIC 9(06)V99.
           05 WRK-NA-DEPTO          PIC 9(03).
           05 WRK-NA-EMPRESA        PIC 9(02).
           05 WRK-NA-CARGO          PIC 9(03).
           05 WRK-NA-SITUACAO       PIC X(01).
              88 NA-DATA-ATIVO         VALUE 'A'.
              88 NA-DATA-DESLIGADO     VALUE 'D'.
              88 NA-DATA-NAO-ADMITIDO  VALUE ' '.
       77  WRK-QTD-EVENTOS-FUNC PIC 9(05) VALUES ZEROS.
       77  WRK-DIA-ADMISSAO     PIC 9(02) VALUES ZEROS.
       77  WRK-DATA-ADMISSAO    PIC 9(08) VALUES ZEROS.
       77  WRK-SITUACAO-DESC    PIC X(13) VALUES SPACES.
       01  WRK-DATA-EDICAO      PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-EDICAO-R REDEFINES WRK-DATA-EDICAO.
           05 WRK-EDICAO-ANO    PIC 9(04).
           05 WRK-EDICAO-MES    PIC 9(02).
           05 WRK-EDICAO-DIA    PIC 9(02).
       77  WRK-MASC-DATA        PIC X(10) VALUES SPACES.
       77  WRK-MASC-DATA-REF    PIC X(10) VALUES SPACES.
       77  WRK-MARCA-EVENTO     PIC X(01) VALUES SPACE.
       77  WRK-QTD-LISTADOS     PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-ATIVOS       PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-DESLIGADOS   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-NAO-ADMITIDOS PIC 9(05) VALUES ZEROS.
       77  WRK-TOTAL-SALARIOS   PIC 9(09)V99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC $ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
           COPY 'DINHEIRO.COB' REPLACING ==:CAMPO:== BY ==SALARIO==
                                         ==:MASC:==  BY ==DINHEIRO==.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG74' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0050-LER-PARAMETROS.
           IF NOT PARAMETROS-OK
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0100-CARREGAR-HISTORICO.
           IF CARGA-ESTOUROU
               DISPLAY 'HISTORICO-FUNC.DAT MAIOR QUE A TABELA - ' ,
                   'CONSULTA CANCELADA (AMPLIE A CAPACIDADE)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 0200-PROCESSAR-CADASTRO.
           PERFORM 0700-RESUMO.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-LISTADOS TO WRK-TRAILER-QTD.
           IF RETURN-CODE = ZEROS
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Data de referencia valida (zero = hoje), matricula (zero =
      * cadastro inteiro) e empresa (zero = todas).
       0050-LER-PARAMETROS.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, ZERO = HOJE): '.
           ACCEPT WRK-DATA-REF FROM CONSOLE.
           IF WRK-DATA-REF = ZEROS
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           IF WRK-DATA-REF NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-REF) NOT = ZEROS
               DISPLAY 'DATA DE REFERENCIA INVALIDA.'
               MOVE 'N' TO WRK-PARAM-OK
           END-IF.
           DISPLAY 'MATRICULA (ZERO = TODAS): '.
           ACCEPT WRK-MATRICULA-CONS FROM CONSOLE.
           DISPLAY 'EMPRESA/FILIAL NA DATA (ZERO = TODAS): '.
           ACCEPT WRK-EMPRESA-CONS FROM CONSOLE.
           IF WRK-MATRICULA-CONS NOT NUMERIC
              OR WRK-EMPRESA-CONS NOT NUMERIC
               DISPLAY 'MATRICULA/EMPRESA INVALIDA.'
               MOVE 'N' TO WRK-PARAM-OK
           END-IF.
           MOVE WRK-DATA-REF TO WRK-DATA-EDICAO.
           PERFORM 0320-EDITAR-DATA.
           MOVE WRK-MASC-DATA TO WRK-MASC-DATA-REF.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina, na tela e no spool.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           DISPLAY '   CADASTRO DE FUNCIONARIOS NA DATA ' ,
               WRK-MASC-DATA-REF.
           DISPLAY ' '.
           PERFORM 9300-ABRIR-SPOOL.
           STRING '   CADASTRO DE FUNCIONARIOS NA DATA '
               WRK-MASC-DATA-REF DELIMITED BY SIZE
               INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'MATR  NOME            DEP EMP CAR       SALARIO '
               'SITUACAO' DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           DISPLAY 'MATR  NOME            DEP EMP CAR       SALARIO ' ,
               'SITUACAO'.
           DISPLAY '-----------------------------------------' ,
               '-----------------------'.

      * So os registros da matricula consultada, quando informada.
       0100-CARREGAR-HISTORICO.
           MOVE ZEROS TO WRK-QTD-HF.
           OPEN INPUT HIST-FUNC-FILE.
           IF WRK-STATUS-HIST-FUNC = '00'
               PERFORM UNTIL FIM-HIST-FUNC
                   READ HIST-FUNC-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-HIST-FUNC
                       NOT AT END
                           IF WRK-MATRICULA-CONS = ZEROS
                              OR HFU-MATRICULA = WRK-MATRICULA-CONS
                               PERFORM 0110-GUARDAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FUNC-FILE
           ELSE
               DISPLAY 'AVISO: HISTORICO-FUNC.DAT NAO ENCONTRADO - ' ,
                   'VALORES DO CADASTRO ATUAL'
           END-IF.

       0110-GUARDAR-EVENTO.
           IF WRK-QTD-HF < 5000
               ADD 1 TO WRK-QTD-HF
               MOVE HFU-MATRICULA      TO WRK-HF-MATRICULA(WRK-QTD-HF)
               MOVE HFU-DATA-EFETIVA   TO WRK-HF-DATA(WRK-QTD-HF)
               MOVE HFU-EVENTO         TO WRK-HF-EVENTO(WRK-QTD-HF)
               MOVE HFU-PROGRAMA       TO WRK-HF-PROGRAMA(WRK-QTD-HF)
               MOVE HFU-USUARIO        TO WRK-HF-USUARIO(WRK-QTD-HF)
               MOVE HFU-MUDANCAS       TO WRK-HF-MUDANCAS(WRK-QTD-HF)
               MOVE HFU-NOME-ANT       TO WRK-HF-NOME-ANT(WRK-QTD-HF)
               MOVE HFU-SALARIO-ANT    TO
                   WRK-HF-SALARIO-ANT(WRK-QTD-HF)
               MOVE HFU-DEPTO-ANT      TO WRK-HF-DEPTO-ANT(WRK-QTD-HF)
               MOVE HFU-EMPRESA-ANT    TO
                   WRK-HF-EMPRESA-ANT(WRK-QTD-HF)
               MOVE HFU-CARGO-ANT      TO WRK-HF-CARGO-ANT(WRK-QTD-HF)
               MOVE HFU-SITUACAO-ANT   TO
                   WRK-HF-SITUACAO-ANT(WRK-QTD-HF)
               MOVE HFU-NOME-NOVO      TO WRK-HF-NOME-NOVO(WRK-QTD-HF)
               MOVE HFU-SALARIO-NOVO   TO
                   WRK-HF-SALARIO-NOVO(WRK-QTD-HF)
               MOVE HFU-DEPTO-NOVO     TO WRK-HF-DEPTO-NOVO(WRK-QTD-HF)
               MOVE HFU-EMPRESA-NOVO   TO
                   WRK-HF-EMPRESA-NOVO(WRK-QTD-HF)
               MOVE HFU-CARGO-NOVO     TO WRK-HF-CARGO-NOVO(WRK-QTD-HF)
               MOVE HFU-SITUACAO-NOVO  TO
                   WRK-HF-SITUACAO-NOVO(WRK-QTD-HF)
           ELSE
               SET CARGA-ESTOUROU TO TRUE
           END-IF.

      * Uma matricula: leitura direta pela chave, com a linha do tempo
      * das mudancas. Cadastro inteiro: leitura sequencial.
       0200-PROCESSAR-CADASTRO.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC NOT = '00'
               DISPLAY 'EMPLOYEE-MASTER.DAT NAO ENCONTRADO.'
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WRK-MATRICULA-CONS > ZEROS
                   MOVE WRK-MATRICULA-CONS TO EMP-MATRICULA
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           DISPLAY 'MATRICULA NAO CADASTRADA.'
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM 0210-REMONTAR-FUNCIONARIO
                           PERFORM 0400-LINHA-DO-TEMPO
                   END-READ
               ELSE
                   PERFORM UNTIL FIM-ARQUIVO
                       READ EMPLOYEE-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           NOT AT END
                               PERFORM 0210-REMONTAR-FUNCIONARIO
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

      * Parte do cadastro atual e troca cada campo pelo valor que o
      * historico diz que valia na data de referencia.
       0210-REMONTAR-FUNCIONARIO.
           MOVE EMP-MATRICULA    TO WRK-NA-MATRICULA.
           MOVE EMP-NOME         TO WRK-NA-NOME.
           MOVE EMP-SALARIO      TO WRK-NA-SALARIO.
           MOVE EMP-DEPARTAMENTO TO WRK-NA-DEPTO.
           IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
               MOVE EMP-EMPRESA  TO WRK-NA-EMPRESA
           ELSE
               MOVE 1            TO WRK-NA-EMPRESA
           END-IF.
           MOVE EMP-CARGO        TO WRK-NA-CARGO.
           MOVE EMP-SITUACAO     TO WRK-NA-SITUACAO.
           MOVE ZEROS            TO WRK-TAB-CAMPOS.
           MOVE ZEROS            TO WRK-QTD-EVENTOS-FUNC.
           PERFORM VARYING WRK-IDX-HF FROM 1 BY 1
                   UNTIL WRK-IDX-HF > WRK-QTD-HF
               IF WRK-HF-MATRICULA(WRK-IDX-HF) = EMP-MATRICULA
                   ADD 1 TO WRK-QTD-EVENTOS-FUNC
                   PERFORM 0220-AVALIAR-EVENTO
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-CAMPO FROM 1 BY 1 UNTIL WRK-CAMPO > 6
               PERFORM 0230-APLICAR-CAMPO
           END-PERFORM.
      * Sem mudanca de situacao no historico (funcionario anterior ao
      * historico), a admissao do cadastro decide se ja existia.
           IF WRK-CP-IDX-ANTES(6) = ZEROS
              AND WRK-CP-IDX-DEPOIS(6) = ZEROS
               MOVE EMP-DIA-ENTRADA TO WRK-DIA-ADMISSAO
               IF EMP-DIA-ENTRADA NOT NUMERIC
                  OR WRK-DIA-ADMISSAO = ZEROS
                   MOVE 1 TO WRK-DIA-ADMISSAO
               END-IF
               COMPUTE WRK-DATA-ADMISSAO = EMP-ANO-ENTRADA * 10000 +
                   EMP-MES-ENTRADA * 100 + WRK-DIA-ADMISSAO
               IF WRK-DATA-ADMISSAO > WRK-DATA-REF
                   MOVE SPACE TO WRK-NA-SITUACAO
               END-IF
           END-IF.
           IF WRK-EMPRESA-CONS = ZEROS
              OR WRK-NA-EMPRESA = WRK-EMPRESA-CONS
               PERFORM 0300-EMITIR-LINHA
           END-IF.

      * Empate de data: a ultima gravada vale antes da data, a
      * primeira gravada vale depois dela.
       0220-AVALIAR-EVENTO.
           PERFORM VARYING WRK-CAMPO FROM 1 BY 1 UNTIL WRK-CAMPO > 6
               IF WRK-HF-MUDOU(WRK-IDX-HF WRK-CAMPO) = 'S'
                   IF WRK-HF-DATA(WRK-IDX-HF) <= WRK-DATA-REF
                       IF WRK-CP-IDX-ANTES(WRK-CAMPO) = ZEROS
                          OR WRK-HF-DATA(WRK-IDX-HF) >=
                             WRK-CP-DATA-ANTES(WRK-CAMPO)
                           MOVE WRK-IDX-HF TO
                               WRK-CP-IDX-ANTES(WRK-CAMPO)
                           MOVE WRK-HF-DATA(WRK-IDX-HF) TO
                               WRK-CP-DATA-ANTES(WRK-CAMPO)
                       END-IF
                   ELSE
                       IF WRK-CP-IDX-DEPOIS(WRK-CAMPO) = ZEROS
                          OR WRK-HF-DATA(WRK-IDX-HF) <
                             WRK-CP-DATA-DEPOIS(WRK-CAMPO)
                           MOVE WRK-IDX-HF TO
                               WRK-CP-IDX-DEPOIS(WRK-CAMPO)
                           MOVE WRK-HF-DATA(WRK-IDX-HF) TO
                               WRK-CP-DATA-DEPOIS(WRK-CAMPO)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Valor novo da ultima mudanca ate a data; sem ela, o valor
      * anterior da primeira mudanca depois da data.
       0230-APLICAR-CAMPO.
           IF WRK-CP-IDX-ANTES(WRK-CAMPO) > ZEROS
               MOVE WRK-CP-IDX-ANTES(WRK-CAMPO) TO WRK-IDX-HF
               EVALUATE WRK-CAMPO
                   WHEN 1
                       MOVE WRK-HF-NOME-NOVO(WRK-IDX-HF) TO WRK-NA-NOME
                   WHEN 2
                       MOVE WRK-HF-SALARIO-NOVO(WRK-IDX-HF) TO
                           WRK-NA-SALARIO
                   WHEN 3
                       MOVE WRK-HF-DEPTO-NOVO(WRK-IDX-HF) TO
                           WRK-NA-DEPTO
                   WHEN 4
                       MOVE WRK-HF-EMPRESA-NOVO(WRK-IDX-HF) TO
                           WRK-NA-EMPRESA
                   WHEN 5
                       MOVE WRK-HF-CARGO-NOVO(WRK-IDX-HF) TO
                           WRK-NA-CARGO
                   WHEN 6
                       MOVE WRK-HF-SITUACAO-NOVO(WRK-IDX-HF) TO
                           WRK-NA-SITUACAO
               END-EVALUATE
           ELSE
               IF WRK-CP-IDX-DEPOIS(WRK-CAMPO) > ZEROS
                   MOVE WRK-CP-IDX-DEPOIS(WRK-CAMPO) TO WRK-IDX-HF
                   EVALUATE WRK-CAMPO
                       WHEN 1
                           MOVE WRK-HF-NOME-ANT(WRK-IDX-HF) TO
                               WRK-NA-NOME
                       WHEN 2
                           MOVE WRK-HF-SALARIO-ANT(WRK-IDX-HF) TO
                               WRK-NA-SALARIO
                       WHEN 3
                           MOVE WRK-HF-DEPTO-ANT(WRK-IDX-HF) TO
                               WRK-NA-DEPTO
                       WHEN 4
                           MOVE WRK-HF-EMPRESA-ANT(WRK-IDX-HF) TO
                               WRK-NA-EMPRESA
                       WHEN 5
                           MOVE WRK-HF-CARGO-ANT(WRK-IDX-HF) TO
                               WRK-NA-CARGO
                       WHEN 6
                           MOVE WRK-HF-SITUACAO-ANT(WRK-IDX-HF) TO
                               WRK-NA-SITUACAO
                   END-EVALUATE
               END-IF
           END-IF.

      * Nao admitido na data so aparece na consulta de uma matricula;
      * na lista do cadastro inteiro entra apenas na contagem.
       0300-EMITIR-LINHA.
           EVALUATE TRUE
               WHEN NA-DATA-ATIVO
                   MOVE 'ATIVO'         TO WRK-SITUACAO-DESC
                   ADD 1 TO WRK-QTD-ATIVOS
                   ADD WRK-NA-SALARIO   TO WRK-TOTAL-SALARIOS
               WHEN NA-DATA-DESLIGADO
                   MOVE 'DESLIGADO'     TO WRK-SITUACAO-DESC
                   ADD 1 TO WRK-QTD-DESLIGADOS
               WHEN OTHER
                   MOVE 'NAO ADMITIDO'  TO WRK-SITUACAO-DESC
                   ADD 1 TO WRK-QTD-NAO-ADMITIDOS
           END-EVALUATE.
           IF NOT NA-DATA-NAO-ADMITIDO OR WRK-MATRICULA-CONS > ZEROS
               ADD 1 TO WRK-QTD-LISTADOS
               MOVE WRK-NA-SALARIO TO WRK-MASC-DINHEIRO
               DISPLAY WRK-NA-MATRICULA ' ' WRK-NA-NOME ' ' ,
                   WRK-NA-DEPTO '  ' WRK-NA-EMPRESA ' ' ,
                   WRK-NA-CARGO ' ' WRK-MASC-DINHEIRO ' ' ,
                   WRK-SITUACAO-DESC
               STRING WRK-NA-MATRICULA ' ' WRK-NA-NOME ' '
                   WRK-NA-DEPTO '  ' WRK-NA-EMPRESA ' '
                   WRK-NA-CARGO ' ' WRK-MASC-DINHEIRO ' '
                   WRK-SITUACAO-DESC
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.

       0320-EDITAR-DATA.
           MOVE SPACES TO WRK-MASC-DATA.
           STRING WRK-EDICAO-DIA '/' WRK-EDICAO-MES '/'
               WRK-EDICAO-ANO DELIMITED BY SIZE INTO WRK-MASC-DATA.

      * Linha do tempo da matricula consultada, na ordem de gravacao;
      * '*' marca as mudancas que so valem depois da data.
       0400-LINHA-DO-TEMPO.
           DISPLAY ' '.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           IF WRK-QTD-EVENTOS-FUNC = ZEROS
               DISPLAY 'SEM MUDANCAS NO HISTORICO - VALORES DO ' ,
                   'CADASTRO ATUAL.'
               MOVE 'SEM MUDANCAS NO HISTORICO - VALORES DO CADASTRO '
                   TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           ELSE
               DISPLAY '  EFETIVA    EVENTO       NOME/SAL/DEP/EMP/' ,
                   'CAR/SIT PROGRAMA USUARIO'
               MOVE '  EFETIVA    EVENTO       NOME/SAL/DEP/EMP/CAR/SIT'
                   TO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               PERFORM VARYING WRK-IDX-HF FROM 1 BY 1
                       UNTIL WRK-IDX-HF > WRK-QTD-HF
                   IF WRK-HF-MATRICULA(WRK-IDX-HF) = WRK-NA-MATRICULA
                       PERFORM 0410-EXIBIR-EVENTO
                   END-IF
               END-PERFORM
           END-IF.

       0410-EXIBIR-EVENTO.
           MOVE WRK-HF-DATA(WRK-IDX-HF) TO WRK-DATA-EDICAO.
           PERFORM 0320-EDITAR-DATA.
           IF WRK-HF-DATA(WRK-IDX-HF) > WRK-DATA-REF
               MOVE '*' TO WRK-MARCA-EVENTO
           ELSE
               MOVE SPACE TO WRK-MARCA-EVENTO
           END-IF.
           DISPLAY WRK-MARCA-EVENTO ' ' WRK-MASC-DATA ' ' ,
               WRK-HF-EVENTO(WRK-IDX-HF) ' ' ,
               WRK-HF-MUDANCAS(WRK-IDX-HF) '             ' ,
               WRK-HF-PROGRAMA(WRK-IDX-HF) ' ' ,
               WRK-HF-USUARIO(WRK-IDX-HF).
           STRING WRK-MARCA-EVENTO ' ' WRK-MASC-DATA ' '
               WRK-HF-EVENTO(WRK-IDX-HF) ' '
               WRK-HF-MUDANCAS(WRK-IDX-HF) '             '
               WRK-HF-PROGRAMA(WRK-IDX-HF) ' '
               WRK-HF-USUARIO(WRK-IDX-HF)
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

       0700-RESUMO.
           MOVE WRK-TOTAL-SALARIOS TO WRK-MASC-TOTAL.
           DISPLAY ' '.
           DISPLAY '-----------------------------------------' ,
               '-----------------------'.
           DISPLAY 'ATIVOS NA DATA:           ' WRK-QTD-ATIVOS.
           DISPLAY 'DESLIGADOS ATE A DATA:    ' WRK-QTD-DESLIGADOS.
           DISPLAY 'AINDA NAO ADMITIDOS:      ' WRK-QTD-NAO-ADMITIDOS.
           DISPLAY 'SALARIOS DOS ATIVOS:      ' WRK-MASC-TOTAL.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'ATIVOS NA DATA:           ' WRK-QTD-ATIVOS
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'DESLIGADOS ATE A DATA:    ' WRK-QTD-DESLIGADOS
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'AINDA NAO ADMITIDOS:      ' WRK-QTD-NAO-ADMITIDOS
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'SALARIOS DOS ATIVOS:      ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG74.
