      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Compa-ratio e equidade salarial para a revisao anual
      * de igualdade salarial do RH: cada funcionario ativo de
      * EMPLOYEE-MASTER.DAT posicionado dentro da faixa do seu cargo
      * em CARGOS.DAT (piso/teto), com o compa-ratio contra o ponto
      * medio da faixa, o quartil e o tempo de empresa, agrupado por
      * departamento e cargo, com a amplitude entre o menor e o maior
      * salario do mesmo cargo no departamento. Marca quem esta
      * abaixo do ponto medio com tempo de casa longo e os pares do
      * mesmo cargo e departamento com diferenca salarial grande
      * (limites em EQUIDADE-PARAM.CTL, padrao 60 meses e 20%).
      * RETURN-CODE 4 quando ha marcacao, 1 tabela de funcionarios
      * cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG67.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPMSL.COB'.
           COPY 'CARGSL.COB'.
           COPY 'DEPTSL.COB'.
           SELECT EQUIDADE-PARAM-FILE ASSIGN TO "EQUIDADE-PARAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPMFD.COB'.
           COPY 'CARGFD.COB'.
           COPY 'DEPTFD.COB'.
       FD  EQUIDADE-PARAM-FILE.
       01  EQUIDADE-PARAM-RECORD.
           05 EQP-MESES-TEMPO    PIC 9(03).
           05 EQP-DIFERENCA-PCT  PIC 9(03)V99.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'CARGWS.COB'.
           COPY 'DEPTWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-PARAM     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
      * Limites da revisao (EQUIDADE-PARAM.CTL): tempo de casa a
      * partir do qual ficar abaixo do ponto medio e marcado, e a
      * diferenca percentual entre pares que e marcada.
       77  WRK-MESES-LIMITE     PIC 9(03) VALUES 60.
       77  WRK-DIFERENCA-LIMITE PIC 9(03)V99 VALUES 20,00.
       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE      PIC 9(04).
           05 WRK-MES-HOJE      PIC 9(02).
           05 WRK-DIA-HOJE      PIC 9(02).
       77  WRK-MESES-CALC       PIC S9(04) VALUES ZEROS.
      * Ativos em tabela, ordenados por departamento, cargo e
      * salario (a chave de ordenacao e o grupo WRK-EQ-CHAVE).
       77  WRK-QTD-EQ           PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-EQUIDADE.
           05 WRK-EQ-ITEM OCCURS 500 TIMES.
              10 WRK-EQ-CHAVE.
                 15 WRK-EQ-DEPTO     PIC 9(03).
                 15 WRK-EQ-CARGO     PIC 9(03).
                 15 WRK-EQ-SALARIO   PIC 9(06)V99.
              10 WRK-EQ-MATRICULA    PIC 9(05).
              10 WRK-EQ-NOME         PIC X(15).
              10 WRK-EQ-MESES        PIC 9(04).
       01  WRK-EQ-TEMP              PIC X(38) VALUES SPACES.
       77  WRK-CTR              PIC 9(03) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(03) VALUES ZEROS.
       77  WRK-INI-GRUPO        PIC 9(03) VALUES ZEROS.
       77  WRK-FIM-GRUPO        PIC 9(03) VALUES ZEROS.
       77  WRK-DEPTO-ANTERIOR   PIC 9(03) VALUES ZEROS.
       77  WRK-TEM-FAIXA        PIC X(01) VALUES 'N'.
           88 TEM-FAIXA VALUE 'S'.
       77  WRK-PONTO-MEDIO      PIC 9(06)V99 VALUES ZEROS.
       77  WRK-AMPLITUDE-FAIXA  PIC 9(06)V99 VALUES ZEROS.
       77  WRK-ACIMA-PISO       PIC 9(06)V99 VALUES ZEROS.
       77  WRK-POSICAO-PCT      PIC 9(05)V99 VALUES ZEROS.
       77  WRK-COMPA            PIC 9(04)V9 VALUES ZEROS.
       77  WRK-QUARTIL          PIC X(06) VALUES SPACES.
       77  WRK-MARCA            PIC X(24) VALUES SPACES.
       77  WRK-DIFERENCA        PIC 9(06)V99 VALUES ZEROS.
       77  WRK-DIFERENCA-PCT    PIC 9(05)V99 VALUES ZEROS.
       77  WRK-QTD-ANALISADOS   PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-SEM-FAIXA    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-MARCA-TEMPO  PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-MARCA-PAR    PIC 9(05) VALUES ZEROS.
           COPY 'DINHEIRO.COB' REPLACING ==:CAMPO:== BY ==SALARIO==
                                         ==:MASC:==  BY ==DINHEIRO==.
       77  WRK-MASC-PISO        PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TETO        PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-MEDIO       PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-MAIOR       PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-COMPA       PIC ZZZ9,9 VALUES ZEROS.
       77  WRK-MASC-PCT         PIC ZZZZ9,99 VALUES ZEROS.
       77  WRK-MASC-MESES       PIC ZZZ9 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG67' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0050-LER-PARAM.
           PERFORM 9500-CARREGAR-DEPARTAMENTOS.
           PERFORM 9560-CARREGAR-CARGOS.
           IF WRK-QTD-CARGO-TAB = ZEROS
               DISPLAY 'AVISO: CARGOS.DAT NAO ENCONTRADO - NENHUM ' ,
                   'FUNCIONARIO TERA FAIXA'
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-ATIVOS.
           IF CARGA-ESTOUROU
               DISPLAY 'TABELA DE FUNCIONARIOS CHEIA - RELATORIO ' ,
                   'CANCELADO (AMPLIE A CAPACIDADE)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0200-ORDENAR-ATIVOS.
           PERFORM 0090-MONTAR-CABECALHO.
           MOVE 1 TO WRK-INI-GRUPO.
           PERFORM UNTIL WRK-INI-GRUPO > WRK-QTD-EQ
               PERFORM 0300-DELIMITAR-GRUPO
               IF WRK-INI-GRUPO = 1
                  OR WRK-EQ-DEPTO(WRK-INI-GRUPO) NOT =
                     WRK-DEPTO-ANTERIOR
                   PERFORM 0310-CABECALHO-DEPARTAMENTO
               END-IF
               PERFORM 0400-EMITIR-GRUPO-CARGO
               COMPUTE WRK-INI-GRUPO = WRK-FIM-GRUPO + 1
           END-PERFORM.
           PERFORM 0700-RESUMO.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-ANALISADOS TO WRK-TRAILER-QTD.
           IF WRK-QTD-MARCA-TEMPO > ZEROS OR WRK-QTD-MARCA-PAR > ZEROS
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0050-LER-PARAM.
           OPEN INPUT EQUIDADE-PARAM-FILE.
           IF WRK-STATUS-PARAM = '00'
               READ EQUIDADE-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EQP-MESES-TEMPO NUMERIC
                          AND EQP-MESES-TEMPO > ZEROS
                           MOVE EQP-MESES-TEMPO TO WRK-MESES-LIMITE
                       END-IF
                       IF EQP-DIFERENCA-PCT NUMERIC
                          AND EQP-DIFERENCA-PCT > ZEROS
                           MOVE EQP-DIFERENCA-PCT
                               TO WRK-DIFERENCA-LIMITE
                       END-IF
               END-READ
               CLOSE EQUIDADE-PARAM-FILE
           END-IF.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           DISPLAY '   COMPA-RATIO E EQUIDADE SALARIAL POR ' ,
               'DEPARTAMENTO E CARGO'.
           MOVE WRK-MESES-LIMITE TO WRK-MASC-MESES.
           MOVE WRK-DIFERENCA-LIMITE TO WRK-MASC-PCT.
           DISPLAY '   MARCA: ABAIXO DO PONTO MEDIO COM ' ,
               WRK-MASC-MESES ' MESES OU MAIS DE CASA; PAR COM ' ,
               'DIFERENCA ACIMA DE ' WRK-MASC-PCT '%'.
           DISPLAY ' '.

      * So ativos entram na revisao; tempo de casa em meses ate a
      * data da execucao (admissao futura conta zero).
       0100-CARREGAR-ATIVOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF EMP-ATIVO
                               PERFORM 0110-GUARDAR-ATIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               DISPLAY 'AVISO: EMPLOYEE-MASTER.DAT NAO ENCONTRADO'
           END-IF.

       0110-GUARDAR-ATIVO.
           IF WRK-QTD-EQ < 500
               ADD 1 TO WRK-QTD-EQ
               MOVE EMP-DEPARTAMENTO TO WRK-EQ-DEPTO(WRK-QTD-EQ)
               MOVE EMP-CARGO        TO WRK-EQ-CARGO(WRK-QTD-EQ)
               MOVE EMP-SALARIO      TO WRK-EQ-SALARIO(WRK-QTD-EQ)
               MOVE EMP-MATRICULA    TO WRK-EQ-MATRICULA(WRK-QTD-EQ)
               MOVE EMP-NOME         TO WRK-EQ-NOME(WRK-QTD-EQ)
               COMPUTE WRK-MESES-CALC =
                   (WRK-ANO-HOJE - EMP-ANO-ENTRADA) * 12 +
                   (WRK-MES-HOJE - EMP-MES-ENTRADA)
               IF WRK-MESES-CALC < 0
                   MOVE ZEROS TO WRK-MESES-CALC
               END-IF
               MOVE WRK-MESES-CALC   TO WRK-EQ-MESES(WRK-QTD-EQ)
           ELSE
               SET CARGA-ESTOUROU TO TRUE
           END-IF.

      * Bolha pela chave departamento/cargo/salario, como a listagem
      * ordenada do PROG15.
       0200-ORDENAR-ATIVOS.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR >= WRK-QTD-EQ
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-EQ - WRK-CTR
                   IF WRK-EQ-CHAVE(WRK-CTR2) >
                           WRK-EQ-CHAVE(WRK-CTR2 + 1)
                       MOVE WRK-EQ-ITEM(WRK-CTR2) TO WRK-EQ-TEMP
                       MOVE WRK-EQ-ITEM(WRK-CTR2 + 1)
                           TO WRK-EQ-ITEM(WRK-CTR2)
                       MOVE WRK-EQ-TEMP TO WRK-EQ-ITEM(WRK-CTR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * O grupo vai de WRK-INI-GRUPO ate o ultimo do mesmo
      * departamento e cargo (WRK-FIM-GRUPO).
       0300-DELIMITAR-GRUPO.
           MOVE WRK-INI-GRUPO TO WRK-FIM-GRUPO.
           PERFORM VARYING WRK-CTR FROM WRK-INI-GRUPO BY 1
                   UNTIL WRK-CTR > WRK-QTD-EQ
                      OR WRK-EQ-DEPTO(WRK-CTR) NOT =
                         WRK-EQ-DEPTO(WRK-INI-GRUPO)
                      OR WRK-EQ-CARGO(WRK-CTR) NOT =
                         WRK-EQ-CARGO(WRK-INI-GRUPO)
               MOVE WRK-CTR TO WRK-FIM-GRUPO
           END-PERFORM.

       0310-CABECALHO-DEPARTAMENTO.
           MOVE WRK-EQ-DEPTO(WRK-INI-GRUPO) TO WRK-DEPTO-ANTERIOR.
           MOVE WRK-EQ-DEPTO(WRK-INI-GRUPO) TO WRK-DEPTO-PROCURADO.
           PERFORM 9550-BUSCAR-DEPARTAMENTO.
           DISPLAY '===============================================' ,
               '=================================='.
           DISPLAY 'DEPARTAMENTO ' WRK-DEPTO-PROCURADO ' ' ,
               WRK-DEPTO-NOME-ACHADO.

      * Cabecalho do cargo com a faixa, uma linha por ocupante e o
      * fechamento com amplitude e pares fora do limite.
       0400-EMITIR-GRUPO-CARGO.
           MOVE WRK-EQ-CARGO(WRK-INI-GRUPO) TO WRK-CARGO-PROCURADO.
           PERFORM 9570-BUSCAR-CARGO.
           MOVE 'N' TO WRK-TEM-FAIXA.
           MOVE ZEROS TO WRK-PONTO-MEDIO WRK-AMPLITUDE-FAIXA.
           IF CARGO-ACHOU
              AND WRK-CARGO-TETO-ACHADO > WRK-CARGO-PISO-ACHADO
               SET TEM-FAIXA TO TRUE
               COMPUTE WRK-PONTO-MEDIO ROUNDED =
                   (WRK-CARGO-PISO-ACHADO + WRK-CARGO-TETO-ACHADO) / 2
               COMPUTE WRK-AMPLITUDE-FAIXA =
                   WRK-CARGO-TETO-ACHADO - WRK-CARGO-PISO-ACHADO
           END-IF.
           DISPLAY ' '.
           IF TEM-FAIXA
               MOVE WRK-CARGO-PISO-ACHADO TO WRK-MASC-PISO
               MOVE WRK-CARGO-TETO-ACHADO TO WRK-MASC-TETO
               MOVE WRK-PONTO-MEDIO       TO WRK-MASC-MEDIO
               DISPLAY '  CARGO ' WRK-CARGO-PROCURADO ' ' ,
                   WRK-CARGO-TITULO-ACHADO
               DISPLAY '    PISO ' WRK-MASC-PISO '  MEDIO ' ,
                   WRK-MASC-MEDIO '  TETO ' WRK-MASC-TETO
           ELSE
               DISPLAY '  CARGO ' WRK-CARGO-PROCURADO ' ' ,
                   WRK-CARGO-TITULO-ACHADO ' - SEM FAIXA EM CARGOS.DAT'
           END-IF.
           DISPLAY '    MATR  NOME                SALARIO  COMPA ' ,
               'QUARTIL TEMPO(M)'.
           PERFORM VARYING WRK-CTR FROM WRK-INI-GRUPO BY 1
                   UNTIL WRK-CTR > WRK-FIM-GRUPO
               PERFORM 0410-EMITIR-OCUPANTE
           END-PERFORM.
           PERFORM 0450-FECHAR-GRUPO-CARGO.

       0410-EMITIR-OCUPANTE.
           ADD 1 TO WRK-QTD-ANALISADOS.
           MOVE SPACES TO WRK-MARCA.
           MOVE ZEROS  TO WRK-COMPA.
           IF TEM-FAIXA
               COMPUTE WRK-COMPA ROUNDED =
                   WRK-EQ-SALARIO(WRK-CTR) * 100 / WRK-PONTO-MEDIO
               PERFORM 0420-APURAR-QUARTIL
               IF WRK-COMPA < 100
                  AND WRK-EQ-MESES(WRK-CTR) >= WRK-MESES-LIMITE
                   MOVE '* ABAIXO DO MEIO/TEMPO' TO WRK-MARCA
                   ADD 1 TO WRK-QTD-MARCA-TEMPO
               END-IF
           ELSE
               MOVE '--' TO WRK-QUARTIL
               ADD 1 TO WRK-QTD-SEM-FAIXA
           END-IF.
           MOVE WRK-EQ-SALARIO(WRK-CTR) TO WRK-MASC-DINHEIRO.
           MOVE WRK-COMPA               TO WRK-MASC-COMPA.
           MOVE WRK-EQ-MESES(WRK-CTR)   TO WRK-MASC-MESES.
           DISPLAY '    ' WRK-EQ-MATRICULA(WRK-CTR) ' ' ,
               WRK-EQ-NOME(WRK-CTR) ' ' WRK-MASC-DINHEIRO ' ' ,
               WRK-MASC-COMPA '  ' WRK-QUARTIL '  ' WRK-MASC-MESES ,
               ' ' WRK-MARCA.

      * Posicao do salario na faixa: abaixo do piso, acima do teto
      * ou o quartil (Q1 ate 25% da faixa, Q2 ate 50%, Q3 ate 75%).
       0420-APURAR-QUARTIL.
           EVALUATE TRUE
               WHEN WRK-EQ-SALARIO(WRK-CTR) < WRK-CARGO-PISO-ACHADO
                   MOVE 'ABAIXO' TO WRK-QUARTIL
               WHEN WRK-EQ-SALARIO(WRK-CTR) > WRK-CARGO-TETO-ACHADO
                   MOVE 'ACIMA' TO WRK-QUARTIL
               WHEN OTHER
                   COMPUTE WRK-ACIMA-PISO =
                       WRK-EQ-SALARIO(WRK-CTR) - WRK-CARGO-PISO-ACHADO
                   COMPUTE WRK-POSICAO-PCT =
                       WRK-ACIMA-PISO * 100 / WRK-AMPLITUDE-FAIXA
                   EVALUATE TRUE
                       WHEN WRK-POSICAO-PCT < 25
                           MOVE 'Q1' TO WRK-QUARTIL
                       WHEN WRK-POSICAO-PCT < 50
                           MOVE 'Q2' TO WRK-QUARTIL
                       WHEN WRK-POSICAO-PCT < 75
                           MOVE 'Q3' TO WRK-QUARTIL
                       WHEN OTHER
                           MOVE 'Q4' TO WRK-QUARTIL
                   END-EVALUATE
           END-EVALUATE.

      * Amplitude entre o menor (primeiro) e o maior (ultimo) salario
      * do grupo ordenado; cada ocupante e comparado com o mais bem
      * pago do grupo e o par sai marcado quando a diferenca passa do
      * limite.
       0450-FECHAR-GRUPO-CARGO.
           IF WRK-FIM-GRUPO > WRK-INI-GRUPO
               COMPUTE WRK-DIFERENCA =
                   WRK-EQ-SALARIO(WRK-FIM-GRUPO)
                 - WRK-EQ-SALARIO(WRK-INI-GRUPO)
               MOVE WRK-DIFERENCA TO WRK-MASC-DINHEIRO
               MOVE WRK-EQ-SALARIO(WRK-FIM-GRUPO) TO WRK-MASC-MAIOR
               DISPLAY '    AMPLITUDE NO CARGO: ' WRK-MASC-DINHEIRO ,
                   ' (MAIOR SALARIO ' WRK-MASC-MAIOR ')'
               PERFORM VARYING WRK-CTR2 FROM WRK-INI-GRUPO BY 1
                       UNTIL WRK-CTR2 >= WRK-FIM-GRUPO
                   PERFORM 0460-CONFERIR-PAR
               END-PERFORM
           ELSE
               DISPLAY '    OCUPANTE UNICO NO DEPARTAMENTO - SEM ' ,
                   'AMPLITUDE'
           END-IF.

       0460-CONFERIR-PAR.
           IF WRK-EQ-SALARIO(WRK-CTR2) > ZEROS
               COMPUTE WRK-DIFERENCA =
                   WRK-EQ-SALARIO(WRK-FIM-GRUPO)
                 - WRK-EQ-SALARIO(WRK-CTR2)
               COMPUTE WRK-DIFERENCA-PCT ROUNDED =
                   WRK-DIFERENCA * 100 / WRK-EQ-SALARIO(WRK-CTR2)
               IF WRK-DIFERENCA-PCT > WRK-DIFERENCA-LIMITE
                   ADD 1 TO WRK-QTD-MARCA-PAR
                   MOVE WRK-DIFERENCA-PCT TO WRK-MASC-PCT
                   DISPLAY '    * PAR ' WRK-EQ-MATRICULA(WRK-CTR2) ,
                       ' ' WRK-EQ-NOME(WRK-CTR2) ' X ' ,
                       WRK-EQ-MATRICULA(WRK-FIM-GRUPO) ' ' ,
                       WRK-EQ-NOME(WRK-FIM-GRUPO) ' DIFERENCA ' ,
                       WRK-MASC-PCT '%'
               END-IF
           END-IF.

       0700-RESUMO.
           DISPLAY ' '.
           DISPLAY '-----------------------------------------------' ,
               '----------------------------------'.
           DISPLAY 'ATIVOS ANALISADOS:                  ' ,
               WRK-QTD-ANALISADOS.
           DISPLAY 'SEM FAIXA DE CARGO:                 ' ,
               WRK-QTD-SEM-FAIXA.
           DISPLAY 'ABAIXO DO PONTO MEDIO COM TEMPO:    ' ,
               WRK-QTD-MARCA-TEMPO.
           DISPLAY 'PARES COM DIFERENCA ACIMA DO LIMITE: ' ,
               WRK-QTD-MARCA-PAR.

           COPY 'CARGPR.COB'.
           COPY 'DEPTPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG67.
