      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Alerta diario de contratos a termo: lista os
      * funcionarios ativos de EMPLOYEE-MASTER.DAT em contrato de
      * experiencia ou por prazo determinado cujo termino
      * (EMP-FIM-CONTRATO) cai nos proximos dias (padrao 15, ou o
      * informado em CONTRATOS-PARAM.CTL), com a acao esperada -
      * prorrogar (experiencia ainda nao prorrogada e com folga no
      * limite de 90 dias), efetivar ou desligar - e os ja vencidos,
      * que pela CLT seguem como prazo indeterminado sem que o
      * cadastro saiba. A prorrogacao e a efetivacao sao feitas na
      * opcao 'P' do PROG17. Ordenado pelo termino.
      * RETURN-CODE 4 quando ha alerta, 1 tabela cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG69.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPMSL.COB'.
           SELECT CONTRATOS-PARAM-FILE ASSIGN TO "CONTRATOS-PARAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPMFD.COB'.
       FD  CONTRATOS-PARAM-FILE.
       01  CONTRATOS-PARAM-RECORD.
           05 CTP-DIAS-ANTECEDENCIA PIC 9(03).
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-PARAM     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-CARGA-ESTOUROU   PIC X(01) VALUES 'N'.
           88 CARGA-ESTOUROU VALUE 'S'.
      * Janela do alerta (CONTRATOS-PARAM.CTL) e limite legal da
      * experiencia (art. 445 CLT), contado da admissao.
       77  WRK-DIAS-ANTECEDENCIA PIC 9(03) VALUES 15.
       77  WRK-LIMITE-EXPERIENCIA PIC 9(03) VALUES 90.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-HOJE        PIC 9(07) VALUES ZEROS.
       77  WRK-DIAS-FIM         PIC 9(07) VALUES ZEROS.
       77  WRK-DIAS-ADMISSAO    PIC 9(07) VALUES ZEROS.
       77  WRK-DIA-ADMISSAO     PIC 9(02) VALUES ZEROS.
       77  WRK-DIAS-RESTANTES   PIC S9(05) VALUES ZEROS.
       77  WRK-DIAS-USADOS      PIC 9(05) VALUES ZEROS.
      * Contratos na janela ou vencidos, ordenados pelo termino (a
      * chave de ordenacao e o grupo WRK-CT-CHAVE).
       77  WRK-QTD-CT           PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-CONTRATOS.
           05 WRK-CT-ITEM OCCURS 500 TIMES.
              10 WRK-CT-CHAVE.
                 15 WRK-CT-FIM       PIC 9(08).
                 15 WRK-CT-MATRICULA PIC 9(05).
              10 WRK-CT-NOME         PIC X(15).
              10 WRK-CT-DEPTO        PIC 9(03).
              10 WRK-CT-ADMISSAO     PIC 9(08).
              10 WRK-CT-TIPO         PIC X(01).
              10 WRK-CT-RESTANTES    PIC S9(05).
              10 WRK-CT-ACAO         PIC X(30).
       01  WRK-CT-TEMP              PIC X(75) VALUES SPACES.
       77  WRK-CTR              PIC 9(03) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(03) VALUES ZEROS.
       77  WRK-ACAO             PIC X(30) VALUES SPACES.
       01  WRK-DATA-EDICAO      PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-EDICAO-R REDEFINES WRK-DATA-EDICAO.
           05 WRK-EDICAO-ANO    PIC 9(04).
           05 WRK-EDICAO-MES    PIC 9(02).
           05 WRK-EDICAO-DIA    PIC 9(02).
       77  WRK-MASC-ADMISSAO    PIC X(10) VALUES SPACES.
       77  WRK-MASC-TERMINO     PIC X(10) VALUES SPACES.
       77  WRK-MASC-DATA        PIC X(10) VALUES SPACES.
       77  WRK-MASC-RESTANTES   PIC ----9 VALUES ZEROS.
       77  WRK-MASC-DIAS        PIC ZZ9 VALUES ZEROS.
       77  WRK-QTD-A-TERMO      PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-VENCIDOS     PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-PRORROGAR    PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-TERMINO      PIC 9(05) VALUES ZEROS.
       77  WRK-QTD-INVALIDOS    PIC 9(05) VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG69' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 0050-LER-PARAM.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 0100-CARREGAR-CONTRATOS.
           IF CARGA-ESTOUROU
               DISPLAY 'TABELA DE CONTRATOS CHEIA - RELATORIO ' ,
                   'CANCELADO (AMPLIE A CAPACIDADE)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0200-ORDENAR-CONTRATOS.
           PERFORM 0300-EMITIR-CONTRATOS.
           PERFORM 0700-RESUMO.
           DISPLAY WRK-RODAPE-MENSAGEM.
           MOVE WRK-QTD-CT TO WRK-TRAILER-QTD.
           IF WRK-QTD-CT > ZEROS OR WRK-QTD-INVALIDOS > ZEROS
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0050-LER-PARAM.
           OPEN INPUT CONTRATOS-PARAM-FILE.
           IF WRK-STATUS-PARAM = '00'
               READ CONTRATOS-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTP-DIAS-ANTECEDENCIA NUMERIC
                          AND CTP-DIAS-ANTECEDENCIA > ZEROS
                           MOVE CTP-DIAS-ANTECEDENCIA
                               TO WRK-DIAS-ANTECEDENCIA
                       END-IF
               END-READ
               CLOSE CONTRATOS-PARAM-FILE
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
           DISPLAY '   ALERTA DE CONTRATOS DE EXPERIENCIA E POR ' ,
               'PRAZO DETERMINADO'.
           MOVE WRK-DIAS-ANTECEDENCIA TO WRK-MASC-DIAS.
           DISPLAY '   TERMINO NOS PROXIMOS ' WRK-MASC-DIAS ,
               ' DIAS E CONTRATOS JA VENCIDOS'.
           DISPLAY ' '.

      * So ativos em contrato a termo; termino fora de data valida
      * sai como inconsistencia do cadastro, para correcao no PROG17.
       0100-CARREGAR-CONTRATOS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF EMP-ATIVO
                              AND (EMP-CONTRATO-EXPERIENCIA
                                   OR EMP-CONTRATO-DETERMINADO)
                               PERFORM 0110-AVALIAR-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               DISPLAY 'AVISO: EMPLOYEE-MASTER.DAT NAO ENCONTRADO'
           END-IF.

       0110-AVALIAR-CONTRATO.
           ADD 1 TO WRK-QTD-A-TERMO.
           IF EMP-FIM-CONTRATO NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(EMP-FIM-CONTRATO)
                 NOT = ZEROS
               ADD 1 TO WRK-QTD-INVALIDOS
               DISPLAY 'INCONSISTENCIA: ' EMP-MATRICULA ' ' ,
                   EMP-NOME ' CONTRATO ' EMP-TIPO-CONTRATO ,
                   ' SEM TERMINO VALIDO - CORRIGIR NO PROG17'
           ELSE
               COMPUTE WRK-DIAS-FIM =
                   FUNCTION INTEGER-OF-DATE(EMP-FIM-CONTRATO)
               COMPUTE WRK-DIAS-RESTANTES =
                   WRK-DIAS-FIM - WRK-DIAS-HOJE
               IF WRK-DIAS-RESTANTES <= WRK-DIAS-ANTECEDENCIA
                   PERFORM 0120-DEFINIR-ACAO
                   PERFORM 0130-GUARDAR-CONTRATO
               END-IF
           END-IF.

      * Vencido segue por prazo indeterminado (art. 451 CLT) e so
      * precisa ser regularizado; experiencia ainda nao prorrogada e
      * com folga no limite de 90 dias pode ser prorrogada; o resto
      * termina - efetivar ou desligar.
       0120-DEFINIR-ACAO.
           MOVE EMP-DIA-ENTRADA TO WRK-DIA-ADMISSAO.
           IF EMP-DIA-ENTRADA NOT NUMERIC
              OR WRK-DIA-ADMISSAO = ZEROS
               MOVE 1 TO WRK-DIA-ADMISSAO
           END-IF.
           COMPUTE WRK-DATA-EDICAO = EMP-ANO-ENTRADA * 10000 +
               EMP-MES-ENTRADA * 100 + WRK-DIA-ADMISSAO.
           EVALUATE TRUE
               WHEN WRK-DIAS-RESTANTES < ZEROS
                   MOVE 'VENCIDO - REGULARIZAR' TO WRK-ACAO
                   ADD 1 TO WRK-QTD-VENCIDOS
               WHEN EMP-CONTRATO-EXPERIENCIA
                    AND NOT EMP-EXPERIENCIA-PRORROGADA
                   COMPUTE WRK-DIAS-ADMISSAO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-EDICAO)
                   COMPUTE WRK-DIAS-USADOS =
                       WRK-DIAS-FIM - WRK-DIAS-ADMISSAO + 1
                   IF WRK-DIAS-USADOS < WRK-LIMITE-EXPERIENCIA
                       MOVE 'PRORROGAR OU EFETIVAR' TO WRK-ACAO
                       ADD 1 TO WRK-QTD-PRORROGAR
                   ELSE
                       MOVE 'EFETIVAR OU DESLIGAR' TO WRK-ACAO
                       ADD 1 TO WRK-QTD-TERMINO
                   END-IF
               WHEN OTHER
                   MOVE 'EFETIVAR OU DESLIGAR' TO WRK-ACAO
                   ADD 1 TO WRK-QTD-TERMINO
           END-EVALUATE.

       0130-GUARDAR-CONTRATO.
           IF WRK-QTD-CT < 500
               ADD 1 TO WRK-QTD-CT
               MOVE EMP-FIM-CONTRATO  TO WRK-CT-FIM(WRK-QTD-CT)
               MOVE EMP-MATRICULA     TO WRK-CT-MATRICULA(WRK-QTD-CT)
               MOVE EMP-NOME          TO WRK-CT-NOME(WRK-QTD-CT)
               MOVE EMP-DEPARTAMENTO  TO WRK-CT-DEPTO(WRK-QTD-CT)
               MOVE WRK-DATA-EDICAO   TO WRK-CT-ADMISSAO(WRK-QTD-CT)
               MOVE EMP-TIPO-CONTRATO TO WRK-CT-TIPO(WRK-QTD-CT)
               MOVE WRK-DIAS-RESTANTES
                                      TO WRK-CT-RESTANTES(WRK-QTD-CT)
               MOVE WRK-ACAO          TO WRK-CT-ACAO(WRK-QTD-CT)
           ELSE
               SET CARGA-ESTOUROU TO TRUE
           END-IF.

      * Bolha pela chave termino/matricula, como a listagem ordenada
      * do PROG15.
       0200-ORDENAR-CONTRATOS.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR >= WRK-QTD-CT
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-CT - WRK-CTR
                   IF WRK-CT-CHAVE(WRK-CTR2) >
                           WRK-CT-CHAVE(WRK-CTR2 + 1)
                       MOVE WRK-CT-ITEM(WRK-CTR2) TO WRK-CT-TEMP
                       MOVE WRK-CT-ITEM(WRK-CTR2 + 1)
                           TO WRK-CT-ITEM(WRK-CTR2)
                       MOVE WRK-CT-TEMP TO WRK-CT-ITEM(WRK-CTR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0300-EMITIR-CONTRATOS.
           IF WRK-QTD-CT = ZEROS
               DISPLAY 'NENHUM CONTRATO A TERMO VENCENDO NA JANELA.'
           ELSE
               DISPLAY 'MATR  NOME            DEP ADMISSAO   T ' ,
                   'TERMINO     DIAS ACAO'
               DISPLAY '-----------------------------------------' ,
                   '----------------------------------------'
               PERFORM VARYING WRK-CTR FROM 1 BY 1
                       UNTIL WRK-CTR > WRK-QTD-CT
                   PERFORM 0310-EMITIR-LINHA
               END-PERFORM
           END-IF.

       0310-EMITIR-LINHA.
           MOVE WRK-CT-ADMISSAO(WRK-CTR) TO WRK-DATA-EDICAO.
           PERFORM 0320-EDITAR-DATA.
           MOVE WRK-MASC-DATA TO WRK-MASC-ADMISSAO.
           MOVE WRK-CT-FIM(WRK-CTR) TO WRK-DATA-EDICAO.
           PERFORM 0320-EDITAR-DATA.
           MOVE WRK-MASC-DATA TO WRK-MASC-TERMINO.
           MOVE WRK-CT-RESTANTES(WRK-CTR) TO WRK-MASC-RESTANTES.
           DISPLAY WRK-CT-MATRICULA(WRK-CTR) ' ' ,
               WRK-CT-NOME(WRK-CTR) ' ' WRK-CT-DEPTO(WRK-CTR) ' ' ,
               WRK-MASC-ADMISSAO ' ' WRK-CT-TIPO(WRK-CTR) ' ' ,
               WRK-MASC-TERMINO ' ' WRK-MASC-RESTANTES ' ' ,
               WRK-CT-ACAO(WRK-CTR).

       0320-EDITAR-DATA.
           STRING WRK-EDICAO-DIA '/' WRK-EDICAO-MES '/'
               WRK-EDICAO-ANO DELIMITED BY SIZE INTO WRK-MASC-DATA.

       0700-RESUMO.
           DISPLAY ' '.
           DISPLAY '-----------------------------------------' ,
               '----------------------------------------'.
           DISPLAY 'ATIVOS EM CONTRATO A TERMO:          ' ,
               WRK-QTD-A-TERMO.
           DISPLAY 'VENCIDOS (JA POR PRAZO INDETERMINADO): ' ,
               WRK-QTD-VENCIDOS.
           DISPLAY 'A PRORROGAR OU EFETIVAR:             ' ,
               WRK-QTD-PRORROGAR.
           DISPLAY 'A EFETIVAR OU DESLIGAR:              ' ,
               WRK-QTD-TERMINO.
           DISPLAY 'TERMINO INVALIDO NO CADASTRO:        ' ,
               WRK-QTD-INVALIDOS.

           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG69.
