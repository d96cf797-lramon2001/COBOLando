      * a absorcao de quadros inteiros (a alternativa era digitar cada
      * admissao no menu do PROG17): le o arquivo de staging
      * CARGA-FUNCIONARIOS.DAT (posicoes fixas: matricula 5, nome 15,
      * ano 4, mes 2, salario 8 com centavos implicitos, departamento
      * 3, dia 2, tipo de contrato 1 e termino 8), critica campo a
      * campo no estilo do PROG37 e do PROG17 (numerico onde deve,
      * mes e ano validos, salario acima de zero, departamento
      * existente em DEPT-MASTER.DAT, matricula ainda nao
      * cadastrada), grava os registros limpos no EMPLOYEE-MASTER.DAT
      * e imprime o relatorio de aceite/rejeicao linha a linha. Cada
      * registro carregado gera o mesmo evento de ADMISSAO em
      *
      * Modification History:
      * 02/09/2026 - Criado.
      * 15/10/2026 - Data de nascimento do cadastro (EMP-NASCIMENTO)
      *              gravada zerada - o staging nao traz a data, que
      *              fica para o PROG17 completar.
      * 15/10/2026 - Staging ganhou, ao fim da linha, o dia de
      *              admissao (2), o tipo de contrato (1: E/I/D) e o
      *              termino do contrato (8, AAAAMMDD) - campos em
      *              branco valem dia 01 e prazo indeterminado, e a
      *              experiencia sem termino recebe o periodo padrao
      *              de 45 dias. Mesmas criticas da admissao do
      *              PROG17 (dia valido no mes, 90 dias / 2 anos).
      * 15/10/2026 - Funcionario carregado recebe a empresa do seu
      *              departamento (01 sem DEPT-MASTER.DAT) e entra no
      *              historico efetivo-datado do cadastro
      *              (HISTORICO-FUNC.DAT, books HFUN*) na admissao.
      * 15/10/2026 - Eventos de auditoria passam a levar a chave do
      *              registro atingido (WRK-AUDIT-CHAVE), casada pela
      *              comparacao antes/depois do PROG10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG46.
           COPY 'EMPMSL.COB'.
           COPY 'DEPTSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'HFUNSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           05 CRG-MES          PIC X(02).
           05 CRG-SALARIO      PIC X(08).
           05 CRG-DEPARTAMENTO PIC X(03).
           05 CRG-DIA          PIC X(02).
           05 CRG-TIPO-CONTRATO PIC X(01).
           05 CRG-FIM-CONTRATO PIC X(08).
       01  CARGA-RECORD-NUM REDEFINES CARGA-RECORD.
           05 CRGN-MATRICULA    PIC 9(05).
           05 FILLER            PIC X(15).
           05 CRGN-MES          PIC 9(02).
           05 CRGN-SALARIO      PIC 9(06)V99.
           05 CRGN-DEPARTAMENTO PIC 9(03).
           05 CRGN-DIA          PIC 9(02).
           05 FILLER            PIC X(01).
           05 CRGN-FIM-CONTRATO PIC 9(08).
           COPY 'EMPMFD.COB'.
           COPY 'DEPTFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'HFUNFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'DEPTWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'HFUNWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-CARGA     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-CARGA        PIC X(01) VALUES 'N'.
       77  WRK-MOTIVO           PIC X(40) VALUES SPACES.
       77  WRK-REGISTRO-OK      PIC X(01) VALUES 'S'.
           88 REGISTRO-OK VALUE 'S'.
      * Contrato da linha ja com os padroes aplicados (dia 01, prazo
      * indeterminado, experiencia de 45 dias) e os limites legais
      * do contrato a termo, os mesmos do PROG17.
       77  WRK-DIA-ENTRADA      PIC 9(02) VALUES ZEROS.
       77  WRK-TIPO-CONTRATO    PIC X(01) VALUES SPACE.
           88 TIPO-EXPERIENCIA   VALUE 'E'.
           88 TIPO-INDETERMINADO VALUE 'I'.
           88 TIPO-DETERMINADO   VALUE 'D'.
       77  WRK-FIM-CONTRATO     PIC 9(08) VALUES ZEROS.
       77  WRK-DATA-ADMISSAO    PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-ADMISSAO    PIC 9(07) VALUES ZEROS.
       77  WRK-DIAS-FIM         PIC 9(07) VALUES ZEROS.
       77  WRK-LIMITE-EXPERIENCIA PIC 9(03) VALUES 90.
       77  WRK-LIMITE-DETERMINADO PIC 9(03) VALUES 730.
       77  WRK-PERIODO-PADRAO     PIC 9(03) VALUES 45.
           COPY 'DINHEIRO.COB' REPLACING ==:CAMPO:== BY ==SALARIO==
                                         ==:MASC:==  BY ==DINHEIRO==.
       PROCEDURE DIVISION.
                   MOVE 'N' TO WRK-REGISTRO-OK
               END-IF
           END-IF.
           IF REGISTRO-OK
               PERFORM 0260-CRITICAR-CONTRATO
           END-IF.

      * Dia de admissao e contrato, com os padroes para os campos em
      * branco (layout antigo, sem as posicoes novas).
       0260-CRITICAR-CONTRATO.
           MOVE 1 TO WRK-DIA-ENTRADA.
           IF CRG-DIA NOT = SPACES
               IF CRG-DIA NUMERIC
                   MOVE CRGN-DIA TO WRK-DIA-ENTRADA
               ELSE
                   MOVE ZEROS TO WRK-DIA-ENTRADA
               END-IF
           END-IF.
           COMPUTE WRK-DATA-ADMISSAO = CRGN-ANO * 10000 +
               CRGN-MES * 100 + WRK-DIA-ENTRADA.
           IF WRK-DIA-ENTRADA = ZEROS
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ADMISSAO)
                 NOT = ZEROS
               MOVE 'DIA DE ENTRADA INVALIDO PARA O MES'
                   TO WRK-MOTIVO
               MOVE 'N' TO WRK-REGISTRO-OK
           END-IF.
           MOVE CRG-TIPO-CONTRATO TO WRK-TIPO-CONTRATO.
           IF WRK-TIPO-CONTRATO = SPACE
               MOVE 'I' TO WRK-TIPO-CONTRATO
           END-IF.
           MOVE ZEROS TO WRK-FIM-CONTRATO.
           IF REGISTRO-OK AND NOT TIPO-EXPERIENCIA
              AND NOT TIPO-INDETERMINADO AND NOT TIPO-DETERMINADO
               MOVE 'TIPO DE CONTRATO INVALIDO (E/I/D)' TO WRK-MOTIVO
               MOVE 'N' TO WRK-REGISTRO-OK
           END-IF.
           IF REGISTRO-OK AND NOT TIPO-INDETERMINADO
               COMPUTE WRK-DIAS-ADMISSAO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ADMISSAO)
               PERFORM 0265-CRITICAR-TERMINO
           END-IF.

      * Termino do contrato a termo: experiencia sem termino recebe
      * o periodo padrao; o informado tem de ser data valida,
      * posterior a admissao e dentro do limite do tipo.
       0265-CRITICAR-TERMINO.
           IF TIPO-EXPERIENCIA AND CRG-FIM-CONTRATO = SPACES
               COMPUTE WRK-FIM-CONTRATO = FUNCTION DATE-OF-INTEGER
                   (WRK-DIAS-ADMISSAO + WRK-PERIODO-PADRAO - 1)
           ELSE
               IF CRG-FIM-CONTRATO NOT NUMERIC
                   MOVE 'TERMINO DO CONTRATO INVALIDO' TO WRK-MOTIVO
                   MOVE 'N' TO WRK-REGISTRO-OK
               ELSE
                   MOVE CRGN-FIM-CONTRATO TO WRK-FIM-CONTRATO
                   IF WRK-FIM-CONTRATO <= WRK-DATA-ADMISSAO
                      OR FUNCTION TEST-DATE-YYYYMMDD
                         (WRK-FIM-CONTRATO) NOT = ZEROS
                       MOVE 'TERMINO DO CONTRATO INVALIDO'
                           TO WRK-MOTIVO
                       MOVE 'N' TO WRK-REGISTRO-OK
                   END-IF
               END-IF
               IF REGISTRO-OK
                   COMPUTE WRK-DIAS-FIM =
                       FUNCTION INTEGER-OF-DATE(WRK-FIM-CONTRATO)
                   IF TIPO-EXPERIENCIA
                      AND WRK-DIAS-FIM - WRK-DIAS-ADMISSAO + 1
                          > WRK-LIMITE-EXPERIENCIA
                       MOVE 'EXPERIENCIA ACIMA DE 90 DIAS'
                           TO WRK-MOTIVO
                       MOVE 'N' TO WRK-REGISTRO-OK
                   END-IF
                   IF TIPO-DETERMINADO
                      AND WRK-DIAS-FIM - WRK-DIAS-ADMISSAO + 1
                          > WRK-LIMITE-DETERMINADO
                       MOVE 'PRAZO DETERMINADO ACIMA DE 2 ANOS'
                           TO WRK-MOTIVO
                       MOVE 'N' TO WRK-REGISTRO-OK
                   END-IF
               END-IF
           END-IF.

      * O WRITE do arquivo indexado critica a duplicidade de
      * matricula, como na admissao manual do PROG17. A empresa e a
      * do departamento (01 sem cadastro de departamentos).
       0300-GRAVAR-FUNCIONARIO.
           MOVE CRGN-MATRICULA    TO EMP-MATRICULA.
           MOVE CRG-NOME          TO EMP-NOME.
           MOVE CRGN-MES          TO EMP-MES-ENTRADA.
           MOVE CRGN-SALARIO      TO EMP-SALARIO.
           MOVE CRGN-DEPARTAMENTO TO EMP-DEPARTAMENTO.
           IF WRK-DEPTO-EMPRESA-ACHADA > ZEROS
               MOVE WRK-DEPTO-EMPRESA-ACHADA TO EMP-EMPRESA
           ELSE
               MOVE 1             TO EMP-EMPRESA
           END-IF.
           MOVE ZEROS             TO EMP-CARGO.
           MOVE ZEROS             TO EMP-NASCIMENTO.
           MOVE WRK-DIA-ENTRADA   TO EMP-DIA-ENTRADA.
           MOVE WRK-TIPO-CONTRATO TO EMP-TIPO-CONTRATO.
           MOVE WRK-FIM-CONTRATO  TO EMP-FIM-CONTRATO.
           MOVE 'N'               TO EMP-PRORROGADO.
           MOVE 'A'               TO EMP-SITUACAO.
           WRITE EMP-RECORD
               INVALID KEY
                   MOVE WRK-SALARIO  TO WRK-MASC-DINHEIRO
                   MOVE WRK-USUARIO  TO WRK-AUDIT-USUARIO
                   MOVE 'ADMISSAO'   TO WRK-AUDIT-ACAO
                   MOVE EMP-MATRICULA TO WRK-AUDIT-CHAVE
                   MOVE 'CARGA LOTE' TO WRK-AUDIT-VALOR-ANTIGO
                   MOVE WRK-MASC-DINHEIRO TO WRK-AUDIT-VALOR-NOVO
                   MOVE 'EFETIVADO'  TO WRK-AUDIT-RESULTADO
                   PERFORM 9850-GRAVAR-AUDITORIA
                   PERFORM 0310-GRAVAR-HIST-CADASTRO
           END-WRITE.

      * Admissao da carga no historico efetivo-datado do cadastro,
      * valendo no dia de admissao (dia zerado vale dia 01).
       0310-GRAVAR-HIST-CADASTRO.
           PERFORM 9152-LIMPAR-HIST-FUNC-ANTERIOR.
           MOVE 'ADMISSAO'   TO WRK-HFU-EVENTO.
           IF WRK-DIA-ENTRADA = ZEROS
               COMPUTE WRK-HFU-DATA-EFETIVA =
                   CRGN-ANO * 10000 + CRGN-MES * 100 + 1
           ELSE
               COMPUTE WRK-HFU-DATA-EFETIVA =
                   CRGN-ANO * 10000 + CRGN-MES * 100 + WRK-DIA-ENTRADA
           END-IF.
           MOVE 'PROG46'     TO WRK-HFU-PROGRAMA.
           MOVE WRK-USUARIO  TO WRK-HFU-USUARIO.
           PERFORM 9157-GUARDAR-HIST-FUNC-NOVO.
           PERFORM 9150-GRAVAR-HISTORICO-FUNC.

           COPY 'DEPTPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'HFUNPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG46.
