      *              passou a ignorar tambem os ciclos de rescisao
      *              (R) e ferias (F) que o PROG20 e o PROG42
      *              registram para o fechamento anual do PROG48.
      * 15/10/2026 - O custo do ultimo ciclo real no comparativo da
      *              simulacao ignora tambem os ciclos de folha
      *              complementar (C) e de PLR (P) de EOD-RESUMO.LOG.
      * 15/10/2026 - O registro de detalhe do EMPLOYEE.DAT ganhou no
      *              fim a empresa / filial do funcionario
      *              (SAI-EMPRESA, vinda de EMP-EMPRESA; 01 quando o
      *              cadastro nao tem empresa) - a folha totaliza,
      *              remete e recolhe por empresa a partir dela.
      * 15/10/2026 - Cada reajuste efetivado grava tambem o historico
      *              efetivo-datado do cadastro (HISTORICO-FUNC.DAT,
      *              books HFUN*), valendo no mes de efeito do ciclo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG09.
               FILE STATUS IS WRK-STATUS-PERIODO.
           COPY 'AUDITSL.COB'.
           COPY 'RHSTSL.COB'.
           COPY 'HFUNSL.COB'.
           SELECT EMPLOYEE-OUT-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SAIDA.
           05 SAI-NOME          PIC X(20).
           05 SAI-SALARIO       PIC 9(06)V99.
           05 SAI-DEPARTAMENTO  PIC 9(03).
           05 SAI-EMPRESA       PIC 9(02).
       01  EMPLOYEE-OUT-CTRL REDEFINES EMPLOYEE-OUT-RECORD.
           05 SAICTL-TIPO-REG       PIC X(01).
           05 SAICTL-QTD-REGISTROS  PIC 9(05).
           05 PER-HORA         PIC 9(08).
           COPY 'AUDITFD.COB'.
           COPY 'RHSTFD.COB'.
           COPY 'HFUNFD.COB'.
           COPY 'CKPTFD.COB'.
           COPY 'EODFD.COB'.
           COPY 'TRAILEFD.COB'.
       77  WRK-NOME           PIC X(15)    VALUES SPACES.
       77  WRK-MATRICULA      PIC 9(05)    VALUES ZEROS.
       77  WRK-DEPARTAMENTO   PIC 9(03)    VALUES ZEROS.
       77  WRK-EMPRESA-FUNC   PIC 9(02)    VALUES ZEROS.
       77  WRK-CHAVE-FUNC     PIC X(15)    VALUES SPACES.
       77  WRK-ANO-ENTRADA    PIC 9(4)     VALUES ZEROS.
       77  WRK-MES-ENTRADA    PIC 9(2)     VALUES ZEROS.
              10 WRK-FOLHA-NOME     PIC X(20).
              10 WRK-FOLHA-SALARIO  PIC 9(06)V99.
              10 WRK-FOLHA-DEPTO    PIC 9(03).
              10 WRK-FOLHA-EMPRESA  PIC 9(02).
              10 WRK-FOLHA-ANTIGO     PIC 9(06)V99.
              10 WRK-FOLHA-PERCENTUAL PIC 9(02)V99.
              10 WRK-FOLHA-MESES      PIC S9(04).
       77  WRK-USUARIO-CICLO    PIC X(15) VALUES SPACES.
       77  WRK-SEQ-HISTORICO    PIC 9(04) VALUES ZEROS.
           COPY 'AUDITWS.COB'.
           COPY 'HFUNWS.COB'.
       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE PIC 9(04).
           05 WRK-MES-HOJE PIC 9(02).
                   END-IF
               WHEN OTHER
                   PERFORM 0280-GRAVAR-HISTORICO
                   PERFORM 0283-GRAVAR-HIST-CADASTRO
                   IF WRK-ATRASO-FUNC > ZEROS
                       PERFORM 0282-GRAVAR-ATRASADO
                   END-IF
           ADD 1 TO WRK-QTD-FUNCIONARIOS.
           MOVE EMP-MATRICULA   TO WRK-MATRICULA.
           MOVE EMP-DEPARTAMENTO TO WRK-DEPARTAMENTO.
           IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
               MOVE EMP-EMPRESA TO WRK-EMPRESA-FUNC
           ELSE
               MOVE 1 TO WRK-EMPRESA-FUNC
           END-IF.
           MOVE EMP-CARGO       TO WRK-CARGO-FUNC.
           MOVE EMP-NOME        TO WRK-NOME.
           MOVE EMP-ANO-ENTRADA TO WRK-ANO-ENTRADA.
                   WRK-FOLHA-SALARIO(WRK-IDX-FOLHA)
               MOVE WRK-DEPARTAMENTO  TO
                   WRK-FOLHA-DEPTO(WRK-IDX-FOLHA)
               MOVE WRK-EMPRESA-FUNC  TO
                   WRK-FOLHA-EMPRESA(WRK-IDX-FOLHA)
               MOVE WRK-SALARIO-ANTIGO TO
                   WRK-FOLHA-ANTIGO(WRK-IDX-FOLHA)
               MOVE WRK-PERCENTUAL    TO
           WRITE RAISE-HISTORY-RECORD.
           CLOSE RAISE-HISTORY-FILE.

      * Reajuste no historico efetivo-datado do cadastro: so o
      * salario muda, valendo no primeiro dia do mes de efeito do
      * ciclo (sem data de efeito, na data de hoje).
       0283-GRAVAR-HIST-CADASTRO.
           MOVE WRK-MATRICULA      TO WRK-HFU-MATRICULA.
           MOVE 'REAJUSTE'         TO WRK-HFU-EVENTO.
           IF WRK-DATA-EFEITO = ZEROS
               MOVE ZEROS TO WRK-HFU-DATA-EFETIVA
           ELSE
               COMPUTE WRK-HFU-DATA-EFETIVA =
                   WRK-ANO-EFEITO * 10000 + WRK-MES-EFEITO * 100 + 1
           END-IF.
           MOVE WRK-NOME           TO WRK-HFU-NOME-ANT
                                      WRK-HFU-NOME-NOVO.
           MOVE WRK-SALARIO-ANTIGO TO WRK-HFU-SALARIO-ANT.
           MOVE WRK-SALARIO-NOVO   TO WRK-HFU-SALARIO-NOVO.
           MOVE WRK-FOLHA-DEPTO(WRK-IDX-FOLHA) TO WRK-HFU-DEPTO-ANT
                                                  WRK-HFU-DEPTO-NOVO.
           MOVE WRK-FOLHA-EMPRESA(WRK-IDX-FOLHA)
                                   TO WRK-HFU-EMPRESA-ANT
                                      WRK-HFU-EMPRESA-NOVO.
           MOVE WRK-CARGO-FUNC     TO WRK-HFU-CARGO-ANT
                                      WRK-HFU-CARGO-NOVO.
           MOVE 'A'                TO WRK-HFU-SITUACAO-ANT
                                      WRK-HFU-SITUACAO-NOVO.
           MOVE 'PROG09'           TO WRK-HFU-PROGRAMA.
           MOVE WRK-USUARIO-CICLO  TO WRK-HFU-USUARIO.
           PERFORM 9150-GRAVAR-HISTORICO-FUNC.

      * Atrasado em aberto para a proxima folha do PROG04, no mesmo
      * padrao de acrescimo do RAISE-HISTORY.LOG.
       0282-GRAVAR-ATRASADO.
                           IF RESUMO-TIPO NOT = 'D'
                              AND RESUMO-TIPO NOT = 'R'
                              AND RESUMO-TIPO NOT = 'F'
                              AND RESUMO-TIPO NOT = 'C'
                              AND RESUMO-TIPO NOT = 'P'
                               MOVE RESUMO-VALOR-FOLHA TO
                                   WRK-FOLHA-ULT-CICLO
                               SET TEM-CICLO-REAL TO TRUE
               MOVE WRK-FOLHA-NOME(WRK-IDX-FOLHA)  TO SAI-NOME
               MOVE WRK-FOLHA-SALARIO(WRK-IDX-FOLHA) TO SAI-SALARIO
               MOVE WRK-FOLHA-DEPTO(WRK-IDX-FOLHA) TO SAI-DEPARTAMENTO
               MOVE WRK-FOLHA-EMPRESA(WRK-IDX-FOLHA) TO SAI-EMPRESA
               WRITE EMPLOYEE-OUT-RECORD
           END-PERFORM.
           MOVE SPACES          TO EMPLOYEE-OUT-RECORD.
           COPY 'CKPTPR.COB'.
           COPY 'EODPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'HFUNPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG09.
