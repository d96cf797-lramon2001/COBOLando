      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do historico efetivo-datado do
      * cadastro: 9150-GRAVAR-HISTORICO-FUNC compara os valores de
      * antes e de depois, marca os campos que mudaram e, havendo
      * mudanca, acrescenta o registro em HISTORICO-FUNC.DAT (data
      * efetiva zerada vale a data de hoje); 9152-LIMPAR-HIST-FUNC-
      * ANTERIOR zera os valores de antes (admissao);
      * 9155-GUARDAR-HIST-FUNC-ANTERIOR e 9157-GUARDAR-HIST-FUNC-NOVO
      * copiam os valores de EMP-RECORD. COPY na PROCEDURE DIVISION.
      * Usar em conjunto com HFUNSL.COB, HFUNFD.COB e HFUNWS.COB (e
      * EMPMFD.COB para os paragrafos 9155/9157).
      * Tectonics: cobc (COPY 'HFUNPR.COB' na PROCEDURE DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9150-GRAVAR-HISTORICO-FUNC.
           MOVE 'NNNNNN' TO WRK-HFU-MUDANCAS.
           IF WRK-HFU-NOME-NOVO NOT = WRK-HFU-NOME-ANT
               MOVE 'S' TO WRK-HFU-MUDOU-NOME
           END-IF.
           IF WRK-HFU-SALARIO-NOVO NOT = WRK-HFU-SALARIO-ANT
               MOVE 'S' TO WRK-HFU-MUDOU-SALARIO
           END-IF.
           IF WRK-HFU-DEPTO-NOVO NOT = WRK-HFU-DEPTO-ANT
               MOVE 'S' TO WRK-HFU-MUDOU-DEPTO
           END-IF.
           IF WRK-HFU-EMPRESA-NOVO NOT = WRK-HFU-EMPRESA-ANT
               MOVE 'S' TO WRK-HFU-MUDOU-EMPRESA
           END-IF.
           IF WRK-HFU-CARGO-NOVO NOT = WRK-HFU-CARGO-ANT
               MOVE 'S' TO WRK-HFU-MUDOU-CARGO
           END-IF.
           IF WRK-HFU-SITUACAO-NOVO NOT = WRK-HFU-SITUACAO-ANT
               MOVE 'S' TO WRK-HFU-MUDOU-SITUACAO
           END-IF.
           IF WRK-HFU-MUDANCAS NOT = 'NNNNNN'
               ACCEPT WRK-HFU-DATA-REGISTRO FROM DATE YYYYMMDD
               ACCEPT WRK-HFU-HORA-REGISTRO FROM TIME
               IF WRK-HFU-DATA-EFETIVA = ZEROS
                   MOVE WRK-HFU-DATA-REGISTRO TO WRK-HFU-DATA-EFETIVA
               END-IF
               OPEN EXTEND HIST-FUNC-FILE
               IF WRK-STATUS-HIST-FUNC = '35'
                   OPEN OUTPUT HIST-FUNC-FILE
               END-IF
               WRITE HIST-FUNC-RECORD FROM WRK-HFU-REGISTRO
               CLOSE HIST-FUNC-FILE
           END-IF.

       9152-LIMPAR-HIST-FUNC-ANTERIOR.
           MOVE SPACES TO WRK-HFU-NOME-ANT WRK-HFU-SITUACAO-ANT.
           MOVE ZEROS  TO WRK-HFU-SALARIO-ANT WRK-HFU-DEPTO-ANT
                          WRK-HFU-EMPRESA-ANT WRK-HFU-CARGO-ANT.

      * Empresa zerada (registro antigo) entra como empresa 01.
       9155-GUARDAR-HIST-FUNC-ANTERIOR.
           MOVE EMP-MATRICULA    TO WRK-HFU-MATRICULA.
           MOVE EMP-NOME         TO WRK-HFU-NOME-ANT.
           MOVE EMP-SALARIO      TO WRK-HFU-SALARIO-ANT.
           MOVE EMP-DEPARTAMENTO TO WRK-HFU-DEPTO-ANT.
           IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
               MOVE EMP-EMPRESA  TO WRK-HFU-EMPRESA-ANT
           ELSE
               MOVE 1            TO WRK-HFU-EMPRESA-ANT
           END-IF.
           MOVE EMP-CARGO        TO WRK-HFU-CARGO-ANT.
           MOVE EMP-SITUACAO     TO WRK-HFU-SITUACAO-ANT.

       9157-GUARDAR-HIST-FUNC-NOVO.
           MOVE EMP-MATRICULA    TO WRK-HFU-MATRICULA.
           MOVE EMP-NOME         TO WRK-HFU-NOME-NOVO.
           MOVE EMP-SALARIO      TO WRK-HFU-SALARIO-NOVO.
           MOVE EMP-DEPARTAMENTO TO WRK-HFU-DEPTO-NOVO.
           IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
               MOVE EMP-EMPRESA  TO WRK-HFU-EMPRESA-NOVO
           ELSE
               MOVE 1            TO WRK-HFU-EMPRESA-NOVO
           END-IF.
           MOVE EMP-CARGO        TO WRK-HFU-CARGO-NOVO.
           MOVE EMP-SITUACAO     TO WRK-HFU-SITUACAO-NOVO.
