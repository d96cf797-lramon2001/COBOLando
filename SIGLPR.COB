      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Paragrafos padrao do sigilo dos dados salariais:
      * 9760-CONFERIR-SIGILO pergunta ao PROG29 se WRK-SIGILO-USUARIO
      * tem a funcao DADOS SALARIO (usuario em branco - job stream,
      * console sem identificacao - fica sempre mascarado) e, quando
      * tem, registra a visao sem mascara de WRK-SIGILO-OBJETO em
      * ACCESS-LOG.LOG (9762-REGISTRAR-VISAO-ABERTA);
      * 9765-MASCARAR-LINHA troca por '*' os digitos de todo valor
      * editado com virgula decimal e do dado que segue os rotulos
      * bancarios e de CPF em WRK-SIGILO-LINHA, preservando o
      * desenho da linha; 9769-EXIBIR-LINHA-SIGILO mascara e exibe
      * no console. COPY dentro da PROCEDURE DIVISION. Usar em
      * conjunto com SIGLSL.COB, SIGLFD.COB, SIGLWS.COB e AUTPRM.COB.
      * Tectonics: cobc (COPY 'SIGLPR.COB' dentro da PROCEDURE
      * DIVISION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       9760-CONFERIR-SIGILO.
           MOVE 'N' TO WRK-SIGILO-ABERTO.
           IF WRK-SIGILO-USUARIO NOT = SPACES
               MOVE WRK-SIGILO-USUARIO TO AUT-USUARIO
               MOVE 'DADOS SALARIO'    TO AUT-FUNCAO
               MOVE 'N'                TO AUT-CONCEDIDO
               CALL 'PROG29' USING WRK-AUT-PARAMETROS
               IF AUT-CONCEDIDO = 'S'
                   SET SIGILO-ABERTO TO TRUE
                   PERFORM 9762-REGISTRAR-VISAO-ABERTA
               END-IF
           END-IF.

      * Uma linha por visao sem mascara: quem, com que nivel, o que
      * viu e quando.
       9762-REGISTRAR-VISAO-ABERTA.
           ACCEPT WRK-SIGILO-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-SIGILO-HORA FROM TIME.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WRK-STATUS-ACESSO = '35'
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           MOVE SPACES             TO ACCESS-LOG-RECORD.
           MOVE WRK-SIGILO-USUARIO TO LOG-USUARIO.
           MOVE AUT-NIVEL          TO LOG-NIVEL.
           MOVE WRK-SIGILO-OBJETO  TO LOG-PERFIL.
           MOVE 'VISAO ABERTA'     TO LOG-RESULTADO.
           MOVE WRK-SIGILO-DATA    TO LOG-DATA.
           MOVE WRK-SIGILO-HORA    TO LOG-HORA.
           WRITE ACCESS-LOG-RECORD.
           CLOSE ACCESS-LOG-FILE.

       9765-MASCARAR-LINHA.
           IF NOT SIGILO-ABERTO
               MOVE 1 TO WRK-SIGILO-POS
               PERFORM 9766-MASCARAR-VALOR
                   UNTIL WRK-SIGILO-POS > 100
               PERFORM 9767-MASCARAR-ROTULO
                   VARYING WRK-SIGILO-IDX-ROT FROM 1 BY 1
                   UNTIL WRK-SIGILO-IDX-ROT > 5
           END-IF.

      * Sequencia de digitos, pontos e virgulas a partir da posicao:
      * so e valor quando tem virgula seguida de digito (datas,
      * matriculas e contagens ficam como estao).
       9766-MASCARAR-VALOR.
           IF WRK-SIGILO-LINHA(WRK-SIGILO-POS:1) IS NUMERIC
               MOVE 'N' TO WRK-SIGILO-VIRGULA
               MOVE WRK-SIGILO-POS TO WRK-SIGILO-FIM
               PERFORM 9764-LER-CARACTER
               PERFORM UNTIL NOT SIGILO-CAR-VALOR
                   IF WRK-SIGILO-CAR = ',' AND WRK-SIGILO-FIM < 100
                       COMPUTE WRK-SIGILO-AUX = WRK-SIGILO-FIM + 1
                       IF WRK-SIGILO-LINHA(WRK-SIGILO-AUX:1) NUMERIC
                           SET SIGILO-COM-VIRGULA TO TRUE
                       END-IF
                   END-IF
                   ADD 1 TO WRK-SIGILO-FIM
                   PERFORM 9764-LER-CARACTER
               END-PERFORM
               IF SIGILO-COM-VIRGULA
                   PERFORM VARYING WRK-SIGILO-AUX FROM WRK-SIGILO-POS
                           BY 1 UNTIL WRK-SIGILO-AUX >= WRK-SIGILO-FIM
                       IF WRK-SIGILO-LINHA(WRK-SIGILO-AUX:1) NUMERIC
                           MOVE '*'
                               TO WRK-SIGILO-LINHA(WRK-SIGILO-AUX:1)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WRK-SIGILO-FIM TO WRK-SIGILO-POS
           ELSE
               ADD 1 TO WRK-SIGILO-POS
           END-IF.

      * Dado depois do rotulo (primeira ocorrencia na linha): pula os
      * brancos e mascara os digitos ate o proximo branco.
       9767-MASCARAR-ROTULO.
           MOVE ZEROS TO WRK-SIGILO-AUX.
           INSPECT WRK-SIGILO-LINHA TALLYING WRK-SIGILO-AUX
               FOR CHARACTERS BEFORE INITIAL
               WRK-SIGILO-ROT-TEXTO(WRK-SIGILO-IDX-ROT)
                   (1:WRK-SIGILO-ROT-TAM(WRK-SIGILO-IDX-ROT)).
           IF WRK-SIGILO-AUX < 100
               COMPUTE WRK-SIGILO-FIM = WRK-SIGILO-AUX +
                   WRK-SIGILO-ROT-TAM(WRK-SIGILO-IDX-ROT) + 1
               PERFORM 9764-LER-CARACTER
               PERFORM UNTIL WRK-SIGILO-CAR NOT = SPACE
                   ADD 1 TO WRK-SIGILO-FIM
                   PERFORM 9764-LER-CARACTER
               END-PERFORM
               PERFORM UNTIL SIGILO-CAR-FIM
                   IF WRK-SIGILO-CAR IS NUMERIC
                       MOVE '*' TO WRK-SIGILO-LINHA(WRK-SIGILO-FIM:1)
                   END-IF
                   ADD 1 TO WRK-SIGILO-FIM
                   PERFORM 9764-LER-CARACTER
               END-PERFORM
           END-IF.

      * Caracter da posicao WRK-SIGILO-FIM; depois da coluna 100 volta
      * LOW-VALUE, que encerra qualquer varredura.
       9764-LER-CARACTER.
           IF WRK-SIGILO-FIM > 100
               MOVE LOW-VALUE TO WRK-SIGILO-CAR
           ELSE
               MOVE WRK-SIGILO-LINHA(WRK-SIGILO-FIM:1)
                   TO WRK-SIGILO-CAR
           END-IF.

       9769-EXIBIR-LINHA-SIGILO.
           PERFORM 9765-MASCARAR-LINHA.
           DISPLAY WRK-SIGILO-LINHA.
