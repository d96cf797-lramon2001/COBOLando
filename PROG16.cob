      *              orcado x realizado estoura a tolerancia - a
      *              trava de orcamento deixou de depender de passo
      *              manual do operador.
      * 15/10/2026 - Incluido o ciclo de folha complementar (tipo C):
      *              o operador informa a competencia ja paga, so o
      *              PROG04 roda (modo complementar) e os totais vem da
      *              entrada PROG04CP; o ciclo fica em EOD-RESUMO.LOG
      *              com tipo proprio e fora da variacao contra o
      *              ciclo anterior.
      * 15/10/2026 - Incluido o ciclo de PLR (tipo P): o operador
      *              informa o valor distribuivel, a regra de rateio
      *              (I igual, S salario, M meses trabalhados) e o
      *              periodo apurado, gravados em FOLHA-PARAM.DAT; so
      *              o PROG04 roda (modo PLR) e os totais vem da
      *              entrada PROG04PL. O ciclo fica em EOD-RESUMO.LOG
      *              com tipo proprio, fora da variacao contra o ciclo
      *              anterior e sem bruto pago (a PLR nao entra no
      *              bruto da folha).
      * 15/10/2026 - No ciclo normal com mais de uma empresa na
      *              folha, o resumo mostra tambem funcionarios, bruto
      *              pago e encargos por empresa (entradas FOLHAEnn do
      *              PROG04 da mesma data); o total consolidado segue
      *              igual.
      * 15/10/2026 - O operador informa o usuario no inicio do ciclo,
      *              gravado em FOLHA-PARAM.DAT: o PROG04 so exibe
      *              salarios e liquidos de cada funcionario sem
      *              mascara para quem tem a funcao DADOS SALARIO no
      *              PROG29 (em branco, tudo sai mascarado).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG16.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="RESUMO.SPL"==.
           COPY 'EODSL.COB'.
           COPY 'EMPRSL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  EOD-SUMMARY-FILE.
           05 PRM-DATA-ADIANTO PIC 9(08).
           05 PRM-PREVIA       PIC X(01).
           05 PRM-LIMITE-HE    PIC 9(03).
           05 PRM-PLR-VALOR    PIC 9(08)V99.
           05 PRM-PLR-REGRA    PIC X(01).
           05 PRM-PLR-INICIO   PIC 9(06).
           05 PRM-PLR-FIM      PIC 9(06).
           05 PRM-USUARIO      PIC X(15).
           COPY 'SPOOLFD.COB'.
           COPY 'EODFD.COB'.
           COPY 'EMPRFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'EODWS.COB'.
           COPY 'EMPRWS.COB'.
       77  WRK-STATUS-RESUMO        PIC X(02) VALUES ZEROS.
       77  WRK-FIM-RESUMO           PIC X(01) VALUES 'N'.
           88 FIM-RESUMO VALUE 'S'.
       77  WRK-TIPO-CICLO           PIC X(01) VALUES 'N'.
           88 CICLO-NORMAL VALUE 'N'.
           88 CICLO-DECIMO VALUE 'D'.
           88 CICLO-COMPLEMENTAR VALUE 'C'.
           88 CICLO-PLR VALUE 'P'.
       77  WRK-COMPETENCIA-INFORMADA PIC 9(06) VALUES ZEROS.
       77  WRK-RC-PROG04            PIC 9(04) VALUES ZEROS.
       77  WRK-STATUS-CHAMADA       PIC X(02) VALUES ZEROS.
       77  WRK-COMPETENCIA-CICLO    PIC 9(06) VALUES ZEROS.
       77  WRK-CICLO-DIVERGENTE     PIC X(01) VALUES 'N'.
           88 CICLO-DIVERGENTE VALUE 'S'.
       77  WRK-MASC-FOLHA-PROG09    PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-PLR-VALOR            PIC 9(08)V99 VALUES ZEROS.
       77  WRK-PLR-REGRA            PIC X(01) VALUES 'I'.
       77  WRK-PLR-INICIO           PIC 9(06) VALUES ZEROS.
       77  WRK-PLR-FIM              PIC 9(06) VALUES ZEROS.
       77  WRK-USUARIO-CICLO        PIC X(15) VALUES SPACES.
       77  WRK-VALOR-IRRF-PLR       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-MASC-IRRF-PLR        PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-DATA-EOD-FOLHA       PIC 9(08) VALUES ZEROS.
       77  WRK-QTD-EMPRESAS-CICLO   PIC 9(02) VALUES ZEROS.
       77  WRK-COD-EMPRESA-CICLO    PIC 9(02) VALUES ZEROS.
       77  WRK-MASC-BRUTO-EMPRESA   PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-ENC-EMPRESA     PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       01  WRK-TAB-EMPRESAS-CICLO.
           05 WRK-EMPRESA-CICLO OCCURS 19 TIMES.
              10 WRK-EMP-CICLO-ACHOU     PIC X(01).
              10 WRK-EMP-CICLO-QTD       PIC 9(05).
              10 WRK-EMP-CICLO-BRUTO     PIC 9(08)V99.
              10 WRK-EMP-CICLO-ENCARGOS  PIC 9(08)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'TIPO DE CICLO (N=NORMAL  D=13O SALARIO  ' ,
               'C=COMPLEMENTAR  P=PLR): '.
           ACCEPT WRK-TIPO-CICLO FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-CICLO) TO WRK-TIPO-CICLO.
           IF NOT CICLO-DECIMO AND NOT CICLO-COMPLEMENTAR
              AND NOT CICLO-PLR
               MOVE 'N' TO WRK-TIPO-CICLO
           END-IF.
           IF CICLO-COMPLEMENTAR
               DISPLAY 'COMPETENCIA DA COMPLEMENTAR (AAAAMM): '
               ACCEPT WRK-COMPETENCIA-INFORMADA FROM CONSOLE
           END-IF.
           IF CICLO-PLR
               DISPLAY 'VALOR DISTRIBUIVEL DA PLR: '
               ACCEPT WRK-PLR-VALOR FROM CONSOLE
               DISPLAY 'REGRA DE RATEIO (I=IGUAL  S=SALARIO  ' ,
                   'M=MESES TRABALHADOS): '
               ACCEPT WRK-PLR-REGRA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-PLR-REGRA) TO WRK-PLR-REGRA
               DISPLAY 'INICIO DO PERIODO APURADO (AAAAMM): '
               ACCEPT WRK-PLR-INICIO FROM CONSOLE
               DISPLAY 'FIM DO PERIODO APURADO (AAAAMM): '
               ACCEPT WRK-PLR-FIM FROM CONSOLE
           END-IF.
           DISPLAY 'USUARIO (BRANCO = VALORES INDIVIDUAIS ' ,
               'MASCARADOS): '.
           ACCEPT WRK-USUARIO-CICLO FROM CONSOLE.
           PERFORM 0050-GRAVAR-PARAM-FOLHA.
           IF CICLO-PLR
               DISPLAY 'INICIANDO CICLO DE PLR - COMPETENCIA ' ,
                   WRK-COMPETENCIA-CICLO
               DISPLAY ' '
               DISPLAY 'PASSO UNICO: PLR (PROG04)'
               CALL 'PROG04'
               IF RETURN-CODE NOT = ZEROS
                   DISPLAY 'CICLO INTERROMPIDO: A PLR TERMINOU COM ' ,
                       'ERRO (VER MENSAGENS ACIMA) - EOD-RESUMO.LOG ' ,
                       'NAO SERA GRAVADO'
                   STOP RUN
               END-IF
               DISPLAY ' '
               DISPLAY 'CICLO DE PLR CONCLUIDO.'
               DISPLAY ' '
               PERFORM 0170-COLETAR-TOTAIS-PLR
               IF CICLO-DIVERGENTE
                   DISPLAY 'CICLO INTERROMPIDO POR DIVERGENCIA - ' ,
                       'EOD-RESUMO.LOG NAO SERA GRAVADO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0200-APURAR-PERIODO-ANTERIOR
               PERFORM 0300-EMITIR-RELATORIO-CONSOLIDADO
               PERFORM 0400-GRAVAR-HISTORICO-RESUMO
               STOP RUN
           END-IF.
           IF CICLO-COMPLEMENTAR
               DISPLAY 'INICIANDO CICLO DE FOLHA COMPLEMENTAR - ' ,
                   'COMPETENCIA ' WRK-COMPETENCIA-CICLO
               DISPLAY ' '
               DISPLAY 'PASSO UNICO: FOLHA COMPLEMENTAR (PROG04)'
               CALL 'PROG04'
               IF RETURN-CODE NOT = ZEROS
                   DISPLAY 'CICLO INTERROMPIDO: A COMPLEMENTAR ' ,
                       'TERMINOU COM ERRO (VER MENSAGENS ACIMA) - ' ,
                       'EOD-RESUMO.LOG NAO SERA GRAVADO'
                   STOP RUN
               END-IF
               DISPLAY ' '
               DISPLAY 'CICLO DE FOLHA COMPLEMENTAR CONCLUIDO.'
               DISPLAY ' '
               PERFORM 0160-COLETAR-TOTAIS-COMPLEMENTAR
               IF CICLO-DIVERGENTE
                   DISPLAY 'CICLO INTERROMPIDO POR DIVERGENCIA - ' ,
                       'EOD-RESUMO.LOG NAO SERA GRAVADO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0200-APURAR-PERIODO-ANTERIOR
               PERFORM 0300-EMITIR-RELATORIO-CONSOLIDADO
               PERFORM 0400-GRAVAR-HISTORICO-RESUMO
               STOP RUN
           END-IF.
           IF CICLO-DECIMO
               DISPLAY 'INICIANDO CICLO DE 13O SALARIO'
               DISPLAY ' '
           OPEN OUTPUT FOLHA-PARAM-FILE.
           MOVE SPACES            TO FOLHA-PARAM-RECORD.
           MOVE WRK-TIPO-CICLO    TO PRM-TIPO-FOLHA.
           IF CICLO-COMPLEMENTAR AND WRK-COMPETENCIA-INFORMADA > ZEROS
               MOVE WRK-COMPETENCIA-INFORMADA TO PRM-COMPETENCIA
           ELSE
               COMPUTE PRM-COMPETENCIA =
                   WRK-ANO-EXECUCAO * 100 + WRK-MES-EXECUCAO
           END-IF.
           MOVE PRM-COMPETENCIA   TO WRK-COMPETENCIA-CICLO.
           MOVE ZEROS             TO PRM-PCT-ADIANTO.
           MOVE ZEROS             TO PRM-DATA-ADIANTO.
           MOVE 'N'               TO PRM-PREVIA.
           MOVE ZEROS             TO PRM-LIMITE-HE.
           MOVE WRK-PLR-VALOR     TO PRM-PLR-VALOR.
           MOVE WRK-PLR-REGRA     TO PRM-PLR-REGRA.
           MOVE WRK-PLR-INICIO    TO PRM-PLR-INICIO.
           MOVE WRK-PLR-FIM       TO PRM-PLR-FIM.
           MOVE WRK-USUARIO-CICLO TO PRM-USUARIO.
           WRITE FOLHA-PARAM-RECORD.
           CLOSE FOLHA-PARAM-FILE.

           MOVE WRK-EOD-VALOR-PRINCIPAL TO WRK-VALOR-FOLHA-NOVA.
           MOVE ZEROS                   TO WRK-VALOR-AUMENTO.

      * No ciclo complementar os totais vem da entrada PROG04CP:
      * vencimentos pagos no principal e a parte tributavel que somou
      * no acumulado (o bruto pago do ciclo) no secundario.
       0160-COLETAR-TOTAIS-COMPLEMENTAR.
           MOVE 'PROG04CP' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           IF WRK-EOD-ACHOU = 'N'
               DISPLAY 'DIVERGENCIA: A COMPLEMENTAR NAO GRAVOU A ' ,
                   'ENTRADA PROG04CP EM EOD-TOTALS.DAT'
               SET CICLO-DIVERGENTE TO TRUE
           END-IF.
           MOVE WRK-EOD-QTD              TO WRK-QTD-FUNC-PROG04.
           MOVE WRK-EOD-VALOR-PRINCIPAL  TO WRK-VALOR-FOLHA-NOVA.
           MOVE WRK-EOD-VALOR-SECUNDARIO TO WRK-VALOR-BRUTO-PAGO.
           MOVE ZEROS                    TO WRK-VALOR-AUMENTO.

      * No ciclo de PLR os totais vem da entrada PROG04PL: PLR paga no
      * principal e IR exclusivo retido no secundario. A PLR nao soma
      * no bruto da folha - o bruto pago do ciclo fica zerado.
       0170-COLETAR-TOTAIS-PLR.
           MOVE 'PROG04PL' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           IF WRK-EOD-ACHOU = 'N'
               DISPLAY 'DIVERGENCIA: A PLR NAO GRAVOU A ENTRADA ' ,
                   'PROG04PL EM EOD-TOTALS.DAT'
               SET CICLO-DIVERGENTE TO TRUE
           END-IF.
           MOVE WRK-EOD-QTD              TO WRK-QTD-FUNC-PROG04.
           MOVE WRK-EOD-VALOR-PRINCIPAL  TO WRK-VALOR-FOLHA-NOVA.
           MOVE WRK-EOD-VALOR-SECUNDARIO TO WRK-VALOR-IRRF-PLR.
           MOVE ZEROS TO WRK-VALOR-AUMENTO WRK-VALOR-BRUTO-PAGO.

      * Le em EOD-TOTALS.DAT os totais que o PROG09 e o PROG04 acabaram
      * de gravar para este ciclo.
       0100-COLETAR-TOTAIS-EOD.
           MOVE WRK-EOD-QTD              TO WRK-QTD-FUNC-PROG04.
           MOVE WRK-EOD-VALOR-PRINCIPAL  TO WRK-VALOR-FOLHA-NOVA.
           MOVE WRK-EOD-VALOR-SECUNDARIO TO WRK-VALOR-BRUTO-PAGO.
           MOVE WRK-DATA-EOD             TO WRK-DATA-EOD-FOLHA.
           PERFORM 0110-COLETAR-TOTAIS-EMPRESAS.
           MOVE 'PROG04EC' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           IF WRK-EOD-ACHOU = 'S'
      * de funcionarios e o valor de folha gravados pelo PROG09 em
      * EOD-TOTALS.DAT devem bater com os do PROG04, e o PROG04 nao
      * pode ter terminado em OUT OF BALANCE.
      * O PROG04 grava uma entrada FOLHAEnn por empresa da folha; so
      * valem as da mesma data da entrada PROG04, para nao misturar
      * empresa que saiu da folha num ciclo anterior.
       0110-COLETAR-TOTAIS-EMPRESAS.
           MOVE ZEROS TO WRK-QTD-EMPRESAS-CICLO.
           PERFORM VARYING WRK-COD-EMPRESA-CICLO FROM 1 BY 1
                   UNTIL WRK-COD-EMPRESA-CICLO > 19
               MOVE 'N' TO WRK-EMP-CICLO-ACHOU(WRK-COD-EMPRESA-CICLO)
               MOVE SPACES TO WRK-EOD-PROGRAMA-ATUAL
               STRING 'FOLHAE' WRK-COD-EMPRESA-CICLO
                   DELIMITED BY SIZE INTO WRK-EOD-PROGRAMA-ATUAL
               PERFORM 9630-LER-TOTAIS-EOD
               IF WRK-EOD-ACHOU = 'S'
                       AND WRK-DATA-EOD = WRK-DATA-EOD-FOLHA
                   ADD 1 TO WRK-QTD-EMPRESAS-CICLO
                   MOVE 'S' TO
                       WRK-EMP-CICLO-ACHOU(WRK-COD-EMPRESA-CICLO)
                   MOVE WRK-EOD-QTD TO
                       WRK-EMP-CICLO-QTD(WRK-COD-EMPRESA-CICLO)
                   MOVE WRK-EOD-VALOR-PRINCIPAL TO
                       WRK-EMP-CICLO-BRUTO(WRK-COD-EMPRESA-CICLO)
                   MOVE WRK-EOD-VALOR-SECUNDARIO TO
                       WRK-EMP-CICLO-ENCARGOS(WRK-COD-EMPRESA-CICLO)
               END-IF
           END-PERFORM.

       0250-RECONCILIAR-PASSOS.
           IF WRK-RC-PROG04 NOT = ZEROS
               DISPLAY 'DIVERGENCIA: PROG04 TERMINOU COM CONTROLE ' ,
                           IF RESUMO-TIPO NOT = 'D'
                              AND RESUMO-TIPO NOT = 'R'
                              AND RESUMO-TIPO NOT = 'F'
                              AND RESUMO-TIPO NOT = 'C'
                              AND RESUMO-TIPO NOT = 'P'
                               MOVE RESUMO-VALOR-FOLHA TO
                                   WRK-VALOR-FOLHA-ANTERIOR
                               SET TEM-PERIODO-ANTERIOR TO TRUE
           MOVE WRK-VALOR-AUMENTO    TO WRK-MASC-AUMENTO.
           MOVE WRK-VALOR-FOLHA-NOVA TO WRK-MASC-FOLHA-NOVA.
           DISPLAY '================================================='.
           EVALUATE TRUE
               WHEN CICLO-DECIMO
                   DISPLAY '       RESUMO CONSOLIDADO DO CICLO DE 13O'
               WHEN CICLO-COMPLEMENTAR
                   DISPLAY '   RESUMO CONSOLIDADO DA FOLHA COMPLEMENTAR'
               WHEN CICLO-PLR
                   DISPLAY '       RESUMO CONSOLIDADO DO CICLO DE PLR'
               WHEN OTHER
                   DISPLAY '       RESUMO CONSOLIDADO DO CICLO DE ' ,
                       'REAJUSTE'
           END-EVALUATE.
           DISPLAY '================================================='.
           IF CICLO-COMPLEMENTAR
               DISPLAY 'COMPETENCIA COMPLEMENTADA:           ' ,
                   WRK-COMPETENCIA-CICLO
               DISPLAY 'FUNCIONARIOS NA COMPLEMENTAR:        ' ,
                   WRK-QTD-FUNC-PROG04
               DISPLAY 'VENCIMENTOS DA COMPLEMENTAR:         ' ,
                   WRK-MASC-FOLHA-NOVA
           END-IF.
           IF CICLO-PLR
               MOVE WRK-VALOR-IRRF-PLR TO WRK-MASC-IRRF-PLR
               DISPLAY 'PERIODO APURADO:                     ' ,
                   WRK-PLR-INICIO ' A ' WRK-PLR-FIM
               DISPLAY 'REGRA DE RATEIO:                     ' ,
                   WRK-PLR-REGRA
               DISPLAY 'FUNCIONARIOS NA PLR:                 ' ,
                   WRK-QTD-FUNC-PROG04
               DISPLAY 'PLR DISTRIBUIDA:                     ' ,
                   WRK-MASC-FOLHA-NOVA
               DISPLAY 'IRRF EXCLUSIVO DA PLR:               ' ,
                   WRK-MASC-IRRF-PLR
           END-IF.
           IF CICLO-DECIMO
               DISPLAY 'FUNCIONARIOS NO 13O (PROG04):        ' ,
                   WRK-QTD-FUNC-PROG04
               DISPLAY 'CUSTO BRUTO DO 13O:                  ' ,
                   WRK-MASC-FOLHA-NOVA
           END-IF.
           IF CICLO-NORMAL
               DISPLAY 'FUNCIONARIOS REAJUSTADOS (PROG09):   ' ,
                   WRK-QTD-FUNC-PROG09
               DISPLAY 'FUNCIONARIOS NA FOLHA (PROG04):      ' ,
               DISPLAY 'CREDITOS REJEITADOS PELO BANCO:      ' ,
                   WRK-MASC-REJEITADO
           END-IF.
           IF CICLO-DECIMO OR CICLO-COMPLEMENTAR OR CICLO-PLR
               CONTINUE
           ELSE
               IF TEM-PERIODO-ANTERIOR
                       '(NENHUM CICLO ANTERIOR REGISTRADO)'
               END-IF
           END-IF.
           IF CICLO-NORMAL AND WRK-QTD-EMPRESAS-CICLO > 1
               PERFORM 9080-CARREGAR-EMPRESAS
               DISPLAY 'POR EMPRESA (FUNC / BRUTO PAGO / ENCARGOS):'
               PERFORM VARYING WRK-COD-EMPRESA-CICLO FROM 1 BY 1
                       UNTIL WRK-COD-EMPRESA-CICLO > 19
                   IF WRK-EMP-CICLO-ACHOU(WRK-COD-EMPRESA-CICLO) = 'S'
                       PERFORM 0310-EXIBIR-EMPRESA
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY '================================================='.
           MOVE '       RESUMO CONSOLIDADO DO CICLO'
               TO WRK-SPOOL-LINHA.
               '  FOLHA: ' WRK-MASC-FOLHA-NOVA
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           IF CICLO-NORMAL AND WRK-QTD-EMPRESAS-CICLO > 1
               PERFORM VARYING WRK-COD-EMPRESA-CICLO FROM 1 BY 1
                       UNTIL WRK-COD-EMPRESA-CICLO > 19
                   IF WRK-EMP-CICLO-ACHOU(WRK-COD-EMPRESA-CICLO) = 'S'
                       PERFORM 0320-SPOOL-EMPRESA
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 9390-FECHAR-SPOOL.

       0310-EXIBIR-EMPRESA.
           MOVE WRK-COD-EMPRESA-CICLO TO WRK-EMPRESA-PROCURADA.
           PERFORM 9085-BUSCAR-EMPRESA.
           MOVE WRK-EMP-CICLO-BRUTO(WRK-COD-EMPRESA-CICLO)
               TO WRK-MASC-BRUTO-EMPRESA.
           MOVE WRK-EMP-CICLO-ENCARGOS(WRK-COD-EMPRESA-CICLO)
               TO WRK-MASC-ENC-EMPRESA.
           DISPLAY '  ' WRK-COD-EMPRESA-CICLO ' '
               WRK-EMPRESA-RAZAO-ACHADA ' ' ,
               WRK-EMP-CICLO-QTD(WRK-COD-EMPRESA-CICLO) ' ' ,
               WRK-MASC-BRUTO-EMPRESA ' ' WRK-MASC-ENC-EMPRESA.

       0320-SPOOL-EMPRESA.
           MOVE WRK-COD-EMPRESA-CICLO TO WRK-EMPRESA-PROCURADA.
           PERFORM 9085-BUSCAR-EMPRESA.
           MOVE WRK-EMP-CICLO-BRUTO(WRK-COD-EMPRESA-CICLO)
               TO WRK-MASC-BRUTO-EMPRESA.
           MOVE WRK-EMP-CICLO-ENCARGOS(WRK-COD-EMPRESA-CICLO)
               TO WRK-MASC-ENC-EMPRESA.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           STRING 'EMPRESA ' WRK-COD-EMPRESA-CICLO ' '
               WRK-EMPRESA-RAZAO-ACHADA
               ' FUNC: ' WRK-EMP-CICLO-QTD(WRK-COD-EMPRESA-CICLO)
               ' BRUTO: ' WRK-MASC-BRUTO-EMPRESA
               ' ENC: ' WRK-MASC-ENC-EMPRESA
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

      * Acrescenta o resumo deste ciclo ao historico, para a proxima
      * execucao poder calcular a variacao contra este.
       0400-GRAVAR-HISTORICO-RESUMO.

           COPY 'SPOOLPR.COB'.
           COPY 'EODPR.COB'.
           COPY 'EMPRPR.COB'.
       END PROGRAM PROG16.
