      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Controle das guias de FGTS, INSS e IRRF registradas
      * em OBRIGACOES.DAT pela folha (PROG04), pela rescisao (PROG20)
      * e pelas ferias (PROG42). O modo 1 da baixa na guia paga
      * (usuario autorizado pelo PROG29 na funcao BAIXA OBRIGACAO),
      * com multa e juros apurados quando o pagamento e posterior ao
      * vencimento, tudo auditado em AUDIT-LOG.LOG. O modo 2 e o
      * relatorio de obrigacoes em aberto, pagas e vencidas, com a
      * multa de mora (0,33% ao dia, limitada a 20%) e os juros
      * estimados pela taxa SELIC mensal de OBRIGACOES-PARAM.CTL
      * (padrao 1,0000%) - roda no job noturno e devolve RETURN-CODE
      * 4 quando ha guia em aberto com o vencimento ja passado.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Baixa aceita tambem o ISS retido dos autonomos
      *              (obrigacao registrada pelo PROG73).
      * 15/10/2026 - Guias separadas por empresa / filial do grupo: a
      *              baixa pede a empresa devedora (branco = 01) e as
      *              listagens mostram o codigo da empresa na frente
      *              de cada guia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG64.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'OBRGSL.COB'.
           SELECT OBRIG-PARAM-FILE ASSIGN TO "OBRIGACOES-PARAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-OBR-PRM.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'OBRGFD.COB'.
       FD  OBRIG-PARAM-FILE.
       01  OBRIG-PARAM-RECORD.
           05 OPR-SELIC-MENSAL   PIC 9(02)V9(04).
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'OBRGWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-OBR-PRM   PIC X(02) VALUES ZEROS.
       77  WRK-MODO PIC X(01) VALUES SPACE.
           88 MODO-BAIXA     VALUE '1'.
           88 MODO-RELATORIO VALUE '2'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
      * Taxa SELIC mensal (%) usada na estimativa dos juros; a multa
      * de mora e de 0,33% por dia de atraso ate o teto de 20%.
       77  WRK-SELIC-MENSAL     PIC 9(02)V9(04) VALUE 1,0000.
       77  WRK-MULTA-DIARIA     PIC 9(01)V9(02) VALUE 0,33.
       77  WRK-MULTA-TETO       PIC 9(02)V9(02) VALUE 20,00.
      * Apuracao de atraso, multa e juros de uma guia na data de
      * referencia (hoje no relatorio, data do pagamento na baixa).
       77  WRK-DATA-REFERENCIA  PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-REF-GRP.
           05 WRK-ANO-REF       PIC 9(04).
           05 WRK-MES-REF       PIC 9(02).
           05 WRK-DIA-REF       PIC 9(02).
       01  WRK-VENC-GRP.
           05 WRK-ANO-VENC      PIC 9(04).
           05 WRK-MES-VENC      PIC 9(02).
           05 WRK-DIA-VENC      PIC 9(02).
       77  WRK-DIAS-ATRASO      PIC S9(05) VALUES ZEROS.
       77  WRK-MESES-ATRASO     PIC S9(04) VALUES ZEROS.
       77  WRK-MESES-SELIC      PIC 9(04) VALUES ZEROS.
       77  WRK-PERC-MULTA       PIC 9(03)V9(04) VALUES ZEROS.
       77  WRK-PERC-JUROS       PIC 9(03)V9(04) VALUES ZEROS.
       77  WRK-MULTA-CALC       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-JUROS-CALC       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOTAL-DEVIDO     PIC 9(10)V99 VALUES ZEROS.
      * Dados da baixa informados pelo operador.
       77  WRK-BXA-TRIBUTO      PIC X(04) VALUES SPACES.
       77  WRK-BXA-COMPETENCIA  PIC 9(06) VALUES ZEROS.
       77  WRK-BXA-ORIGEM       PIC X(08) VALUES SPACES.
       77  WRK-BXA-EMPRESA      PIC 9(02) VALUES ZEROS.
       77  WRK-BXA-DATA-PAGTO   PIC 9(08) VALUES ZEROS.
       77  WRK-BXA-VALOR-PAGO   PIC 9(10)V99 VALUES ZEROS.
       77  WRK-IDX-BXA-ACHADO   PIC 9(03) VALUES ZEROS.
       77  WRK-SITUACAO-DESC    PIC X(15) VALUES SPACES.
      * Totais do relatorio.
       77  WRK-QTD-ABERTAS      PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-VENCIDAS     PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-PAGAS        PIC 9(03) VALUES ZEROS.
       77  WRK-TOTAL-ABERTO     PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-VENCIDO    PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-MULTA      PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-JUROS      PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-PAGO       PIC 9(10)V99 VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-MULTA       PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-JUROS       PIC $ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC $ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG64' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAM.
           PERFORM 9210-CARREGAR-OBRIGACOES.
      * Arquivo maior que a tabela: o relatorio sai com o que coube,
      * mas a baixa nao regrava o arquivo para nao perder guias.
           IF OBRIGACAO-ESTOUROU
               DISPLAY 'AVISO: OBRIGACOES.DAT MAIOR QUE A TABELA - ' ,
                   'GUIAS ALEM DE 500 FORA DO CONTROLE'
           END-IF.
           DISPLAY '1-BAIXA DE GUIA PAGA  2-RELATORIO DE ' ,
               'OBRIGACOES: '.
           ACCEPT WRK-MODO FROM CONSOLE.
           EVALUATE TRUE
               WHEN MODO-BAIXA
                   PERFORM 0100-BAIXAR-OBRIGACAO
               WHEN MODO-RELATORIO
                   PERFORM 0300-RELATORIO-OBRIGACOES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           MOVE WRK-QTD-OBRIGACOES TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

       0050-LER-PARAM.
           OPEN INPUT OBRIG-PARAM-FILE.
           IF WRK-STATUS-OBR-PRM = '00'
               READ OBRIG-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPR-SELIC-MENSAL NUMERIC
                          AND OPR-SELIC-MENSAL > ZEROS
                           MOVE OPR-SELIC-MENSAL TO WRK-SELIC-MENSAL
                       END-IF
               END-READ
               CLOSE OBRIG-PARAM-FILE
           END-IF.

      * Modo 1: baixa da guia paga. A obrigacao e localizada pelo
      * tributo, competencia e origem; pagamento depois do
      * vencimento registra a multa e os juros apurados na data do
      * pagamento, e o valor pago precisa cobrir o principal.
       0100-BAIXAR-OBRIGACAO.
           DISPLAY 'USUARIO RESPONSAVEL PELA BAIXA: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'BAIXA OBRIGACAO'  TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S' OR OBRIGACAO-ESTOUROU
               IF OBRIGACAO-ESTOUROU
                   DISPLAY 'BAIXA SUSPENSA ATE O ARQUIVO CABER NA ' ,
                       'TABELA.'
               ELSE
                   DISPLAY 'USUARIO SEM PERMISSAO PARA BAIXA DE GUIAS.'
               END-IF
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-LISTAR-ABERTAS
               DISPLAY 'TRIBUTO (FGTS/INSS/IRRF/ISS): '
               ACCEPT WRK-BXA-TRIBUTO FROM CONSOLE
               DISPLAY 'COMPETENCIA (AAAAMM): '
               ACCEPT WRK-BXA-COMPETENCIA FROM CONSOLE
               DISPLAY 'ORIGEM (FOLHA/COMPLEM/RESCISAO/FERIAS): '
               ACCEPT WRK-BXA-ORIGEM FROM CONSOLE
               DISPLAY 'EMPRESA DEVEDORA (01 A 19 - BRANCO = 01): '
               ACCEPT WRK-BXA-EMPRESA FROM CONSOLE
               IF WRK-BXA-EMPRESA = ZEROS
                   MOVE 1 TO WRK-BXA-EMPRESA
               END-IF
               MOVE ZEROS TO WRK-IDX-BXA-ACHADO
               PERFORM VARYING WRK-IDX-OBRIG FROM 1 BY 1
                       UNTIL WRK-IDX-OBRIG > WRK-QTD-OBRIGACOES
                   IF WRK-OBRIG-TRIBUTO(WRK-IDX-OBRIG) =
                           WRK-BXA-TRIBUTO
                      AND WRK-OBRIG-COMPETENCIA(WRK-IDX-OBRIG) =
                           WRK-BXA-COMPETENCIA
                      AND WRK-OBRIG-ORIGEM(WRK-IDX-OBRIG) =
                           WRK-BXA-ORIGEM
                      AND WRK-OBRIG-EMPRESA(WRK-IDX-OBRIG) =
                           WRK-BXA-EMPRESA
                      AND WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG) = 'A'
                       SET WRK-IDX-BXA-ACHADO TO WRK-IDX-OBRIG
                   END-IF
               END-PERFORM
               IF WRK-IDX-BXA-ACHADO = ZEROS
                   DISPLAY 'NAO HA GUIA EM ABERTO PARA ' ,
                       WRK-BXA-TRIBUTO ' ' WRK-BXA-COMPETENCIA ' ' ,
                       WRK-BXA-ORIGEM ' EMPRESA ' WRK-BXA-EMPRESA
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-CONFIRMAR-PAGAMENTO
               END-IF
           END-IF.

       0110-LISTAR-ABERTAS.
           DISPLAY 'GUIAS EM ABERTO:'.
           DISPLAY 'EM TRIB COMPET. ORIGEM   VENCIMENTO           ' ,
               'VALOR'.
           PERFORM VARYING WRK-IDX-OBRIG FROM 1 BY 1
                   UNTIL WRK-IDX-OBRIG > WRK-QTD-OBRIGACOES
               IF WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG) = 'A'
                   MOVE WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                       TO WRK-MASC-VALOR
                   DISPLAY WRK-OBRIG-EMPRESA(WRK-IDX-OBRIG) ' '
                       WRK-OBRIG-TRIBUTO(WRK-IDX-OBRIG) ' '
                       WRK-OBRIG-COMPETENCIA(WRK-IDX-OBRIG) ' '
                       WRK-OBRIG-ORIGEM(WRK-IDX-OBRIG) ' '
                       WRK-OBRIG-VENCIMENTO(WRK-IDX-OBRIG) '  '
                       WRK-MASC-VALOR
               END-IF
           END-PERFORM.
           DISPLAY ' '.

       0150-CONFIRMAR-PAGAMENTO.
           SET WRK-IDX-OBRIG TO WRK-IDX-BXA-ACHADO.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD): '.
           ACCEPT WRK-BXA-DATA-PAGTO FROM CONSOLE.
           DISPLAY 'VALOR TOTAL PAGO (PRINCIPAL + ACRESCIMOS): '.
           ACCEPT WRK-BXA-VALOR-PAGO FROM CONSOLE.
           MOVE WRK-BXA-DATA-PAGTO TO WRK-DATA-REF-GRP.
           IF WRK-MES-REF < 1 OR WRK-MES-REF > 12
              OR WRK-DIA-REF < 1 OR WRK-DIA-REF > 31
              OR WRK-BXA-DATA-PAGTO > WRK-DATA-HOJE
               DISPLAY 'DATA DE PAGAMENTO INVALIDA - BAIXA RECUSADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-BXA-VALOR-PAGO < WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                   MOVE WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                       TO WRK-MASC-VALOR
                   DISPLAY 'VALOR PAGO MENOR QUE O PRINCIPAL DE ' ,
                       WRK-MASC-VALOR ' - BAIXA RECUSADA'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WRK-BXA-DATA-PAGTO TO WRK-DATA-REFERENCIA
                   PERFORM 0400-APURAR-ACRESCIMOS
                   COMPUTE WRK-TOTAL-DEVIDO =
                       WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                       + WRK-MULTA-CALC + WRK-JUROS-CALC
                   IF WRK-BXA-VALOR-PAGO < WRK-TOTAL-DEVIDO
                       MOVE WRK-TOTAL-DEVIDO TO WRK-MASC-VALOR
                       DISPLAY 'AVISO: VALOR PAGO ABAIXO DO DEVIDO ' ,
                           'COM ACRESCIMOS (' WRK-MASC-VALOR ')'
                   END-IF
                   MOVE 'P' TO WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG)
                   MOVE WRK-BXA-DATA-PAGTO
                       TO WRK-OBRIG-DATA-PAGTO(WRK-IDX-OBRIG)
                   MOVE WRK-BXA-VALOR-PAGO
                       TO WRK-OBRIG-VALOR-PAGO(WRK-IDX-OBRIG)
                   MOVE WRK-MULTA-CALC
                       TO WRK-OBRIG-MULTA-PAGA(WRK-IDX-OBRIG)
                   MOVE WRK-JUROS-CALC
                       TO WRK-OBRIG-JUROS-PAGOS(WRK-IDX-OBRIG)
                   MOVE WRK-USUARIO-SESSAO
                       TO WRK-OBRIG-USUARIO(WRK-IDX-OBRIG)
                   PERFORM 9220-REGRAVAR-OBRIGACOES
                   MOVE WRK-MULTA-CALC TO WRK-MASC-MULTA
                   MOVE WRK-JUROS-CALC TO WRK-MASC-JUROS
                   DISPLAY 'GUIA BAIXADA. DIAS DE ATRASO: ' ,
                       WRK-DIAS-ATRASO '  MULTA: ' WRK-MASC-MULTA ,
                       '  JUROS: ' WRK-MASC-JUROS
                   MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
                   MOVE 'BAIXA OBRIGACAO'  TO WRK-AUDIT-ACAO
                   MOVE SPACES TO WRK-AUDIT-VALOR-ANTIGO
                   STRING WRK-BXA-TRIBUTO WRK-BXA-COMPETENCIA
                       DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-ANTIGO
                   MOVE WRK-BXA-VALOR-PAGO TO WRK-MASC-VALOR
                   MOVE WRK-MASC-VALOR TO WRK-AUDIT-VALOR-NOVO
                   MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
                   PERFORM 9850-GRAVAR-AUDITORIA
                   MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
               END-IF
           END-IF.

      * Modo 2: relatorio noturno. Guia em aberto com o vencimento
      * ja passado sai como VENCIDA com a multa e os juros estimados
      * ate hoje e faz o programa terminar com RETURN-CODE 4.
       0300-RELATORIO-OBRIGACOES.
           PERFORM 0090-MONTAR-CABECALHO.
           DISPLAY 'EM TRIB COMPET. ORIGEM   VENCIMENTO SITUACAO' ,
               '                VALOR  ATRASO       MULTA       JUROS'.
           DISPLAY '-----------------------------------------------' ,
               '-----------------------------------------------'.
           MOVE WRK-DATA-HOJE TO WRK-DATA-REFERENCIA.
           PERFORM VARYING WRK-IDX-OBRIG FROM 1 BY 1
                   UNTIL WRK-IDX-OBRIG > WRK-QTD-OBRIGACOES
               PERFORM 0350-LISTAR-OBRIGACAO
           END-PERFORM.
           DISPLAY '-----------------------------------------------' ,
               '-----------------------------------------------'.
           MOVE WRK-TOTAL-ABERTO TO WRK-MASC-TOTAL.
           DISPLAY 'EM ABERTO NO PRAZO: ' WRK-QTD-ABERTAS ,
               '   VALOR: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-VENCIDO TO WRK-MASC-TOTAL.
           DISPLAY 'VENCIDAS:           ' WRK-QTD-VENCIDAS ,
               '   VALOR: ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-MULTA TO WRK-MASC-TOTAL.
           DISPLAY '   MULTA ESTIMADA:              ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-JUROS TO WRK-MASC-TOTAL.
           DISPLAY '   JUROS ESTIMADOS:             ' WRK-MASC-TOTAL.
           MOVE WRK-TOTAL-PAGO TO WRK-MASC-TOTAL.
           DISPLAY 'PAGAS:              ' WRK-QTD-PAGAS ,
               '   VALOR: ' WRK-MASC-TOTAL.
           DISPLAY 'TAXA SELIC MENSAL USADA: ' WRK-SELIC-MENSAL '%'.
           DISPLAY WRK-RODAPE-MENSAGEM.
           IF WRK-QTD-VENCIDAS > ZEROS
               DISPLAY 'ATENCAO: HA GUIAS VENCIDAS SEM PAGAMENTO.'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.

       0350-LISTAR-OBRIGACAO.
           MOVE ZEROS TO WRK-DIAS-ATRASO WRK-MULTA-CALC WRK-JUROS-CALC.
           EVALUATE WRK-OBRIG-SITUACAO(WRK-IDX-OBRIG)
               WHEN 'A'
                   PERFORM 0400-APURAR-ACRESCIMOS
                   IF WRK-DIAS-ATRASO > ZEROS
                       MOVE 'VENCIDA' TO WRK-SITUACAO-DESC
                       ADD 1 TO WRK-QTD-VENCIDAS
                       ADD WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                           TO WRK-TOTAL-VENCIDO
                       ADD WRK-MULTA-CALC TO WRK-TOTAL-MULTA
                       ADD WRK-JUROS-CALC TO WRK-TOTAL-JUROS
                   ELSE
                       MOVE 'EM ABERTO' TO WRK-SITUACAO-DESC
                       ADD 1 TO WRK-QTD-ABERTAS
                       ADD WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                           TO WRK-TOTAL-ABERTO
                   END-IF
               WHEN 'P'
                   IF WRK-OBRIG-DATA-PAGTO(WRK-IDX-OBRIG) >
                           WRK-OBRIG-VENCIMENTO(WRK-IDX-OBRIG)
                       MOVE 'PAGA EM ATRASO' TO WRK-SITUACAO-DESC
                   ELSE
                       MOVE 'PAGA' TO WRK-SITUACAO-DESC
                   END-IF
                   MOVE WRK-OBRIG-MULTA-PAGA(WRK-IDX-OBRIG)
                       TO WRK-MULTA-CALC
                   MOVE WRK-OBRIG-JUROS-PAGOS(WRK-IDX-OBRIG)
                       TO WRK-JUROS-CALC
                   ADD 1 TO WRK-QTD-PAGAS
                   ADD WRK-OBRIG-VALOR-PAGO(WRK-IDX-OBRIG)
                       TO WRK-TOTAL-PAGO
               WHEN OTHER
                   MOVE 'CANCELADA' TO WRK-SITUACAO-DESC
           END-EVALUATE.
           MOVE WRK-OBRIG-VALOR(WRK-IDX-OBRIG) TO WRK-MASC-VALOR.
           MOVE WRK-MULTA-CALC TO WRK-MASC-MULTA.
           MOVE WRK-JUROS-CALC TO WRK-MASC-JUROS.
           DISPLAY WRK-OBRIG-EMPRESA(WRK-IDX-OBRIG) ' '
               WRK-OBRIG-TRIBUTO(WRK-IDX-OBRIG) ' '
               WRK-OBRIG-COMPETENCIA(WRK-IDX-OBRIG) ' '
               WRK-OBRIG-ORIGEM(WRK-IDX-OBRIG) ' '
               WRK-OBRIG-VENCIMENTO(WRK-IDX-OBRIG) ' '
               WRK-SITUACAO-DESC ' ' WRK-MASC-VALOR ' '
               WRK-DIAS-ATRASO ' ' WRK-MASC-MULTA ' ' WRK-MASC-JUROS.

      * Acrescimos legais da guia WRK-IDX-OBRIG na data de
      * referencia: multa de 0,33% por dia corrido de atraso ate 20%
      * e juros pela SELIC de cada mes seguinte ao vencimento ate o
      * anterior ao pagamento, mais 1% no mes do pagamento - aqui
      * estimados com a taxa mensal unica do parametro.
       0400-APURAR-ACRESCIMOS.
           MOVE ZEROS TO WRK-DIAS-ATRASO WRK-MESES-ATRASO
                         WRK-MULTA-CALC WRK-JUROS-CALC.
           IF WRK-DATA-REFERENCIA >
                   WRK-OBRIG-VENCIMENTO(WRK-IDX-OBRIG)
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA)
                   - FUNCTION INTEGER-OF-DATE
                       (WRK-OBRIG-VENCIMENTO(WRK-IDX-OBRIG))
               COMPUTE WRK-PERC-MULTA =
                   WRK-MULTA-DIARIA * WRK-DIAS-ATRASO
               IF WRK-PERC-MULTA > WRK-MULTA-TETO
                   MOVE WRK-MULTA-TETO TO WRK-PERC-MULTA
               END-IF
               COMPUTE WRK-MULTA-CALC ROUNDED =
                   WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                   * WRK-PERC-MULTA / 100
               MOVE WRK-DATA-REFERENCIA TO WRK-DATA-REF-GRP
               MOVE WRK-OBRIG-VENCIMENTO(WRK-IDX-OBRIG)
                   TO WRK-VENC-GRP
               COMPUTE WRK-MESES-ATRASO =
                   (WRK-ANO-REF * 12 + WRK-MES-REF)
                   - (WRK-ANO-VENC * 12 + WRK-MES-VENC)
               IF WRK-MESES-ATRASO > ZEROS
                   COMPUTE WRK-MESES-SELIC = WRK-MESES-ATRASO - 1
                   COMPUTE WRK-PERC-JUROS =
                       WRK-SELIC-MENSAL * WRK-MESES-SELIC + 1
                   COMPUTE WRK-JUROS-CALC ROUNDED =
                       WRK-OBRIG-VALOR(WRK-IDX-OBRIG)
                       * WRK-PERC-JUROS / 100
               END-IF
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
           DISPLAY '     OBRIGACOES LEGAIS - FGTS, INSS E IRRF'.
           DISPLAY ' '.

           COPY 'OBRGPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG64.
