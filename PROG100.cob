      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Pacote mensal de indicadores para a reuniao da
      * diretoria, numa execucao so, no lugar dos dez relatorios de
      * onde o pacote era montado: a competencia informada (AAAAMM,
      * zero = mes corrente) e as duas anteriores lado a lado. Custo
      * da folha do ciclo normal de cada mes em EOD-RESUMO.LOG (a
      * mesma medida do PROG24); headcount, admissoes, desligamentos
      * e turnover pela regra do PROG45 (EMPLOYEE-MASTER.DAT e os
      * eventos DESLIGAMENTO/RESCISAO de AUDIT-LOG.LOG); horas extras
      * pagas da entrada PROG04HE de EOD-TOTALS.DAT; orcado x
      * realizado da folha como no PROG50 (ORCAMENTO-DEPTO.DAT contra
      * FOLHA-DEPTO.DAT); saldo da carteira de emprestimos e
      * inadimplencia (principal em aberto no fim do mes e a parte
      * vencida, de PARCELAS.DAT); mensalidades faturadas, recebidas
      * no mes e inadimplencia (faturado do mes nao pago ate o fim do
      * mes, de MENSALIDADES.DAT); itens nao conciliados do banco por
      * idade (PENDENTES.DAT do PROG05). O que so existe como foto do
      * momento - horas extras e pendencias - fica guardado por
      * competencia em INDICADORES-HIST.DAT, de onde saem os meses
      * anteriores (N/D quando o mes nunca foi apurado). Cada
      * indicador tem o seu limite (sentido e valor) na tabela padrao
      * ou em INDICADORES-PARAM.CTL; valor fora do limite sai marcado
      * e os da competencia sao listados no fim. Relatorio no console
      * e no spool INDICADORES.SPL. RETURN-CODE 8 competencia
      * invalida, 4 indicador da competencia fora do limite, 1
      * historico maior que a tabela (nao regravado).
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG100.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EOD-SUMMARY-FILE ASSIGN TO "EOD-RESUMO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RESUMO.
           SELECT ORCAMENTO-FILE ASSIGN TO "ORCAMENTO-DEPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORCAMENTO.
           SELECT FOLHA-DEPTO-FILE ASSIGN TO "FOLHA-DEPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA-DEP.
           SELECT PARCELAS-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARCELAS.
           SELECT MENSALIDADES-FILE ASSIGN TO "MENSALIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSALIDADES.
           SELECT PENDENTES-FILE ASSIGN TO "PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENDENTES.
           SELECT LIMITES-FILE ASSIGN TO "INDICADORES-PARAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LIMITES.
           SELECT HISTORICO-FILE ASSIGN TO "INDICADORES-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HISTORICO.
           COPY 'EMPMSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'EODSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="INDICADORES.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  EOD-SUMMARY-FILE.
       01  EOD-SUMMARY-RECORD.
           05 RESUMO-DATA.
              10 RESUMO-ANO            PIC 9(04).
              10 RESUMO-MES            PIC 9(02).
              10 RESUMO-DIA            PIC 9(02).
           05 FILLER                   PIC X(01).
           05 RESUMO-HORA               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 RESUMO-QTD-FUNCIONARIOS  PIC 9(05).
           05 FILLER                   PIC X(01).
           05 RESUMO-VALOR-AUMENTO     PIC 9(08)V99.
           05 FILLER                   PIC X(01).
           05 RESUMO-VALOR-FOLHA       PIC 9(08)V99.
           05 FILLER                   PIC X(01).
           05 RESUMO-TIPO              PIC X(01).
           05 FILLER                   PIC X(01).
           05 RESUMO-VALOR-BRUTO-PAGO  PIC 9(08)V99.
       FD  ORCAMENTO-FILE.
       01  ORCAMENTO-RECORD.
           05 ORC-DEPTO        PIC 9(03).
           05 ORC-COMPETENCIA  PIC 9(06).
           05 ORC-VALOR        PIC 9(10)V99.
           05 ORC-HEADCOUNT    PIC 9(05).
       FD  FOLHA-DEPTO-FILE.
       01  FOLHA-DEPTO-RECORD.
           05 FDP-COMPETENCIA  PIC 9(06).
           05 FDP-DEPTO        PIC 9(03).
           05 FDP-QTD          PIC 9(05).
           05 FDP-BRUTO        PIC 9(10)V99.
       FD  PARCELAS-FILE.
       01  PARCELAS-RECORD.
           05 PAR-CONTRATO     PIC 9(06).
           05 PAR-NUMERO       PIC 9(03).
           05 PAR-VENCIMENTO   PIC 9(06).
           05 PAR-VALOR        PIC 9(08)V99.
           05 PAR-SITUACAO     PIC X(01).
           05 PAR-VALOR-PAGO   PIC 9(08)V99.
           05 PAR-MULTA        PIC 9(06)V99.
           05 PAR-JUROS-MORA   PIC 9(06)V99.
           05 PAR-ABATIMENTO   PIC 9(06)V99.
           05 PAR-DATA-PAGTO   PIC 9(06).
           05 PAR-AMORTIZACAO  PIC 9(08)V99.
       FD  MENSALIDADES-FILE.
       01  MENSALIDADES-RECORD.
           05 MEN-MATRICULA    PIC 9(05).
           05 MEN-COMPETENCIA  PIC 9(06).
           05 MEN-VALOR        PIC 9(06)V99.
           05 MEN-SITUACAO     PIC X(01).
           05 MEN-VALOR-PAGO   PIC 9(06)V99.
           05 MEN-MULTA        PIC 9(06)V99.
           05 MEN-JUROS        PIC 9(06)V99.
           05 MEN-DATA-PAGTO   PIC 9(06).
       FD  PENDENTES-FILE.
       01  PENDENTES-RECORD.
           05 PEN-ORIGEM         PIC X(01).
           05 PEN-ID             PIC X(10).
           05 PEN-DATA           PIC 9(08).
           05 PEN-VALOR          PIC S9(6)V99.
           05 PEN-PRIMEIRA-VISTA PIC 9(08).
           05 PEN-CONTA          PIC 9(04).
      * Limite de um indicador: codigo, sentido ('>' alerta acima,
      * '<' alerta abaixo, '-' sem limite) e valor.
       FD  LIMITES-FILE.
       01  LIMITES-RECORD.
           05 LIM-CODIGO       PIC 9(02).
           05 FILLER           PIC X(01).
           05 LIM-SENTIDO      PIC X(01).
           05 FILLER           PIC X(01).
           05 LIM-VALOR        PIC 9(10)V99.
      * Valor apurado de um indicador numa competencia.
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD.
           05 HIS-COMPETENCIA  PIC 9(06).
           05 FILLER           PIC X(01).
           05 HIS-CODIGO       PIC 9(02).
           05 FILLER           PIC X(01).
           05 HIS-VALOR        PIC S9(10)V99
                               SIGN IS LEADING SEPARATE.
           COPY 'EMPMFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'EODFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'EODWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
       77  WRK-STATUS-RESUMO    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ORCAMENTO PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FOLHA-DEP PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PARCELAS  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MENSALIDADES PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PENDENTES PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-LIMITES   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-HISTORICO PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPETENCIA-HOJE  PIC 9(06).
           05 FILLER                PIC 9(02).
       01  WRK-COMPETENCIA      PIC 9(06) VALUES ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO         PIC 9(04).
           05 WRK-COMP-MES         PIC 9(02).
      * Mes anterior ao corrente: as pendencias do banco so sao
      * apuradas ao vivo para ele ou para o mes corrente.
       77  WRK-COMP-MES-ANTERIOR PIC 9(06) VALUES ZEROS.
      * Historico mais antigo que o corte (24 meses antes da
      * competencia) e descartado na regravacao.
       77  WRK-COMP-CORTE       PIC 9(06) VALUES ZEROS.
       77  WRK-MESES-AUX        PIC 9(07) VALUES ZEROS.
       77  WRK-ANO-AUX          PIC 9(04) VALUES ZEROS.
       77  WRK-MES-AUX          PIC 9(02) VALUES ZEROS.
       77  WRK-COMP-AUX         PIC 9(06) VALUES ZEROS.
      * Ultimo dia de um mes AAAAMM: primeiro dia do mes seguinte
      * menos um.
       01  WRK-MES-PROC         PIC 9(06) VALUES ZEROS.
       01  WRK-MES-PROC-R REDEFINES WRK-MES-PROC.
           05 WRK-MES-PROC-ANO     PIC 9(04).
           05 WRK-MES-PROC-MES     PIC 9(02).
       01  WRK-DATA-SEGUINTE    PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-SEGUINTE-R REDEFINES WRK-DATA-SEGUINTE.
           05 WRK-SEG-ANO          PIC 9(04).
           05 WRK-SEG-MES          PIC 9(02).
           05 WRK-SEG-DIA          PIC 9(02).
       77  WRK-ULTIMO-DIA       PIC 9(08) VALUES ZEROS.
      * Os tres meses do pacote, do mais antigo (1) a competencia
      * (3), com os acumuladores apurados das fontes.
       01  WRK-TAB-MESES.
           05 WRK-MES-ITEM OCCURS 3 TIMES
                            INDEXED BY WRK-IDX-MES.
              10 WRK-MES-COMPETENCIA PIC 9(06).
              10 WRK-MES-FIM         PIC 9(08).
              10 WRK-MES-TEM-FOLHA   PIC X(01).
              10 WRK-MES-FOLHA       PIC 9(08)V99.
              10 WRK-MES-HEADCOUNT   PIC 9(05).
              10 WRK-MES-ADMISSOES   PIC 9(05).
              10 WRK-MES-DESLIG      PIC 9(05).
              10 WRK-MES-ORCADO      PIC 9(12)V99.
              10 WRK-MES-REALIZADO   PIC 9(12)V99.
              10 WRK-MES-SALDO       PIC 9(12)V99.
              10 WRK-MES-VENCIDO     PIC 9(12)V99.
              10 WRK-MES-FATURADO    PIC 9(10)V99.
              10 WRK-MES-RECEBIDO    PIC 9(10)V99.
              10 WRK-MES-NAO-PAGO    PIC 9(10)V99.
       77  WRK-TEM-QUADRO       PIC X(01) VALUES 'N'.
           88 TEM-QUADRO VALUE 'S'.
       77  WRK-TEM-CARTEIRA     PIC X(01) VALUES 'N'.
           88 TEM-CARTEIRA VALUE 'S'.
       77  WRK-TEM-MENSALIDADES PIC X(01) VALUES 'N'.
           88 TEM-MENSALIDADES VALUE 'S'.
      * Catalogo dos indicadores: codigo, tipo (V valor, Q quantidade,
      * P percentual, H horas), origem (A apurado das fontes em todo
      * mes, F foto do momento - meses anteriores do historico),
      * sentido e valor do limite padrao, e descricao.
       01  WRK-TAB-INDICADORES-INIC.
           05 FILLER PIC X(17) VALUE '01VA-000000000000'.
           05 FILLER PIC X(28) VALUE 'CUSTO DA FOLHA (R$)'.
           05 FILLER PIC X(17) VALUE '02QA-000000000000'.
           05 FILLER PIC X(28) VALUE 'HEADCOUNT'.
           05 FILLER PIC X(17) VALUE '03QA-000000000000'.
           05 FILLER PIC X(28) VALUE 'ADMISSOES'.
           05 FILLER PIC X(17) VALUE '04QA-000000000000'.
           05 FILLER PIC X(28) VALUE 'DESLIGAMENTOS'.
           05 FILLER PIC X(17) VALUE '05PA>000000000500'.
           05 FILLER PIC X(28) VALUE 'TURNOVER (%)'.
           05 FILLER PIC X(17) VALUE '06HF-000000000000'.
           05 FILLER PIC X(28) VALUE 'HORAS EXTRAS PAGAS'.
           05 FILLER PIC X(17) VALUE '07VF-000000000000'.
           05 FILLER PIC X(28) VALUE 'VALOR DAS HORAS EXTRAS (R$)'.
           05 FILLER PIC X(17) VALUE '08VA-000000000000'.
           05 FILLER PIC X(28) VALUE 'ORCADO DA FOLHA (R$)'.
           05 FILLER PIC X(17) VALUE '09PA>000000001000'.
           05 FILLER PIC X(28) VALUE 'DESVIO DO ORCADO (%)'.
           05 FILLER PIC X(17) VALUE '10VA-000000000000'.
           05 FILLER PIC X(28) VALUE 'SALDO DA CARTEIRA (R$)'.
           05 FILLER PIC X(17) VALUE '11PA>000000000500'.
           05 FILLER PIC X(28) VALUE 'INADIMPLENCIA EMPREST. (%)'.
           05 FILLER PIC X(17) VALUE '12VA-000000000000'.
           05 FILLER PIC X(28) VALUE 'MENSALIDADES FATURADAS (R$)'.
           05 FILLER PIC X(17) VALUE '13VA-000000000000'.
           05 FILLER PIC X(28) VALUE 'MENSALIDADES RECEBIDAS (R$)'.
           05 FILLER PIC X(17) VALUE '14PA>000000001000'.
           05 FILLER PIC X(28) VALUE 'INADIMPLENCIA MENSAL. (%)'.
           05 FILLER PIC X(17) VALUE '15QF-000000000000'.
           05 FILLER PIC X(28) VALUE 'PENDENTES ATE 30 DIAS'.
           05 FILLER PIC X(17) VALUE '16QF-000000000000'.
           05 FILLER PIC X(28) VALUE 'PENDENTES 31 A 60 DIAS'.
           05 FILLER PIC X(17) VALUE '17QF-000000000000'.
           05 FILLER PIC X(28) VALUE 'PENDENTES 61 A 90 DIAS'.
           05 FILLER PIC X(17) VALUE '18QF>000000000000'.
           05 FILLER PIC X(28) VALUE 'PENDENTES ACIMA DE 90 DIAS'.
           05 FILLER PIC X(17) VALUE '19VF-000000000000'.
           05 FILLER PIC X(28) VALUE 'VALOR PENDENTE (R$)'.
       01  WRK-TAB-INDICADORES REDEFINES WRK-TAB-INDICADORES-INIC.
           05 WRK-IND-ITEM OCCURS 19 TIMES.
              10 WRK-IND-CODIGO     PIC 9(02).
              10 WRK-IND-TIPO       PIC X(01).
                 88 IND-QUANTIDADE  VALUE 'Q'.
              10 WRK-IND-ORIGEM     PIC X(01).
                 88 IND-FOTO        VALUE 'F'.
              10 WRK-IND-SENTIDO    PIC X(01).
                 88 ALERTA-ACIMA    VALUE '>'.
                 88 ALERTA-ABAIXO   VALUE '<'.
                 88 SEM-LIMITE      VALUE '-'.
              10 WRK-IND-LIMITE     PIC 9(10)V99.
              10 WRK-IND-DESCRICAO  PIC X(28).
       77  WRK-QTD-INDICADORES  PIC 9(02) VALUE 19.
      * Valor de cada indicador em cada mes, se ha dado (S) e se
      * ficou fora do limite (*).
       01  WRK-TAB-VALORES.
           05 WRK-VAL-IND OCCURS 19 TIMES.
              10 WRK-VAL-MES OCCURS 3 TIMES.
                 15 WRK-VAL-NUMERO      PIC S9(10)V99.
                 15 WRK-VAL-DISPONIVEL  PIC X(01).
                 15 WRK-VAL-ALERTA      PIC X(01).
       77  WRK-CTR-IND          PIC 9(02) VALUES ZEROS.
       77  WRK-CTR-MES          PIC 9(02) VALUES ZEROS.
       77  WRK-VALOR-APURADO    PIC S9(10)V99 VALUES ZEROS.
       77  WRK-QTD-ALERTAS      PIC 9(02) VALUES ZEROS.
       77  WRK-QTD-APURADOS     PIC 9(02) VALUES ZEROS.
      * Historico de INDICADORES-HIST.DAT dentro do corte.
       77  WRK-QTD-HIST         PIC 9(03) VALUES ZEROS.
       77  WRK-HIST-ESTOUROU    PIC X(01) VALUES 'N'.
           88 HIST-ESTOUROU VALUE 'S'.
       01  WRK-TAB-HISTORICO.
           05 WRK-HIS-ITEM OCCURS 600 TIMES
                            INDEXED BY WRK-IDX-HIS.
              10 WRK-HIS-COMPETENCIA PIC 9(06).
              10 WRK-HIS-CODIGO      PIC 9(02).
              10 WRK-HIS-VALOR       PIC S9(10)V99.
      * Apuracao das fontes.
       77  WRK-COMP-EVENTO      PIC 9(06) VALUES ZEROS.
       77  WRK-AMORT-PARCELA    PIC 9(08)V99 VALUES ZEROS.
       77  WRK-DATA-REFERENCIA  PIC 9(08) VALUES ZEROS.
       77  WRK-DIAS-PENDENTE    PIC S9(07) VALUES ZEROS.
       77  WRK-FAIXA-PENDENTE   PIC 9(02) VALUES ZEROS.
       77  WRK-VALOR-PENDENTE   PIC 9(10)V99 VALUES ZEROS.
       77  WRK-PENDENTES-AO-VIVO PIC X(01) VALUES 'N'.
           88 PENDENTES-AO-VIVO VALUE 'S'.
      * Linha do relatorio: descricao em 1, colunas dos meses em 30,
      * 48 e 66 (valor de 15 posicoes e marca de alerta logo depois)
      * e limite em 84.
       77  WRK-COL-VALOR        PIC 9(03) VALUES ZEROS.
       77  WRK-COL-AUX          PIC 9(03) VALUES ZEROS.
       01  WRK-COMP-EDITADA.
           05 WRK-COMP-ED-MES      PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-COMP-ED-ANO      PIC 9(04).
       77  WRK-MASC-VALOR       PIC -ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-QTD         PIC -ZZZ.ZZZ.ZZ9 VALUES ZEROS.
       77  WRK-MASC-LIM-VALOR   PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-LIM-QTD     PIC ZZZ.ZZZ.ZZ9 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG100' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-LER-PARAMETROS.
           PERFORM 0110-MONTAR-MESES.
           PERFORM 0150-CARREGAR-LIMITES.
           PERFORM 0160-CARREGAR-HISTORICO.
           PERFORM 0200-APURAR-FOLHA.
           PERFORM 0250-APURAR-QUADRO.
           PERFORM 0300-APURAR-HORAS-EXTRAS.
           PERFORM 0350-APURAR-ORCAMENTO.
           PERFORM 0400-APURAR-CARTEIRA.
           PERFORM 0450-APURAR-MENSALIDADES.
           PERFORM 0500-APURAR-PENDENCIAS.
           PERFORM 0600-CALCULAR-INDICADORES.
           PERFORM 0550-COMPLETAR-HISTORICO.
           PERFORM 0650-CONFERIR-LIMITES.
           PERFORM 0090-MONTAR-CABECALHO.
           PERFORM 0700-EMITIR-RELATORIO.
           PERFORM 0750-EMITIR-ALERTAS.
           PERFORM 9390-FECHAR-SPOOL.
           DISPLAY WRK-RODAPE-MENSAGEM.
           PERFORM 0800-GRAVAR-HISTORICO.
           MOVE WRK-QTD-APURADOS TO WRK-TRAILER-QTD.
           IF HIST-ESTOUROU
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WRK-QTD-ALERTAS > ZEROS
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
               END-IF
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Cabecalho padrao (BOOK.COB) no spool e no console, com o
      * titulo do pacote.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           PERFORM 9300-ABRIR-SPOOL.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           MOVE WRK-COMP-MES TO WRK-COMP-ED-MES.
           MOVE WRK-COMP-ANO TO WRK-COMP-ED-ANO.
           STRING '      PACOTE MENSAL DE INDICADORES - COMPETENCIA '
               WRK-COMP-EDITADA
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           DISPLAY ' '.
           PERFORM 9310-GRAVAR-SPOOL.

      * Competencia do pacote: nao pode ser posterior ao mes
      * corrente.
       0100-LER-PARAMETROS.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES CORRENTE): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA = ZEROS
               MOVE WRK-COMPETENCIA-HOJE TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMPETENCIA NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
              OR WRK-COMPETENCIA > WRK-COMPETENCIA-HOJE
               DISPLAY 'COMPETENCIA INVALIDA - PACOTE NAO EMITIDO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Competencia e as duas anteriores em ordem cronologica, com o
      * ultimo dia de cada uma; o mes anterior ao corrente e o corte
      * do historico saem da mesma conta em meses.
       0110-MONTAR-MESES.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 3
               SET WRK-CTR-MES TO WRK-IDX-MES
               COMPUTE WRK-MESES-AUX =
                   (WRK-COMP-ANO * 12) + WRK-COMP-MES - 1
                   - (3 - WRK-CTR-MES)
               PERFORM 0115-MESES-PARA-COMPETENCIA
               MOVE WRK-COMP-AUX TO WRK-MES-COMPETENCIA(WRK-IDX-MES)
               MOVE WRK-COMP-AUX TO WRK-MES-PROC
               PERFORM 0120-ULTIMO-DIA-MES
               MOVE WRK-ULTIMO-DIA TO WRK-MES-FIM(WRK-IDX-MES)
               MOVE 'N' TO WRK-MES-TEM-FOLHA(WRK-IDX-MES)
               MOVE ZEROS TO WRK-MES-FOLHA(WRK-IDX-MES)
                   WRK-MES-HEADCOUNT(WRK-IDX-MES)
                   WRK-MES-ADMISSOES(WRK-IDX-MES)
                   WRK-MES-DESLIG(WRK-IDX-MES)
                   WRK-MES-ORCADO(WRK-IDX-MES)
                   WRK-MES-REALIZADO(WRK-IDX-MES)
                   WRK-MES-SALDO(WRK-IDX-MES)
                   WRK-MES-VENCIDO(WRK-IDX-MES)
                   WRK-MES-FATURADO(WRK-IDX-MES)
                   WRK-MES-RECEBIDO(WRK-IDX-MES)
                   WRK-MES-NAO-PAGO(WRK-IDX-MES)
           END-PERFORM.
           COMPUTE WRK-MESES-AUX =
               (WRK-COMP-ANO * 12) + WRK-COMP-MES - 1 - 24.
           PERFORM 0115-MESES-PARA-COMPETENCIA.
           MOVE WRK-COMP-AUX TO WRK-COMP-CORTE.
           MOVE WRK-COMPETENCIA-HOJE TO WRK-MES-PROC.
           COMPUTE WRK-MESES-AUX =
               (WRK-MES-PROC-ANO * 12) + WRK-MES-PROC-MES - 1 - 1.
           PERFORM 0115-MESES-PARA-COMPETENCIA.
           MOVE WRK-COMP-AUX TO WRK-COMP-MES-ANTERIOR.
           MOVE SPACES TO WRK-TAB-VALORES.
           PERFORM VARYING WRK-CTR-IND FROM 1 BY 1
                   UNTIL WRK-CTR-IND > WRK-QTD-INDICADORES
               PERFORM VARYING WRK-CTR-MES FROM 1 BY 1
                       UNTIL WRK-CTR-MES > 3
                   MOVE ZEROS TO
                       WRK-VAL-NUMERO(WRK-CTR-IND WRK-CTR-MES)
                   MOVE 'N' TO
                       WRK-VAL-DISPONIVEL(WRK-CTR-IND WRK-CTR-MES)
                   MOVE SPACE TO
                       WRK-VAL-ALERTA(WRK-CTR-IND WRK-CTR-MES)
               END-PERFORM
           END-PERFORM.

      * Meses corridos (ano * 12 + mes - 1) de volta para AAAAMM.
       0115-MESES-PARA-COMPETENCIA.
           COMPUTE WRK-ANO-AUX = WRK-MESES-AUX / 12.
           COMPUTE WRK-MES-AUX = WRK-MESES-AUX -
               (WRK-ANO-AUX * 12) + 1.
           COMPUTE WRK-COMP-AUX = WRK-ANO-AUX * 100 + WRK-MES-AUX.

       0120-ULTIMO-DIA-MES.
           MOVE WRK-MES-PROC-ANO TO WRK-SEG-ANO.
           MOVE WRK-MES-PROC-MES TO WRK-SEG-MES.
           MOVE 1                TO WRK-SEG-DIA.
           IF WRK-SEG-MES = 12
               ADD 1 TO WRK-SEG-ANO
               MOVE 1 TO WRK-SEG-MES
           ELSE
               ADD 1 TO WRK-SEG-MES
           END-IF.
           COMPUTE WRK-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-SEGUINTE) - 1).

      * Limites de INDICADORES-PARAM.CTL por cima da tabela padrao;
      * linha com codigo fora do catalogo, sentido invalido ou valor
      * nao numerico e ignorada com aviso.
       0150-CARREGAR-LIMITES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT LIMITES-FILE.
           IF WRK-STATUS-LIMITES = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ LIMITES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0155-GUARDAR-LIMITE
                   END-READ
               END-PERFORM
               CLOSE LIMITES-FILE
           END-IF.

       0155-GUARDAR-LIMITE.
           IF LIM-CODIGO NOT NUMERIC
              OR LIM-CODIGO < 1
              OR LIM-CODIGO > WRK-QTD-INDICADORES
              OR (LIM-SENTIDO NOT = '>' AND LIM-SENTIDO NOT = '<'
                  AND LIM-SENTIDO NOT = '-')
              OR LIM-VALOR NOT NUMERIC
               DISPLAY 'AVISO: LIMITE INVALIDO EM ' ,
                   'INDICADORES-PARAM.CTL IGNORADO: ' LIMITES-RECORD
           ELSE
               MOVE LIM-SENTIDO TO WRK-IND-SENTIDO(LIM-CODIGO)
               MOVE LIM-VALOR   TO WRK-IND-LIMITE(LIM-CODIGO)
           END-IF.

      * Historico dos indicadores a partir do corte; o que nao cabe
      * na tabela suspende a regravacao para nada ser perdido.
       0160-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT HISTORICO-FILE.
           IF WRK-STATUS-HISTORICO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ HISTORICO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF HIS-COMPETENCIA NUMERIC
                              AND HIS-COMPETENCIA >= WRK-COMP-CORTE
                               PERFORM 0165-GUARDAR-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       0165-GUARDAR-HISTORICO.
           IF WRK-QTD-HIST < 600
               ADD 1 TO WRK-QTD-HIST
               SET WRK-IDX-HIS TO WRK-QTD-HIST
               MOVE HIS-COMPETENCIA TO WRK-HIS-COMPETENCIA(WRK-IDX-HIS)
               MOVE HIS-CODIGO      TO WRK-HIS-CODIGO(WRK-IDX-HIS)
               MOVE HIS-VALOR       TO WRK-HIS-VALOR(WRK-IDX-HIS)
           ELSE
               IF NOT HIST-ESTOUROU
                   DISPLAY 'AVISO: INDICADORES-HIST.DAT MAIOR QUE A ' ,
                       'TABELA - HISTORICO NAO SERA REGRAVADO'
               END-IF
               SET HIST-ESTOUROU TO TRUE
           END-IF.

      * Custo da folha do mes: o ultimo ciclo normal gravado no mes
      * em EOD-RESUMO.LOG (reprocessamento substitui o anterior).
      * 13o, rescisao, ferias, complementar, PLR, adiantamento e
      * retroativo ficam fora, como no PROG24.
       0200-APURAR-FOLHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EOD-SUMMARY-FILE.
           IF WRK-STATUS-RESUMO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ EOD-SUMMARY-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF RESUMO-TIPO = 'N' OR RESUMO-TIPO = SPACE
                               PERFORM 0210-GUARDAR-CICLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EOD-SUMMARY-FILE
           ELSE
               DISPLAY 'EOD-RESUMO.LOG NAO ENCONTRADO - CUSTO DA ' ,
                   'FOLHA SEM DADO'
           END-IF.

       0210-GUARDAR-CICLO.
           COMPUTE WRK-COMP-EVENTO = RESUMO-ANO * 100 + RESUMO-MES.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 3
               IF WRK-MES-COMPETENCIA(WRK-IDX-MES) = WRK-COMP-EVENTO
                   MOVE RESUMO-VALOR-FOLHA TO
                       WRK-MES-FOLHA(WRK-IDX-MES)
                   MOVE 'S' TO WRK-MES-TEM-FOLHA(WRK-IDX-MES)
               END-IF
           END-PERFORM.

      * Quadro pela regra do PROG45: headcount do mes = admitidos ate
      * o mes e ativos hoje; admissoes = entradas do cadastro no mes;
      * desligamentos = eventos DESLIGAMENTO/RESCISAO auditados no
      * mes (PROG17/PROG20).
       0250-APURAR-QUADRO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WRK-STATUS-FUNC = '00'
               SET TEM-QUADRO TO TRUE
               PERFORM UNTIL FIM-ARQUIVO
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0260-CONTAR-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               DISPLAY 'EMPLOYEE-MASTER.DAT NAO ENCONTRADO - ' ,
                   'QUADRO E TURNOVER SEM DADO'
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WRK-STATUS-AUDITORIA = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF AUDIT-ACAO = 'DESLIGAMENTO'
                              OR AUDIT-ACAO = 'RESCISAO'
                               PERFORM 0270-CONTAR-DESLIGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY 'AUDIT-LOG.LOG NAO ENCONTRADO - ' ,
                   'DESLIGAMENTOS DO PERIODO FICAM ZERADOS'
           END-IF.

       0260-CONTAR-FUNCIONARIO.
           COMPUTE WRK-COMP-EVENTO =
               EMP-ANO-ENTRADA * 100 + EMP-MES-ENTRADA.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 3
               IF WRK-COMP-EVENTO = WRK-MES-COMPETENCIA(WRK-IDX-MES)
                   ADD 1 TO WRK-MES-ADMISSOES(WRK-IDX-MES)
               END-IF
               IF WRK-COMP-EVENTO <= WRK-MES-COMPETENCIA(WRK-IDX-MES)
                  AND EMP-ATIVO
                   ADD 1 TO WRK-MES-HEADCOUNT(WRK-IDX-MES)
               END-IF
           END-PERFORM.

       0270-CONTAR-DESLIGAMENTO.
           COMPUTE WRK-COMP-EVENTO = AUDIT-ANO * 100 + AUDIT-MES.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 3
               IF WRK-COMP-EVENTO = WRK-MES-COMPETENCIA(WRK-IDX-MES)
                   ADD 1 TO WRK-MES-DESLIG(WRK-IDX-MES)
               END-IF
           END-PERFORM.

      * Horas extras pagas: a entrada PROG04HE de EOD-TOTALS.DAT e a
      * foto da ultima folha normal (valor no principal, horas no
      * secundario) e vale para o mes em que foi gravada, se for um
      * dos tres do pacote. Os outros meses vem do historico.
       0300-APURAR-HORAS-EXTRAS.
           MOVE 'PROG04HE' TO WRK-EOD-PROGRAMA-ATUAL.
           PERFORM 9630-LER-TOTAIS-EOD.
           IF WRK-EOD-ACHOU = 'S'
               COMPUTE WRK-COMP-EVENTO =
                   WRK-ANO-EOD * 100 + WRK-MES-EOD
               PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                       UNTIL WRK-IDX-MES > 3
                   IF WRK-MES-COMPETENCIA(WRK-IDX-MES) =
                           WRK-COMP-EVENTO
                       SET WRK-CTR-MES TO WRK-IDX-MES
                       MOVE 6 TO WRK-CTR-IND
                       MOVE WRK-EOD-VALOR-SECUNDARIO
                           TO WRK-VALOR-APURADO
                       PERFORM 0610-GUARDAR-VALOR
                       MOVE 7 TO WRK-CTR-IND
                       MOVE WRK-EOD-VALOR-PRINCIPAL
                           TO WRK-VALOR-APURADO
                       PERFORM 0610-GUARDAR-VALOR
                   END-IF
               END-PERFORM
           END-IF.

      * Orcado x realizado da folha no total da empresa, nas mesmas
      * fontes do PROG50: orcado dos departamentos em
      * ORCAMENTO-DEPTO.DAT (o registro 000/000000 e a tolerancia do
      * PROG50, fora da soma) e realizado dos subtotais do PROG04 em
      * FOLHA-DEPTO.DAT.
       0350-APURAR-ORCAMENTO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ORCAMENTO-FILE.
           IF WRK-STATUS-ORCAMENTO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ORCAMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF ORC-DEPTO NOT = ZEROS
                               PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                                       UNTIL WRK-IDX-MES > 3
                                   IF ORC-COMPETENCIA =
                                      WRK-MES-COMPETENCIA(WRK-IDX-MES)
                                       ADD ORC-VALOR TO
                                         WRK-MES-ORCADO(WRK-IDX-MES)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORCAMENTO-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FOLHA-DEPTO-FILE.
           IF WRK-STATUS-FOLHA-DEP = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ FOLHA-DEPTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                                   UNTIL WRK-IDX-MES > 3
                               IF FDP-COMPETENCIA =
                                  WRK-MES-COMPETENCIA(WRK-IDX-MES)
                                   ADD FDP-BRUTO TO
                                       WRK-MES-REALIZADO(WRK-IDX-MES)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FOLHA-DEPTO-FILE
           END-IF.

      * Carteira de emprestimos no fim de cada mes: parcela em aberto
      * hoje, ou paga depois do mes, estava em aberto naquele fim de
      * mes. O saldo e o principal (amortizacao; parcela gravada
      * antes da amortizacao existir conta inteira, como no PROG85)
      * e a parte vencida e a das parcelas com vencimento anterior ao
      * mes.
       0400-APURAR-CARTEIRA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-STATUS-PARCELAS = '00'
               SET TEM-CARTEIRA TO TRUE
               PERFORM UNTIL FIM-ARQUIVO
                   READ PARCELAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0410-SOMAR-PARCELA
                   END-READ
               END-PERFORM
               CLOSE PARCELAS-FILE
           ELSE
               DISPLAY 'PARCELAS.DAT NAO ENCONTRADO - CARTEIRA SEM ' ,
                   'DADO'
           END-IF.

       0410-SOMAR-PARCELA.
           IF PAR-AMORTIZACAO NUMERIC
               MOVE PAR-AMORTIZACAO TO WRK-AMORT-PARCELA
           ELSE
               MOVE PAR-VALOR TO WRK-AMORT-PARCELA
           END-IF.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 3
               IF PAR-SITUACAO = 'A' OR PAR-SITUACAO = 'X'
                  OR (PAR-SITUACAO = 'P' AND PAR-DATA-PAGTO >
                      WRK-MES-COMPETENCIA(WRK-IDX-MES))
                   ADD WRK-AMORT-PARCELA TO WRK-MES-SALDO(WRK-IDX-MES)
                   IF PAR-VENCIMENTO <
                           WRK-MES-COMPETENCIA(WRK-IDX-MES)
                       ADD WRK-AMORT-PARCELA TO
                           WRK-MES-VENCIDO(WRK-IDX-MES)
                   END-IF
               END-IF
           END-PERFORM.

      * Mensalidades: faturado = valor das mensalidades da
      * competencia; recebido = valor pago no mes, de qualquer
      * competencia; nao pago = faturado do mes sem pagamento ate o
      * fim do mes (a baixada como perda conta como nao paga).
       0450-APURAR-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT MENSALIDADES-FILE.
           IF WRK-STATUS-MENSALIDADES = '00'
               SET TEM-MENSALIDADES TO TRUE
               PERFORM UNTIL FIM-ARQUIVO
                   READ MENSALIDADES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0460-SOMAR-MENSALIDADE
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES-FILE
           ELSE
               DISPLAY 'MENSALIDADES.DAT NAO ENCONTRADO - ' ,
                   'MENSALIDADES SEM DADO'
           END-IF.

       0460-SOMAR-MENSALIDADE.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 3
               IF MEN-COMPETENCIA = WRK-MES-COMPETENCIA(WRK-IDX-MES)
                   ADD MEN-VALOR TO WRK-MES-FATURADO(WRK-IDX-MES)
                   IF MEN-SITUACAO NOT = 'P'
                      OR MEN-DATA-PAGTO >
                         WRK-MES-COMPETENCIA(WRK-IDX-MES)
                       ADD MEN-VALOR TO WRK-MES-NAO-PAGO(WRK-IDX-MES)
                   END-IF
               END-IF
               IF MEN-SITUACAO = 'P'
                  AND MEN-DATA-PAGTO =
                      WRK-MES-COMPETENCIA(WRK-IDX-MES)
                   ADD MEN-VALOR-PAGO TO WRK-MES-RECEBIDO(WRK-IDX-MES)
               END-IF
           END-PERFORM.

      * Itens nao conciliados por idade: PENDENTES.DAT e a foto da
      * ultima conciliacao do PROG05, entao so vale para a
      * competencia quando ela e o mes corrente ou o anterior. Idade
      * em dias da data do item ate o fim da competencia (ou hoje, o
      * que vier antes); item com data posterior fica fora.
       0500-APURAR-PENDENCIAS.
           IF WRK-COMPETENCIA >= WRK-COMP-MES-ANTERIOR
               SET WRK-IDX-MES TO 3
               MOVE WRK-MES-FIM(WRK-IDX-MES) TO WRK-DATA-REFERENCIA
               IF WRK-DATA-HOJE < WRK-DATA-REFERENCIA
                   MOVE WRK-DATA-HOJE TO WRK-DATA-REFERENCIA
               END-IF
               MOVE 'N' TO WRK-FIM-ARQUIVO
               OPEN INPUT PENDENTES-FILE
               IF WRK-STATUS-PENDENTES = '00'
                   SET PENDENTES-AO-VIVO TO TRUE
                   MOVE 3 TO WRK-CTR-MES
                   PERFORM VARYING WRK-CTR-IND FROM 15 BY 1
                           UNTIL WRK-CTR-IND > 19
                       MOVE ZEROS TO WRK-VALOR-APURADO
                       PERFORM 0610-GUARDAR-VALOR
                   END-PERFORM
                   PERFORM UNTIL FIM-ARQUIVO
                       READ PENDENTES-FILE
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           NOT AT END
                               PERFORM 0510-CLASSIFICAR-PENDENTE
                       END-READ
                   END-PERFORM
                   CLOSE PENDENTES-FILE
               ELSE
                   DISPLAY 'PENDENTES.DAT NAO ENCONTRADO - ' ,
                       'PENDENCIAS DO BANCO SEM DADO'
               END-IF
           END-IF.

       0510-CLASSIFICAR-PENDENTE.
           IF PEN-DATA NUMERIC
              AND PEN-DATA > ZEROS
              AND PEN-DATA <= WRK-DATA-REFERENCIA
               COMPUTE WRK-DIAS-PENDENTE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA)
                   - FUNCTION INTEGER-OF-DATE(PEN-DATA)
               EVALUATE TRUE
                   WHEN WRK-DIAS-PENDENTE <= 30
                       MOVE 15 TO WRK-FAIXA-PENDENTE
                   WHEN WRK-DIAS-PENDENTE <= 60
                       MOVE 16 TO WRK-FAIXA-PENDENTE
                   WHEN WRK-DIAS-PENDENTE <= 90
                       MOVE 17 TO WRK-FAIXA-PENDENTE
                   WHEN OTHER
                       MOVE 18 TO WRK-FAIXA-PENDENTE
               END-EVALUATE
               ADD 1 TO WRK-VAL-NUMERO(WRK-FAIXA-PENDENTE 3)
               IF PEN-VALOR < ZEROS
                   COMPUTE WRK-VALOR-PENDENTE = ZEROS - PEN-VALOR
               ELSE
                   MOVE PEN-VALOR TO WRK-VALOR-PENDENTE
               END-IF
               ADD WRK-VALOR-PENDENTE TO WRK-VAL-NUMERO(19 3)
           END-IF.

      * Indicadores de foto sem dado ao vivo no mes vem do historico
      * da competencia, quando ja apurada antes.
       0550-COMPLETAR-HISTORICO.
           PERFORM VARYING WRK-CTR-IND FROM 1 BY 1
                   UNTIL WRK-CTR-IND > WRK-QTD-INDICADORES
               IF IND-FOTO(WRK-CTR-IND)
                   PERFORM VARYING WRK-CTR-MES FROM 1 BY 1
                           UNTIL WRK-CTR-MES > 3
                       IF WRK-VAL-DISPONIVEL(WRK-CTR-IND WRK-CTR-MES)
                               NOT = 'S'
                           PERFORM 0555-BUSCAR-HISTORICO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0555-BUSCAR-HISTORICO.
           PERFORM VARYING WRK-IDX-HIS FROM 1 BY 1
                   UNTIL WRK-IDX-HIS > WRK-QTD-HIST
               IF WRK-HIS-COMPETENCIA(WRK-IDX-HIS) =
                       WRK-MES-COMPETENCIA(WRK-CTR-MES)
                  AND WRK-HIS-CODIGO(WRK-IDX-HIS) = WRK-CTR-IND
                   MOVE WRK-HIS-VALOR(WRK-IDX-HIS)
                       TO WRK-VALOR-APURADO
                   PERFORM 0610-GUARDAR-VALOR
               END-IF
           END-PERFORM.

      * Indicadores apurados das fontes em todo mes, a partir dos
      * acumuladores. Percentuais com denominador zerado saem zero;
      * fonte ausente deixa o indicador sem dado (N/D).
       0600-CALCULAR-INDICADORES.
           PERFORM VARYING WRK-CTR-MES FROM 1 BY 1
                   UNTIL WRK-CTR-MES > 3
               SET WRK-IDX-MES TO WRK-CTR-MES
               IF WRK-MES-TEM-FOLHA(WRK-IDX-MES) = 'S'
                   MOVE 1 TO WRK-CTR-IND
                   MOVE WRK-MES-FOLHA(WRK-IDX-MES) TO WRK-VALOR-APURADO
                   PERFORM 0610-GUARDAR-VALOR
               END-IF
               IF TEM-QUADRO
                   PERFORM 0620-CALCULAR-QUADRO
               END-IF
               IF WRK-MES-ORCADO(WRK-IDX-MES) > ZEROS
                   PERFORM 0630-CALCULAR-ORCAMENTO
               END-IF
               IF TEM-CARTEIRA
                   PERFORM 0640-CALCULAR-CARTEIRA
               END-IF
               IF TEM-MENSALIDADES
                   PERFORM 0645-CALCULAR-MENSALIDADES
               END-IF
           END-PERFORM.

       0610-GUARDAR-VALOR.
           MOVE WRK-VALOR-APURADO TO
               WRK-VAL-NUMERO(WRK-CTR-IND WRK-CTR-MES).
           MOVE 'S' TO WRK-VAL-DISPONIVEL(WRK-CTR-IND WRK-CTR-MES).

       0620-CALCULAR-QUADRO.
           MOVE 2 TO WRK-CTR-IND.
           MOVE WRK-MES-HEADCOUNT(WRK-IDX-MES) TO WRK-VALOR-APURADO.
           PERFORM 0610-GUARDAR-VALOR.
           MOVE 3 TO WRK-CTR-IND.
           MOVE WRK-MES-ADMISSOES(WRK-IDX-MES) TO WRK-VALOR-APURADO.
           PERFORM 0610-GUARDAR-VALOR.
           MOVE 4 TO WRK-CTR-IND.
           MOVE WRK-MES-DESLIG(WRK-IDX-MES) TO WRK-VALOR-APURADO.
           PERFORM 0610-GUARDAR-VALOR.
           MOVE 5 TO WRK-CTR-IND.
           IF WRK-MES-HEADCOUNT(WRK-IDX-MES) > ZEROS
               COMPUTE WRK-VALOR-APURADO ROUNDED =
                   WRK-MES-DESLIG(WRK-IDX-MES) * 100 /
                   WRK-MES-HEADCOUNT(WRK-IDX-MES)
           ELSE
               MOVE ZEROS TO WRK-VALOR-APURADO
           END-IF.
           PERFORM 0610-GUARDAR-VALOR.

       0630-CALCULAR-ORCAMENTO.
           MOVE 8 TO WRK-CTR-IND.
           MOVE WRK-MES-ORCADO(WRK-IDX-MES) TO WRK-VALOR-APURADO.
           PERFORM 0610-GUARDAR-VALOR.
           MOVE 9 TO WRK-CTR-IND.
           COMPUTE WRK-VALOR-APURADO ROUNDED =
               (WRK-MES-REALIZADO(WRK-IDX-MES) -
                WRK-MES-ORCADO(WRK-IDX-MES)) * 100 /
               WRK-MES-ORCADO(WRK-IDX-MES).
           PERFORM 0610-GUARDAR-VALOR.

       0640-CALCULAR-CARTEIRA.
           MOVE 10 TO WRK-CTR-IND.
           MOVE WRK-MES-SALDO(WRK-IDX-MES) TO WRK-VALOR-APURADO.
           PERFORM 0610-GUARDAR-VALOR.
           MOVE 11 TO WRK-CTR-IND.
           IF WRK-MES-SALDO(WRK-IDX-MES) > ZEROS
               COMPUTE WRK-VALOR-APURADO ROUNDED =
                   WRK-MES-VENCIDO(WRK-IDX-MES) * 100 /
                   WRK-MES-SALDO(WRK-IDX-MES)
           ELSE
               MOVE ZEROS TO WRK-VALOR-APURADO
           END-IF.
           PERFORM 0610-GUARDAR-VALOR.

       0645-CALCULAR-MENSALIDADES.
           MOVE 12 TO WRK-CTR-IND.
           MOVE WRK-MES-FATURADO(WRK-IDX-MES) TO WRK-VALOR-APURADO.
           PERFORM 0610-GUARDAR-VALOR.
           MOVE 13 TO WRK-CTR-IND.
           MOVE WRK-MES-RECEBIDO(WRK-IDX-MES) TO WRK-VALOR-APURADO.
           PERFORM 0610-GUARDAR-VALOR.
           MOVE 14 TO WRK-CTR-IND.
           IF WRK-MES-FATURADO(WRK-IDX-MES) > ZEROS
               COMPUTE WRK-VALOR-APURADO ROUNDED =
                   WRK-MES-NAO-PAGO(WRK-IDX-MES) * 100 /
                   WRK-MES-FATURADO(WRK-IDX-MES)
           ELSE
               MOVE ZEROS TO WRK-VALOR-APURADO
           END-IF.
           PERFORM 0610-GUARDAR-VALOR.

      * Valor com dado fora do limite do indicador recebe a marca;
      * os da competencia sao contados para o RETURN-CODE.
       0650-CONFERIR-LIMITES.
           MOVE ZEROS TO WRK-QTD-ALERTAS WRK-QTD-APURADOS.
           PERFORM VARYING WRK-CTR-IND FROM 1 BY 1
                   UNTIL WRK-CTR-IND > WRK-QTD-INDICADORES
               PERFORM VARYING WRK-CTR-MES FROM 1 BY 1
                       UNTIL WRK-CTR-MES > 3
                   IF WRK-VAL-DISPONIVEL(WRK-CTR-IND WRK-CTR-MES)
                           = 'S'
                       PERFORM 0655-CONFERIR-UM-VALOR
                   END-IF
               END-PERFORM
           END-PERFORM.

       0655-CONFERIR-UM-VALOR.
           IF WRK-CTR-MES = 3
               ADD 1 TO WRK-QTD-APURADOS
           END-IF.
           IF (ALERTA-ACIMA(WRK-CTR-IND)
               AND WRK-VAL-NUMERO(WRK-CTR-IND WRK-CTR-MES) >
                   WRK-IND-LIMITE(WRK-CTR-IND))
              OR (ALERTA-ABAIXO(WRK-CTR-IND)
               AND WRK-VAL-NUMERO(WRK-CTR-IND WRK-CTR-MES) <
                   WRK-IND-LIMITE(WRK-CTR-IND))
               MOVE '*' TO WRK-VAL-ALERTA(WRK-CTR-IND WRK-CTR-MES)
               IF WRK-CTR-MES = 3
                   ADD 1 TO WRK-QTD-ALERTAS
               END-IF
           END-IF.

      * Quadro dos indicadores: competencias no titulo das colunas e
      * uma secao por assunto.
       0700-EMITIR-RELATORIO.
           MOVE 'INDICADOR' TO WRK-SPOOL-LINHA(1:9).
           PERFORM VARYING WRK-CTR-MES FROM 1 BY 1
                   UNTIL WRK-CTR-MES > 3
               SET WRK-IDX-MES TO WRK-CTR-MES
               MOVE WRK-MES-COMPETENCIA(WRK-IDX-MES) TO WRK-COMP-AUX
               COMPUTE WRK-COMP-ED-ANO = WRK-COMP-AUX / 100
               COMPUTE WRK-COMP-ED-MES =
                   WRK-COMP-AUX - WRK-COMP-ED-ANO * 100
               COMPUTE WRK-COL-AUX = 30 + (WRK-CTR-MES - 1) * 18 + 8
               MOVE WRK-COMP-EDITADA TO WRK-SPOOL-LINHA(WRK-COL-AUX:7)
           END-PERFORM.
           MOVE 'LIMITE' TO WRK-SPOOL-LINHA(94:6).
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE ALL '-' TO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-CTR-IND FROM 1 BY 1
                   UNTIL WRK-CTR-IND > WRK-QTD-INDICADORES
               PERFORM 0705-TITULO-SECAO
               PERFORM 0710-EMITIR-LINHA
           END-PERFORM.
           MOVE ALL '-' TO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE '* = FORA DO LIMITE   N/D = SEM DADO NA FONTE OU NO '
               TO WRK-SPOOL-LINHA.
           MOVE 'HISTORICO' TO WRK-SPOOL-LINHA(52:9).
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

       0705-TITULO-SECAO.
           EVALUATE WRK-CTR-IND
               WHEN 1
                   MOVE 'FOLHA E PESSOAL' TO WRK-SPOOL-LINHA
               WHEN 8
                   MOVE 'ORCAMENTO DA FOLHA' TO WRK-SPOOL-LINHA
               WHEN 10
                   MOVE 'CARTEIRA DE EMPRESTIMOS' TO WRK-SPOOL-LINHA
               WHEN 12
                   MOVE 'MENSALIDADES' TO WRK-SPOOL-LINHA
               WHEN 15
                   MOVE 'ITENS NAO CONCILIADOS DO BANCO, POR IDADE'
                       TO WRK-SPOOL-LINHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-SPOOL-LINHA NOT = SPACES
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.

       0710-EMITIR-LINHA.
           MOVE SPACES TO WRK-SPOOL-LINHA.
           MOVE WRK-IND-DESCRICAO(WRK-CTR-IND)
               TO WRK-SPOOL-LINHA(1:28).
           PERFORM VARYING WRK-CTR-MES FROM 1 BY 1
                   UNTIL WRK-CTR-MES > 3
               COMPUTE WRK-COL-VALOR = 30 + (WRK-CTR-MES - 1) * 18
               PERFORM 0720-EMITIR-CELULA
           END-PERFORM.
           IF NOT SEM-LIMITE(WRK-CTR-IND)
               MOVE WRK-IND-SENTIDO(WRK-CTR-IND)
                   TO WRK-SPOOL-LINHA(84:1)
               IF IND-QUANTIDADE(WRK-CTR-IND)
                   MOVE WRK-IND-LIMITE(WRK-CTR-IND)
                       TO WRK-MASC-LIM-QTD
                   MOVE WRK-MASC-LIM-QTD TO WRK-SPOOL-LINHA(89:11)
               ELSE
                   MOVE WRK-IND-LIMITE(WRK-CTR-IND)
                       TO WRK-MASC-LIM-VALOR
                   MOVE WRK-MASC-LIM-VALOR TO WRK-SPOOL-LINHA(86:14)
               END-IF
           END-IF.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

      * Celula de um mes: quantidade sem decimais, os demais com duas
      * casas, marca de alerta logo depois do valor.
       0720-EMITIR-CELULA.
           IF WRK-VAL-DISPONIVEL(WRK-CTR-IND WRK-CTR-MES) NOT = 'S'
               COMPUTE WRK-COL-AUX = WRK-COL-VALOR + 12
               MOVE 'N/D' TO WRK-SPOOL-LINHA(WRK-COL-AUX:3)
           ELSE
               IF IND-QUANTIDADE(WRK-CTR-IND)
                   MOVE WRK-VAL-NUMERO(WRK-CTR-IND WRK-CTR-MES)
                       TO WRK-MASC-QTD
                   COMPUTE WRK-COL-AUX = WRK-COL-VALOR + 3
                   MOVE WRK-MASC-QTD TO WRK-SPOOL-LINHA(WRK-COL-AUX:12)
               ELSE
                   MOVE WRK-VAL-NUMERO(WRK-CTR-IND WRK-CTR-MES)
                       TO WRK-MASC-VALOR
                   MOVE WRK-MASC-VALOR
                       TO WRK-SPOOL-LINHA(WRK-COL-VALOR:15)
               END-IF
               COMPUTE WRK-COL-AUX = WRK-COL-VALOR + 16
               MOVE WRK-VAL-ALERTA(WRK-CTR-IND WRK-CTR-MES)
                   TO WRK-SPOOL-LINHA(WRK-COL-AUX:1)
           END-IF.

      * Indicadores da competencia fora do limite, um por linha.
       0750-EMITIR-ALERTAS.
           DISPLAY ' '.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'INDICADORES DA COMPETENCIA FORA DO LIMITE: '
               WRK-QTD-ALERTAS
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 3 TO WRK-CTR-MES.
           PERFORM VARYING WRK-CTR-IND FROM 1 BY 1
                   UNTIL WRK-CTR-IND > WRK-QTD-INDICADORES
               IF WRK-VAL-ALERTA(WRK-CTR-IND 3) = '*'
                   MOVE '   ' TO WRK-SPOOL-LINHA
                   MOVE WRK-IND-DESCRICAO(WRK-CTR-IND)
                       TO WRK-SPOOL-LINHA(4:28)
                   MOVE 30 TO WRK-COL-VALOR
                   PERFORM 0720-EMITIR-CELULA
                   MOVE 'LIMITE' TO WRK-SPOOL-LINHA(48:6)
                   MOVE WRK-IND-SENTIDO(WRK-CTR-IND)
                       TO WRK-SPOOL-LINHA(55:1)
                   MOVE WRK-IND-LIMITE(WRK-CTR-IND)
                       TO WRK-MASC-LIM-VALOR
                   MOVE WRK-MASC-LIM-VALOR TO WRK-SPOOL-LINHA(57:14)
                   DISPLAY WRK-SPOOL-LINHA
                   PERFORM 9310-GRAVAR-SPOOL
               END-IF
           END-PERFORM.

      * Regrava o historico: as tres competencias do pacote sao
      * substituidas por tudo o que teve dado nesta execucao (o que
      * veio do proprio historico volta igual); as demais dentro do
      * corte ficam como estavam.
       0800-GRAVAR-HISTORICO.
           IF HIST-ESTOUROU
               DISPLAY 'INDICADORES-HIST.DAT NAO REGRAVADO - AMPLIE ' ,
                   'A TABELA DO HISTORICO'
           ELSE
               OPEN OUTPUT HISTORICO-FILE
               PERFORM VARYING WRK-IDX-HIS FROM 1 BY 1
                       UNTIL WRK-IDX-HIS > WRK-QTD-HIST
                   IF WRK-HIS-COMPETENCIA(WRK-IDX-HIS) NOT =
                          WRK-MES-COMPETENCIA(1)
                      AND WRK-HIS-COMPETENCIA(WRK-IDX-HIS) NOT =
                          WRK-MES-COMPETENCIA(2)
                      AND WRK-HIS-COMPETENCIA(WRK-IDX-HIS) NOT =
                          WRK-MES-COMPETENCIA(3)
                       MOVE SPACES TO HISTORICO-RECORD
                       MOVE WRK-HIS-COMPETENCIA(WRK-IDX-HIS)
                           TO HIS-COMPETENCIA
                       MOVE WRK-HIS-CODIGO(WRK-IDX-HIS) TO HIS-CODIGO
                       MOVE WRK-HIS-VALOR(WRK-IDX-HIS) TO HIS-VALOR
                       WRITE HISTORICO-RECORD
                   END-IF
               END-PERFORM
               PERFORM VARYING WRK-CTR-MES FROM 1 BY 1
                       UNTIL WRK-CTR-MES > 3
                   PERFORM VARYING WRK-CTR-IND FROM 1 BY 1
                           UNTIL WRK-CTR-IND > WRK-QTD-INDICADORES
                       IF WRK-VAL-DISPONIVEL(WRK-CTR-IND WRK-CTR-MES)
                               = 'S'
                           PERFORM 0810-GRAVAR-VALOR
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF.

       0810-GRAVAR-VALOR.
           MOVE SPACES TO HISTORICO-RECORD.
           MOVE WRK-MES-COMPETENCIA(WRK-CTR-MES) TO HIS-COMPETENCIA.
           MOVE WRK-CTR-IND TO HIS-CODIGO.
           MOVE WRK-VAL-NUMERO(WRK-CTR-IND WRK-CTR-MES) TO HIS-VALOR.
           WRITE HISTORICO-RECORD.

           COPY 'EODPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG100.
