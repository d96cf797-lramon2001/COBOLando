      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Exportacao em planilha (CSV separado por ponto e
      * virgula, virgula decimal) dos principais arquivos e quadros
      * da suite, para quem trabalha os numeros fora do sistema e ate
      * aqui redigitava o relatorio impresso. Cada exportacao gera
      * NOME-AAAAMMDD.CSV com a linha de cabecalho das colunas, uma
      * linha por registro selecionado e a linha TRAILER com a
      * quantidade de registros e o total de controle - o mesmo total
      * do programa de origem:
      *   1 FOLHA-YTD.DAT     acumulado mensal por funcionario (PROG04)
      *                       - total do bruto;
      *   2 FOLHA-DEPTO.DAT   folha por departamento (PROG04/PROG50)
      *                       - total do bruto;
      *   3 SALDOS.DAT        saldos com o nome da conta do CONTAS.DAT
      *                       (PROG25) - soma dos saldos;
      *   4 PARCELAS.DAT      parcelas dos emprestimos (PROG12) - total
      *                       do valor das parcelas;
      *   5 MENSALIDADES.DAT  mensalidades (PROG57) - total do valor;
      *   6 SITUACAO-ALUNOS.DAT medias e situacao de cada aluno, como
      *                       saiu no ultimo boletim do PROG07 - total
      *                       de aprovados do resumo do boletim;
      *   7 TEAM-MASTER.DAT   tabela de classificacao na ordem do
      *                       PROG15 (pontos, vitorias, saldo de gols)
      *                       - soma dos pontos.
      * Selecao por periodo: inicio e fim como competencia (AAAAMM) ou
      * data (AAAAMMDD), branco = sem limite; vale para a competencia
      * dos arquivos 1, 2, 4 e 5 (parcela pelo vencimento) e para a
      * data do boletim no 6. Saldos e classificacao sao a posicao
      * corrente e saem inteiros. Nome de funcionario e de aluno sai
      * mascarado (so a inicial) a menos que o usuario informado tenha
      * a funcao DADOS PESSOAIS no PROG29; no job stream do PROG95
      * (JOB-CHAMADA.CTL, parametro 'N AAAAMMDD AAAAMMDD') nao ha
      * usuario e a exportacao sai sempre mascarada. Cada exportacao
      * fica em AUDIT-LOG.LOG com o usuario e se saiu com ou sem
      * mascara.
      * RETURN-CODE 8 opcao ou periodo invalido, ou arquivo de origem
      * ausente.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG98.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA-YTD-FILE ASSIGN TO "FOLHA-YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-YTD.
           SELECT FOLHA-DEPTO-FILE ASSIGN TO "FOLHA-DEPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FOLHA-DEP.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTAS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SALDOS.
           SELECT PARCELAS-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARCELAS.
           SELECT MENSALIDADES-FILE ASSIGN TO "MENSALIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
           SELECT TEAM-MASTER-FILE ASSIGN TO "TEAM-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMF-CODIGO
               FILE STATUS IS WRK-STATUS-TEAM.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WRK-NOME-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CSV.
           SELECT JOB-CHAMADA-FILE ASSIGN TO "JOB-CHAMADA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
           COPY 'ANOLSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-YTD-FILE.
       01  FOLHA-YTD-RECORD.
           05 YTD-MATRICULA    PIC 9(05).
           05 YTD-NOME         PIC X(20).
           05 YTD-ANO          PIC 9(04).
           05 YTD-MES          PIC 9(02).
           05 YTD-BRUTO        PIC 9(08)V99.
           05 YTD-INSS         PIC 9(08)V99.
           05 YTD-IRRF         PIC 9(08)V99.
           05 YTD-LIQUIDO      PIC 9(08)V99.
           05 YTD-DEPENDENTES  PIC 9(02).
           05 YTD-PLR          PIC 9(08)V99.
           05 YTD-IRRF-PLR     PIC 9(08)V99.
           05 YTD-EMPRESA      PIC 9(02).
       FD  FOLHA-DEPTO-FILE.
       01  FOLHA-DEPTO-RECORD.
           05 FDP-COMPETENCIA  PIC 9(06).
           05 FDP-DEPTO        PIC 9(03).
           05 FDP-QTD          PIC 9(05).
           05 FDP-BRUTO        PIC 9(10)V99.
       FD  CONTAS-FILE.
       01  CONTAS-RECORD.
           05 CTA-CODIGO  PIC 9(04).
           05 FILLER      PIC X(01).
           05 CTA-NOME    PIC X(20).
           05 CTA-TIPO    PIC X(01).
           05 CTA-PAI     PIC X(04).
           05 CTA-ATIVA   PIC X(01).
           05 CTA-GRUPO   PIC X(01).
       FD  SALDOS-FILE.
       01  SALDOS-RECORD.
           05 SAL-CONTA   PIC 9(04).
           05 FILLER      PIC X(01).
           05 SAL-SALDO   PIC S9(10)V99 SIGN IS LEADING SEPARATE.
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
       FD  TEAM-MASTER-FILE.
       01  TEAM-MASTER-RECORD.
           05 TMF-CODIGO      PIC 9(02).
           05 TMF-NOME        PIC X(20).
           05 TMF-PONTOS      PIC 9(03).
           05 TMF-VITORIAS    PIC 9(03).
           05 TMF-EMPATES     PIC 9(03).
           05 TMF-DERROTAS    PIC 9(03).
           05 TMF-GOLS-PRO    PIC 9(03).
           05 TMF-GOLS-CONTRA PIC 9(03).
       FD  CSV-FILE.
       01  CSV-RECORD          PIC X(300).
       FD  JOB-CHAMADA-FILE.
       01  JOB-CHAMADA-RECORD.
           05 JCH-PROGRAMA     PIC X(08).
           05 FILLER           PIC X(01).
           05 JCH-PARAMETRO    PIC X(20).
           COPY 'ANOLFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'TRAILEWS.COB'.
           COPY 'BOOK.COB'.
           COPY 'ANOLWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-YTD       PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FOLHA-DEP PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONTAS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SALDOS    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PARCELAS  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MENSAL    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TEAM      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CSV       PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CHAMADA   PIC X(02) VALUES ZEROS.
       77  WRK-CHAMADA-LIDA     PIC X(01) VALUES 'N'.
           88 CHAMADA-LIDA VALUE 'S'.
       77  WRK-FIM-ORIGEM       PIC X(01) VALUES 'N'.
           88 FIM-ORIGEM VALUE 'S'.
       77  WRK-FIM-CONTAS       PIC X(01) VALUES 'N'.
           88 FIM-CONTAS VALUE 'S'.
      * Pedido: exportacao e periodo, do console ou do parametro do
      * passo do job stream ('N AAAAMMDD AAAAMMDD').
       01  WRK-PARAMETRO.
           05 WRK-PRM-OPCAO     PIC X(01).
           05 FILLER            PIC X(01).
           05 WRK-PRM-INICIO    PIC X(08).
           05 FILLER            PIC X(01).
           05 WRK-PRM-FIM       PIC X(08).
           05 FILLER            PIC X(01).
       77  WRK-OPCAO            PIC X(01) VALUES SPACE.
           88 OPCAO-YTD          VALUE '1'.
           88 OPCAO-DEPTO        VALUE '2'.
           88 OPCAO-SALDOS       VALUE '3'.
           88 OPCAO-PARCELAS     VALUE '4'.
           88 OPCAO-MENSALIDADES VALUE '5'.
           88 OPCAO-ALUNOS       VALUE '6'.
           88 OPCAO-CLASSIFICACAO VALUE '7'.
           88 OPCAO-VALIDA       VALUE '1' THRU '7'.
      * Periodo: competencia AAAAMM vale do dia 01 ao 31; branco no
      * inicio e no fim nao limita.
       01  WRK-SEL-INICIO.
           05 WRK-SEL-INI-COMP  PIC X(06).
           05 WRK-SEL-INI-DIA   PIC X(02).
       01  WRK-SEL-INICIO-NUM REDEFINES WRK-SEL-INICIO.
           05 WRK-INI-COMPETENCIA PIC 9(06).
           05 FILLER              PIC 9(02).
       01  WRK-SEL-FIM.
           05 WRK-SEL-FIM-COMP  PIC X(06).
           05 WRK-SEL-FIM-DIA   PIC X(02).
       01  WRK-SEL-FIM-NUM REDEFINES WRK-SEL-FIM.
           05 WRK-FIM-COMPETENCIA PIC 9(06).
           05 FILLER              PIC 9(02).
       77  WRK-INI-DATA         PIC 9(08) VALUES ZEROS.
       77  WRK-FIM-DATA         PIC 9(08) VALUES ZEROS.
       77  WRK-TEM-PERIODO      PIC X(01) VALUES 'N'.
           88 TEM-PERIODO VALUE 'S'.
       77  WRK-COMPETENCIA-REG  PIC 9(06) VALUES ZEROS.
      * Mascara dos dados pessoais.
       77  WRK-USUARIO          PIC X(15) VALUES SPACES.
       77  WRK-MASCARAR         PIC X(01) VALUES 'S'.
           88 MASCARAR-PESSOAIS VALUE 'S'.
      * Arquivo gerado e linha em montagem.
       77  WRK-NOME-BASE        PIC X(20) VALUES SPACES.
       77  WRK-NOME-CSV         PIC X(40) VALUES SPACES.
       77  WRK-CSV-LINHA        PIC X(300) VALUES SPACES.
       77  WRK-CSV-PONTEIRO     PIC 9(03) VALUES ZEROS.
       77  WRK-CSV-CAMPO        PIC X(30) VALUES SPACES.
       77  WRK-CSV-VALOR        PIC S9(11)V99 VALUES ZEROS.
       77  WRK-CSV-NUMERO       PIC 9(07) VALUES ZEROS.
       77  WRK-PRIMEIRO-CAMPO   PIC X(01) VALUES 'S'.
       77  WRK-MASC-CSV         PIC -(11)9,99.
       77  WRK-MASC-NUMERO      PIC Z(06)9.
       77  WRK-MASC-SALDO       PIC -(04)9.
       77  WRK-MASC-TOTAL       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      * Totais da exportacao.
       77  WRK-QTD-EXPORTADOS   PIC 9(07) VALUES ZEROS.
       77  WRK-TOTAL-CONTROLE   PIC S9(11)V99 VALUES ZEROS.
      * Plano de contas para o nome da conta nos saldos.
       77  WRK-QTD-CONTAS       PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-CONTA        PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-BUSCA        PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-CONTAS.
           05 WRK-CONTA-ITEM OCCURS 100 TIMES.
              10 WRK-CONTA-CODIGO PIC 9(04).
              10 WRK-CONTA-NOME   PIC X(20).
              10 WRK-CONTA-TIPO   PIC X(01).
      * Classificacao do campeonato.
       77  WRK-QTD-TIMES        PIC 9(02) VALUES ZEROS.
       77  WRK-CTR              PIC 9(02) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(02) VALUES ZEROS.
       77  WRK-TROCA            PIC X(01) VALUES 'N'.
       01  WRK-TAB-TIMES.
           05 WRK-TIME-ITEM OCCURS 13 TIMES.
              10 WRK-TIME-CODIGO     PIC 9(02).
              10 WRK-TIME-NOME       PIC X(20).
              10 WRK-TIME-PONTOS     PIC 9(03).
              10 WRK-TIME-VITORIAS   PIC 9(03).
              10 WRK-TIME-EMPATES    PIC 9(03).
              10 WRK-TIME-DERROTAS   PIC 9(03).
              10 WRK-TIME-GOLS-PRO   PIC 9(03).
              10 WRK-TIME-GOLS-CONTRA PIC 9(03).
              10 WRK-TIME-SALDO      PIC S9(04).
       01  WRK-TIME-TEMP.
           05 FILLER                PIC 9(02).
           05 FILLER                PIC X(20).
           05 FILLER                PIC 9(03) OCCURS 6 TIMES.
           05 FILLER                PIC S9(04).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG98' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           PERFORM 0020-VERIFICAR-CHAMADA.
           IF NOT CHAMADA-LIDA
               PERFORM 0050-ESCOLHER-EXPORTACAO
           END-IF.
           MOVE WRK-PRM-OPCAO TO WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO DE EXPORTACAO INVALIDA: ' WRK-OPCAO
               MOVE 8 TO RETURN-CODE
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               PERFORM 9950-EXIBIR-TRAILER
               GOBACK
           END-IF.
           PERFORM 0060-VALIDAR-PERIODO.
           IF RETURN-CODE = 8
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               PERFORM 9950-EXIBIR-TRAILER
               GOBACK
           END-IF.
           PERFORM 0070-CONFERIR-USUARIO.
           MOVE ZEROS TO WRK-QTD-EXPORTADOS WRK-TOTAL-CONTROLE.
           EVALUATE TRUE
               WHEN OPCAO-YTD
                   PERFORM 0200-EXPORTAR-YTD
               WHEN OPCAO-DEPTO
                   PERFORM 0300-EXPORTAR-DEPTO
               WHEN OPCAO-SALDOS
                   PERFORM 0400-EXPORTAR-SALDOS
               WHEN OPCAO-PARCELAS
                   PERFORM 0500-EXPORTAR-PARCELAS
               WHEN OPCAO-MENSALIDADES
                   PERFORM 0600-EXPORTAR-MENSALIDADES
               WHEN OPCAO-ALUNOS
                   PERFORM 0700-EXPORTAR-ALUNOS
               WHEN OPCAO-CLASSIFICACAO
                   PERFORM 0800-EXPORTAR-CLASSIFICACAO
           END-EVALUATE.
           MOVE WRK-QTD-EXPORTADOS TO WRK-TRAILER-QTD.
           IF RETURN-CODE = 8
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
           ELSE
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           PERFORM 9950-EXIBIR-TRAILER.
           GOBACK.

      * Chamada do job stream do PROG95: exportacao e periodo vem no
      * parametro do passo; a chamada e consumida na hora, como no
      * PROG50.
       0020-VERIFICAR-CHAMADA.
           OPEN INPUT JOB-CHAMADA-FILE.
           IF WRK-STATUS-CHAMADA = '00'
               READ JOB-CHAMADA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JCH-PROGRAMA = 'PROG98'
                           SET CHAMADA-LIDA TO TRUE
                           MOVE JCH-PARAMETRO TO WRK-PARAMETRO
                       END-IF
               END-READ
               CLOSE JOB-CHAMADA-FILE
               IF CHAMADA-LIDA
                   OPEN OUTPUT JOB-CHAMADA-FILE
                   CLOSE JOB-CHAMADA-FILE
               END-IF
           END-IF.

       0050-ESCOLHER-EXPORTACAO.
           DISPLAY 'EXPORTACAO EM PLANILHA (CSV)'.
           DISPLAY '1-FOLHA-YTD  2-FOLHA-DEPTO  3-SALDOS  ' ,
               '4-PARCELAS  5-MENSALIDADES  6-ALUNOS  ' ,
               '7-CLASSIFICACAO: '.
           ACCEPT WRK-PRM-OPCAO FROM CONSOLE.
           DISPLAY 'INICIO DO PERIODO (AAAAMM OU AAAAMMDD, BRANCO = ' ,
               'SEM LIMITE): '.
           ACCEPT WRK-PRM-INICIO FROM CONSOLE.
           DISPLAY 'FIM DO PERIODO (AAAAMM OU AAAAMMDD, BRANCO = ' ,
               'SEM LIMITE): '.
           ACCEPT WRK-PRM-FIM FROM CONSOLE.
           DISPLAY 'USUARIO (BRANCO = DADOS PESSOAIS MASCARADOS): '.
           ACCEPT WRK-USUARIO FROM CONSOLE.

      * Periodo: competencia sem o dia vale do dia 01 ao 31 do mes;
      * qualquer outra coisa que nao seja numero recusa o pedido.
       0060-VALIDAR-PERIODO.
           MOVE WRK-PRM-INICIO TO WRK-SEL-INICIO.
           MOVE WRK-PRM-FIM    TO WRK-SEL-FIM.
           IF WRK-SEL-INICIO NOT = SPACES
              OR WRK-SEL-FIM NOT = SPACES
               SET TEM-PERIODO TO TRUE
           END-IF.
           IF WRK-SEL-INICIO = SPACES
               MOVE '00000000' TO WRK-SEL-INICIO
           END-IF.
           IF WRK-SEL-FIM = SPACES
               MOVE '99999999' TO WRK-SEL-FIM
           END-IF.
           IF WRK-SEL-INI-DIA = SPACES
               MOVE '01' TO WRK-SEL-INI-DIA
           END-IF.
           IF WRK-SEL-FIM-DIA = SPACES
               MOVE '31' TO WRK-SEL-FIM-DIA
           END-IF.
           IF WRK-SEL-INICIO NOT NUMERIC
              OR WRK-SEL-FIM NOT NUMERIC
               DISPLAY 'PERIODO INVALIDO: ' WRK-PRM-INICIO ' A ' ,
                   WRK-PRM-FIM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-SEL-INICIO-NUM TO WRK-INI-DATA
               MOVE WRK-SEL-FIM-NUM    TO WRK-FIM-DATA
               IF WRK-INI-DATA > WRK-FIM-DATA
                   DISPLAY 'PERIODO INVALIDO: INICIO DEPOIS DO FIM'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * Sem usuario (job stream ou branco no console) os dados
      * pessoais saem mascarados; com usuario, vale a funcao DADOS
      * PESSOAIS da matriz do PROG29.
       0070-CONFERIR-USUARIO.
           MOVE 'S' TO WRK-MASCARAR.
           IF WRK-USUARIO NOT = SPACES
               MOVE WRK-USUARIO      TO AUT-USUARIO
               MOVE 'DADOS PESSOAIS' TO AUT-FUNCAO
               MOVE 'N'              TO AUT-CONCEDIDO
               CALL 'PROG29' USING WRK-AUT-PARAMETROS
               IF AUT-CONCEDIDO = 'S'
                   MOVE 'N' TO WRK-MASCARAR
               ELSE
                   DISPLAY 'USUARIO SEM PERMISSAO PARA DADOS ' ,
                       'PESSOAIS - NOMES SAEM MASCARADOS'
               END-IF
           END-IF.

      * Acumulado mensal por funcionario, pela competencia AAAAMM
      * do registro.
       0200-EXPORTAR-YTD.
           OPEN INPUT FOLHA-YTD-FILE.
           IF WRK-STATUS-YTD NOT = '00'
               DISPLAY 'FOLHA-YTD.DAT NAO ENCONTRADO - NADA A ' ,
                   'EXPORTAR'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'FOLHA-YTD' TO WRK-NOME-BASE
               PERFORM 0100-ABRIR-CSV
               PERFORM 0900-INICIAR-LINHA
               MOVE 'MATRICULA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'NOME' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'COMPETENCIA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'EMPRESA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'BRUTO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'INSS' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'IRRF' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'LIQUIDO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'DEPENDENTES' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'PLR' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'IRRF PLR' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               PERFORM 0990-GRAVAR-LINHA
               MOVE 'N' TO WRK-FIM-ORIGEM
               PERFORM UNTIL FIM-ORIGEM
                   READ FOLHA-YTD-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       NOT AT END
                           COMPUTE WRK-COMPETENCIA-REG =
                               YTD-ANO * 100 + YTD-MES
                           IF WRK-COMPETENCIA-REG >=
                                   WRK-INI-COMPETENCIA
                              AND WRK-COMPETENCIA-REG <=
                                   WRK-FIM-COMPETENCIA
                               PERFORM 0210-LINHA-YTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-YTD-FILE
               PERFORM 0950-ENCERRAR-CSV
           END-IF.

       0210-LINHA-YTD.
           ADD 1 TO WRK-QTD-EXPORTADOS.
           ADD YTD-BRUTO TO WRK-TOTAL-CONTROLE.
           PERFORM 0900-INICIAR-LINHA.
           MOVE YTD-MATRICULA TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE YTD-NOME TO WRK-CSV-CAMPO.
           PERFORM 0940-CAMPO-PESSOAL.
           MOVE WRK-COMPETENCIA-REG TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE YTD-EMPRESA TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE YTD-BRUTO TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE YTD-INSS TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE YTD-IRRF TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE YTD-LIQUIDO TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE YTD-DEPENDENTES TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE YTD-PLR TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE YTD-IRRF-PLR TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           PERFORM 0990-GRAVAR-LINHA.

      * Folha por departamento e competencia, como gravada pelo
      * PROG04.
       0300-EXPORTAR-DEPTO.
           OPEN INPUT FOLHA-DEPTO-FILE.
           IF WRK-STATUS-FOLHA-DEP NOT = '00'
               DISPLAY 'FOLHA-DEPTO.DAT NAO ENCONTRADO - NADA A ' ,
                   'EXPORTAR'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'FOLHA-DEPTO' TO WRK-NOME-BASE
               PERFORM 0100-ABRIR-CSV
               PERFORM 0900-INICIAR-LINHA
               MOVE 'COMPETENCIA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'DEPARTAMENTO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'FUNCIONARIOS' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'BRUTO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               PERFORM 0990-GRAVAR-LINHA
               MOVE 'N' TO WRK-FIM-ORIGEM
               PERFORM UNTIL FIM-ORIGEM
                   READ FOLHA-DEPTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       NOT AT END
                           IF FDP-COMPETENCIA >= WRK-INI-COMPETENCIA
                              AND FDP-COMPETENCIA <=
                                   WRK-FIM-COMPETENCIA
                               PERFORM 0310-LINHA-DEPTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOLHA-DEPTO-FILE
               PERFORM 0950-ENCERRAR-CSV
           END-IF.

       0310-LINHA-DEPTO.
           ADD 1 TO WRK-QTD-EXPORTADOS.
           ADD FDP-BRUTO TO WRK-TOTAL-CONTROLE.
           PERFORM 0900-INICIAR-LINHA.
           MOVE FDP-COMPETENCIA TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE FDP-DEPTO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE FDP-QTD TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE FDP-BRUTO TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           PERFORM 0990-GRAVAR-LINHA.

      * Saldos correntes com o nome e o tipo da conta do plano de
      * contas; conta fora do plano sai sem nome.
       0400-EXPORTAR-SALDOS.
           OPEN INPUT SALDOS-FILE.
           IF WRK-STATUS-SALDOS NOT = '00'
               DISPLAY 'SALDOS.DAT NAO ENCONTRADO - NADA A EXPORTAR'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TEM-PERIODO
                   DISPLAY 'SALDOS SAO A POSICAO CORRENTE - PERIODO ' ,
                       'IGNORADO'
               END-IF
               PERFORM 0410-CARREGAR-CONTAS
               MOVE 'SALDOS' TO WRK-NOME-BASE
               PERFORM 0100-ABRIR-CSV
               PERFORM 0900-INICIAR-LINHA
               MOVE 'CONTA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'NOME DA CONTA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'TIPO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'SALDO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               PERFORM 0990-GRAVAR-LINHA
               MOVE 'N' TO WRK-FIM-ORIGEM
               PERFORM UNTIL FIM-ORIGEM
                   READ SALDOS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       NOT AT END
                           PERFORM 0420-LINHA-SALDO
                   END-READ
               END-PERFORM
               CLOSE SALDOS-FILE
               PERFORM 0950-ENCERRAR-CSV
           END-IF.

       0410-CARREGAR-CONTAS.
           MOVE ZEROS TO WRK-QTD-CONTAS.
           MOVE 'N' TO WRK-FIM-CONTAS.
           OPEN INPUT CONTAS-FILE.
           IF WRK-STATUS-CONTAS = '00'
               PERFORM UNTIL FIM-CONTAS
                   READ CONTAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-CONTAS
                       NOT AT END
                           IF WRK-QTD-CONTAS < 100
                               ADD 1 TO WRK-QTD-CONTAS
                               MOVE CTA-CODIGO TO
                                   WRK-CONTA-CODIGO(WRK-QTD-CONTAS)
                               MOVE CTA-NOME TO
                                   WRK-CONTA-NOME(WRK-QTD-CONTAS)
                               MOVE CTA-TIPO TO
                                   WRK-CONTA-TIPO(WRK-QTD-CONTAS)
                           ELSE
                               DISPLAY 'AVISO: TABELA DE CONTAS ' ,
                                   'CHEIA - CONTA SEM NOME: ' ,
                                   CTA-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTAS-FILE
           ELSE
               DISPLAY 'AVISO: CONTAS.DAT NAO ENCONTRADO - SALDOS ' ,
                   'SAEM SEM O NOME DA CONTA'
           END-IF.

       0420-LINHA-SALDO.
           ADD 1 TO WRK-QTD-EXPORTADOS.
           ADD SAL-SALDO TO WRK-TOTAL-CONTROLE.
           PERFORM 0900-INICIAR-LINHA.
           MOVE SAL-CONTA TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           PERFORM 0430-LOCALIZAR-CONTA.
           IF WRK-IDX-CONTA > ZEROS
               MOVE WRK-CONTA-NOME(WRK-IDX-CONTA) TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE WRK-CONTA-TIPO(WRK-IDX-CONTA) TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
           ELSE
               MOVE SPACES TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
           END-IF.
           MOVE SAL-SALDO TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           PERFORM 0990-GRAVAR-LINHA.

       0430-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-IDX-CONTA.
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-CONTAS
               IF WRK-CONTA-CODIGO(WRK-IDX-BUSCA) = SAL-CONTA
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-CONTA
               END-IF
           END-PERFORM.

      * Parcelas dos emprestimos pela competencia de vencimento.
       0500-EXPORTAR-PARCELAS.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-STATUS-PARCELAS NOT = '00'
               DISPLAY 'PARCELAS.DAT NAO ENCONTRADO - NADA A EXPORTAR'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'PARCELAS' TO WRK-NOME-BASE
               PERFORM 0100-ABRIR-CSV
               PERFORM 0900-INICIAR-LINHA
               MOVE 'CONTRATO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'PARCELA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'VENCIMENTO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'VALOR' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'SITUACAO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'VALOR PAGO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'MULTA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'JUROS DE MORA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'ABATIMENTO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'PAGAMENTO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'AMORTIZACAO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               PERFORM 0990-GRAVAR-LINHA
               MOVE 'N' TO WRK-FIM-ORIGEM
               PERFORM UNTIL FIM-ORIGEM
                   READ PARCELAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       NOT AT END
                           IF PAR-VENCIMENTO >= WRK-INI-COMPETENCIA
                              AND PAR-VENCIMENTO <=
                                   WRK-FIM-COMPETENCIA
                               PERFORM 0510-LINHA-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELAS-FILE
               PERFORM 0950-ENCERRAR-CSV
           END-IF.

       0510-LINHA-PARCELA.
           ADD 1 TO WRK-QTD-EXPORTADOS.
           ADD PAR-VALOR TO WRK-TOTAL-CONTROLE.
           PERFORM 0900-INICIAR-LINHA.
           MOVE PAR-CONTRATO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE PAR-NUMERO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE PAR-VENCIMENTO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE PAR-VALOR TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE PAR-SITUACAO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE PAR-VALOR-PAGO TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE PAR-MULTA TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE PAR-JUROS-MORA TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE PAR-ABATIMENTO TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE PAR-DATA-PAGTO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE PAR-AMORTIZACAO TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           PERFORM 0990-GRAVAR-LINHA.

      * Mensalidades pela competencia.
       0600-EXPORTAR-MENSALIDADES.
           OPEN INPUT MENSALIDADES-FILE.
           IF WRK-STATUS-MENSAL NOT = '00'
               DISPLAY 'MENSALIDADES.DAT NAO ENCONTRADO - NADA A ' ,
                   'EXPORTAR'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'MENSALIDADES' TO WRK-NOME-BASE
               PERFORM 0100-ABRIR-CSV
               PERFORM 0900-INICIAR-LINHA
               MOVE 'MATRICULA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'COMPETENCIA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'VALOR' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'SITUACAO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'VALOR PAGO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'MULTA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'JUROS' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'PAGAMENTO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               PERFORM 0990-GRAVAR-LINHA
               MOVE 'N' TO WRK-FIM-ORIGEM
               PERFORM UNTIL FIM-ORIGEM
                   READ MENSALIDADES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       NOT AT END
                           IF MEN-COMPETENCIA >= WRK-INI-COMPETENCIA
                              AND MEN-COMPETENCIA <=
                                   WRK-FIM-COMPETENCIA
                               PERFORM 0610-LINHA-MENSALIDADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES-FILE
               PERFORM 0950-ENCERRAR-CSV
           END-IF.

       0610-LINHA-MENSALIDADE.
           ADD 1 TO WRK-QTD-EXPORTADOS.
           ADD MEN-VALOR TO WRK-TOTAL-CONTROLE.
           PERFORM 0900-INICIAR-LINHA.
           MOVE MEN-MATRICULA TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE MEN-COMPETENCIA TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE MEN-VALOR TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE MEN-SITUACAO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE MEN-VALOR-PAGO TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE MEN-MULTA TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE MEN-JUROS TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE MEN-DATA-PAGTO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           PERFORM 0990-GRAVAR-LINHA.

      * Medias e situacao dos alunos no retrato do ultimo boletim do
      * PROG07 (SITUACAO-ALUNOS.DAT, layout dos books ANOL*); o
      * periodo seleciona pela data do boletim. O total de controle
      * e o de aprovados do resumo do boletim (tudo que nao e
      * reprovacao, recuperacao ou dependencia).
       0700-EXPORTAR-ALUNOS.
           MOVE 'SITUACAO-ALUNOS.DAT' TO WRK-NOME-ANO-LETIVO.
           OPEN INPUT ANO-LETIVO-FILE.
           IF WRK-STATUS-ANO-LETIVO NOT = '00'
               DISPLAY 'SITUACAO-ALUNOS.DAT NAO ENCONTRADO - RODE O ' ,
                   'BOLETIM DO PROG07 ANTES'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'ALUNOS' TO WRK-NOME-BASE
               PERFORM 0100-ABRIR-CSV
               PERFORM 0900-INICIAR-LINHA
               MOVE 'MATRICULA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'NOME' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'TURMA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'BIM1' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'BIM2' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'BIM3' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'BIM4' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'MEDIA FINAL' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'CONCEITO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'FREQUENCIA %' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'SITUACAO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'OBSERVACAO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               PERFORM 0990-GRAVAR-LINHA
               MOVE 'N' TO WRK-FIM-ORIGEM
               READ ANO-LETIVO-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
               END-READ
               IF NOT FIM-ORIGEM
                  AND ANL-HEADER
                  AND (ANH-DATA < WRK-INI-DATA
                       OR ANH-DATA > WRK-FIM-DATA)
                   DISPLAY 'BOLETIM DE ' ANH-DATA ' FORA DO ' ,
                       'PERIODO - NENHUM ALUNO EXPORTADO'
                   MOVE 'S' TO WRK-FIM-ORIGEM
               END-IF
               PERFORM UNTIL FIM-ORIGEM
                   READ ANO-LETIVO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ORIGEM
                       NOT AT END
                           IF ANL-ALUNO
                               PERFORM 0710-LINHA-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANO-LETIVO-FILE
               PERFORM 0950-ENCERRAR-CSV
           END-IF.

       0710-LINHA-ALUNO.
           ADD 1 TO WRK-QTD-EXPORTADOS.
           EVALUATE ANL-SITUACAO
               WHEN 'REPROVADO POR FALTA'
               WHEN 'REPROVADO'
               WHEN 'RECUPERACAO'
               WHEN 'PROMOVIDO C/ DEPEND'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-CONTROLE
           END-EVALUATE.
           PERFORM 0900-INICIAR-LINHA.
           MOVE ANL-MATRICULA TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE ANL-NOME TO WRK-CSV-CAMPO.
           PERFORM 0940-CAMPO-PESSOAL.
           MOVE ANL-TURMA TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           PERFORM VARYING WRK-CTR FROM 1 BY 1 UNTIL WRK-CTR > 4
               MOVE ANL-MEDIA-BIM(WRK-CTR) TO WRK-CSV-VALOR
               PERFORM 0920-CAMPO-VALOR
           END-PERFORM.
           MOVE ANL-FINAL TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           MOVE ANL-CONCEITO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE ANL-FREQUENCIA TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE ANL-SITUACAO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE ANL-MARCA TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           PERFORM 0990-GRAVAR-LINHA.

      * Tabela de classificacao do campeonato, com os desempates do
      * PROG15: pontos, depois vitorias, depois saldo de gols.
       0800-EXPORTAR-CLASSIFICACAO.
           OPEN INPUT TEAM-MASTER-FILE.
           IF WRK-STATUS-TEAM NOT = '00'
               DISPLAY 'TEAM-MASTER.DAT NAO ENCONTRADO - NADA A ' ,
                   'EXPORTAR'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TEM-PERIODO
                   DISPLAY 'CLASSIFICACAO E A POSICAO CORRENTE - ' ,
                       'PERIODO IGNORADO'
               END-IF
               PERFORM 0810-CARREGAR-TIMES
               CLOSE TEAM-MASTER-FILE
               PERFORM VARYING WRK-CTR FROM 1 BY 1
                       UNTIL WRK-CTR >= WRK-QTD-TIMES
                   PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                           UNTIL WRK-CTR2 > WRK-QTD-TIMES - WRK-CTR
                       PERFORM 0820-COMPARAR-POSICOES
                       IF WRK-TROCA = 'S'
                           MOVE WRK-TIME-ITEM(WRK-CTR2)
                               TO WRK-TIME-TEMP
                           MOVE WRK-TIME-ITEM(WRK-CTR2 + 1)
                               TO WRK-TIME-ITEM(WRK-CTR2)
                           MOVE WRK-TIME-TEMP
                               TO WRK-TIME-ITEM(WRK-CTR2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE 'CLASSIFICACAO' TO WRK-NOME-BASE
               PERFORM 0100-ABRIR-CSV
               PERFORM 0900-INICIAR-LINHA
               MOVE 'POSICAO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'CODIGO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'TIME' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'PONTOS' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'VITORIAS' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'EMPATES' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'DERROTAS' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'GOLS PRO' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'GOLS CONTRA' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               MOVE 'SALDO DE GOLS' TO WRK-CSV-CAMPO
               PERFORM 0910-ACRESCENTAR-CAMPO
               PERFORM 0990-GRAVAR-LINHA
               PERFORM VARYING WRK-CTR FROM 1 BY 1
                       UNTIL WRK-CTR > WRK-QTD-TIMES
                   PERFORM 0830-LINHA-TIME
               END-PERFORM
               PERFORM 0950-ENCERRAR-CSV
           END-IF.

       0810-CARREGAR-TIMES.
           MOVE ZEROS TO WRK-QTD-TIMES.
           MOVE 'N' TO WRK-FIM-ORIGEM.
           PERFORM UNTIL FIM-ORIGEM
               READ TEAM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ORIGEM
                   NOT AT END
                       IF WRK-QTD-TIMES < 13
                           ADD 1 TO WRK-QTD-TIMES
                           MOVE TMF-CODIGO TO
                               WRK-TIME-CODIGO(WRK-QTD-TIMES)
                           MOVE TMF-NOME TO
                               WRK-TIME-NOME(WRK-QTD-TIMES)
                           MOVE TMF-PONTOS TO
                               WRK-TIME-PONTOS(WRK-QTD-TIMES)
                           MOVE TMF-VITORIAS TO
                               WRK-TIME-VITORIAS(WRK-QTD-TIMES)
                           MOVE TMF-EMPATES TO
                               WRK-TIME-EMPATES(WRK-QTD-TIMES)
                           MOVE TMF-DERROTAS TO
                               WRK-TIME-DERROTAS(WRK-QTD-TIMES)
                           MOVE TMF-GOLS-PRO TO
                               WRK-TIME-GOLS-PRO(WRK-QTD-TIMES)
                           MOVE TMF-GOLS-CONTRA TO
                               WRK-TIME-GOLS-CONTRA(WRK-QTD-TIMES)
                           COMPUTE WRK-TIME-SALDO(WRK-QTD-TIMES) =
                               TMF-GOLS-PRO - TMF-GOLS-CONTRA
                       ELSE
                           DISPLAY 'AVISO: TABELA DE TIMES CHEIA - ' ,
                               'TIME IGNORADO: ' TMF-CODIGO
                       END-IF
               END-READ
           END-PERFORM.

       0820-COMPARAR-POSICOES.
           MOVE 'N' TO WRK-TROCA.
           EVALUATE TRUE
               WHEN WRK-TIME-PONTOS(WRK-CTR2) <
                       WRK-TIME-PONTOS(WRK-CTR2 + 1)
                   MOVE 'S' TO WRK-TROCA
               WHEN WRK-TIME-PONTOS(WRK-CTR2) =
                       WRK-TIME-PONTOS(WRK-CTR2 + 1)
                AND WRK-TIME-VITORIAS(WRK-CTR2) <
                       WRK-TIME-VITORIAS(WRK-CTR2 + 1)
                   MOVE 'S' TO WRK-TROCA
               WHEN WRK-TIME-PONTOS(WRK-CTR2) =
                       WRK-TIME-PONTOS(WRK-CTR2 + 1)
                AND WRK-TIME-VITORIAS(WRK-CTR2) =
                       WRK-TIME-VITORIAS(WRK-CTR2 + 1)
                AND WRK-TIME-SALDO(WRK-CTR2) <
                       WRK-TIME-SALDO(WRK-CTR2 + 1)
                   MOVE 'S' TO WRK-TROCA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0830-LINHA-TIME.
           ADD 1 TO WRK-QTD-EXPORTADOS.
           ADD WRK-TIME-PONTOS(WRK-CTR) TO WRK-TOTAL-CONTROLE.
           PERFORM 0900-INICIAR-LINHA.
           MOVE WRK-CTR TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE WRK-TIME-CODIGO(WRK-CTR) TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE WRK-TIME-NOME(WRK-CTR) TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE WRK-TIME-PONTOS(WRK-CTR) TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE WRK-TIME-VITORIAS(WRK-CTR) TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE WRK-TIME-EMPATES(WRK-CTR) TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE WRK-TIME-DERROTAS(WRK-CTR) TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE WRK-TIME-GOLS-PRO(WRK-CTR) TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE WRK-TIME-GOLS-CONTRA(WRK-CTR) TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE WRK-TIME-SALDO(WRK-CTR) TO WRK-MASC-SALDO.
           MOVE WRK-MASC-SALDO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           PERFORM 0990-GRAVAR-LINHA.

      * Arquivo de saida NOME-AAAAMMDD.CSV; rodada no mesmo dia
      * substitui o arquivo do dia.
       0100-ABRIR-CSV.
           MOVE SPACES TO WRK-NOME-CSV.
           STRING WRK-NOME-BASE DELIMITED BY SPACE
               '-' WRK-DATA-EXECUCAO '.CSV'
               DELIMITED BY SIZE INTO WRK-NOME-CSV.
           OPEN OUTPUT CSV-FILE.

       0900-INICIAR-LINHA.
           MOVE SPACES TO WRK-CSV-LINHA.
           MOVE 1 TO WRK-CSV-PONTEIRO.
           MOVE 'S' TO WRK-PRIMEIRO-CAMPO.

      * Acrescenta WRK-CSV-CAMPO a linha, separado do anterior por
      * ponto e virgula; ponto e virgula dentro do texto vira virgula
      * para nao deslocar as colunas.
       0910-ACRESCENTAR-CAMPO.
           IF WRK-PRIMEIRO-CAMPO = 'N'
               STRING ';' DELIMITED BY SIZE INTO WRK-CSV-LINHA
                   WITH POINTER WRK-CSV-PONTEIRO
           END-IF.
           MOVE 'N' TO WRK-PRIMEIRO-CAMPO.
           IF WRK-CSV-CAMPO NOT = SPACES
               INSPECT WRK-CSV-CAMPO REPLACING ALL ';' BY ','
               STRING FUNCTION TRIM(WRK-CSV-CAMPO)
                   DELIMITED BY SIZE INTO WRK-CSV-LINHA
                   WITH POINTER WRK-CSV-PONTEIRO
           END-IF.
           MOVE SPACES TO WRK-CSV-CAMPO.

      * Valor com virgula decimal e sinal so quando negativo, sem
      * separador de milhar.
       0920-CAMPO-VALOR.
           MOVE WRK-CSV-VALOR TO WRK-MASC-CSV.
           MOVE WRK-MASC-CSV  TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.

       0930-CAMPO-NUMERO.
           MOVE WRK-CSV-NUMERO  TO WRK-MASC-NUMERO.
           MOVE WRK-MASC-NUMERO TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.

      * Nome de pessoa: sem a funcao DADOS PESSOAIS sai so a inicial,
      * o resto coberto por asteriscos.
       0940-CAMPO-PESSOAL.
           IF MASCARAR-PESSOAIS
               INSPECT WRK-CSV-CAMPO(2:29) REPLACING CHARACTERS
                   BY '*' BEFORE INITIAL '  '
           END-IF.
           PERFORM 0910-ACRESCENTAR-CAMPO.

      * Linha TRAILER (quantidade e total de controle), fechamento
      * do arquivo e registro da exportacao no AUDIT-LOG.LOG.
       0950-ENCERRAR-CSV.
           PERFORM 0900-INICIAR-LINHA.
           MOVE 'TRAILER' TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE 'REGISTROS' TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE WRK-QTD-EXPORTADOS TO WRK-CSV-NUMERO.
           PERFORM 0930-CAMPO-NUMERO.
           MOVE 'TOTAL DE CONTROLE' TO WRK-CSV-CAMPO.
           PERFORM 0910-ACRESCENTAR-CAMPO.
           MOVE WRK-TOTAL-CONTROLE TO WRK-CSV-VALOR.
           PERFORM 0920-CAMPO-VALOR.
           PERFORM 0990-GRAVAR-LINHA.
           CLOSE CSV-FILE.
           MOVE WRK-TOTAL-CONTROLE TO WRK-MASC-TOTAL.
           DISPLAY 'ARQUIVO GERADO: ' WRK-NOME-CSV.
           DISPLAY 'REGISTROS: ' WRK-QTD-EXPORTADOS ,
               '   TOTAL DE CONTROLE: ' WRK-MASC-TOTAL.
           EVALUATE TRUE
               WHEN CHAMADA-LIDA
                   MOVE 'JOB STREAM'  TO WRK-AUDIT-USUARIO
               WHEN WRK-USUARIO = SPACES
                   MOVE 'CONSOLE'     TO WRK-AUDIT-USUARIO
               WHEN OTHER
                   MOVE WRK-USUARIO   TO WRK-AUDIT-USUARIO
           END-EVALUATE.
           MOVE 'EXPORTA CSV'      TO WRK-AUDIT-ACAO.
           MOVE WRK-DATA-EXECUCAO  TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE WRK-QTD-EXPORTADOS TO WRK-AUDIT-VALOR-NOVO.
           IF MASCARAR-PESSOAIS
               MOVE 'MASCARADO'   TO WRK-AUDIT-RESULTADO
           ELSE
               MOVE 'SEM MASCARA' TO WRK-AUDIT-RESULTADO
           END-IF.
           MOVE WRK-NOME-BASE     TO WRK-AUDIT-CHAVE.
           PERFORM 9850-GRAVAR-AUDITORIA.

       0990-GRAVAR-LINHA.
           MOVE WRK-CSV-LINHA TO CSV-RECORD.
           WRITE CSV-RECORD.

           COPY 'AUDITPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG98.
