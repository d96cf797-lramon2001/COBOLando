      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Corrida de pagamento do contas a pagar. O operador
      * informa a janela de vencimento (inicial zero = inclui todas as
      * vencidas; final zero = hoje) e a data do pagamento (zero =
      * hoje); o programa seleciona as notas em aberto de
      * CONTAS-PAGAR.DAT (PROG79) vencendo na janela, deixa de fora as
      * de fornecedor inativo ou sem dados bancarios, grava a remessa
      * bancaria em REMESSA-FORNECEDORES.DAT como lote proprio (header,
      * um detalhe por nota e trailer, no modelo do BANK-PAYMENT.DAT),
      * lanca o pagamento de cada nota em TRANS.DAT no voucher 6NNNNN
      * (debito na conta da classe FORNECEDOR, credito na conta da
      * classe BANCO do CONTA-MAPA.DAT) na data do pagamento, baixa as
      * notas pagas e emite o relatorio da corrida no spool
      * PAGAMENTO-FORNECEDORES.SPL. Exige usuario autorizado pelo
      * PROG29 na funcao PAGTO FORNEC e fica registrado em
      * AUDIT-LOG.LOG. RETURN-CODE 8 parametros invalidos ou usuario
      * sem permissao, 4 nota deixada de fora ou nada a pagar, 1
      * competencia do pagamento fechada, tabela cheia ou conta sem
      * mapeamento.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG80.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FORNSL.COB'.
           SELECT REMESSA-FILE ASSIGN TO "REMESSA-FORNECEDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REMESSA.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           COPY 'PSTASL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="PAGAMENTO-FORNECEDORES.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'FORNFD.COB'.
       FD  REMESSA-FILE.
       01  REMESSA-RECORD.
           05 RFN-TIPO-REG     PIC X(01).
           05 RFN-FORNECEDOR   PIC 9(05).
           05 RFN-NOME         PIC X(30).
           05 RFN-CNPJ         PIC 9(14).
           05 RFN-VALOR        PIC 9(10)V99.
           05 RFN-BANCO        PIC 9(03).
           05 RFN-AGENCIA      PIC 9(04).
           05 RFN-CONTA        PIC 9(08).
           05 RFN-DIGITO       PIC 9(01).
           05 RFN-NOTA         PIC X(10).
           05 RFN-SEQUENCIA    PIC 9(05).
       01  REMESSA-HEADER REDEFINES REMESSA-RECORD.
           05 RFH-TIPO-REG     PIC X(01).
           05 RFH-DATA-PAGTO   PIC 9(08).
           05 RFH-EMPRESA      PIC X(25).
           05 RFH-TIPO-LOTE    PIC X(01).
       01  REMESSA-TRAILER REDEFINES REMESSA-RECORD.
           05 RFT-TIPO-REG     PIC X(01).
           05 RFT-QTD          PIC 9(05).
           05 RFT-VALOR        PIC 9(12)V99.
       FD  CONTA-MAPA-FILE.
       01  CONTA-MAPA-RECORD.
           05 MAP-CLASSE       PIC X(10).
           05 MAP-DEPTO        PIC 9(03).
           05 MAP-CONTA        PIC 9(04).
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRN-CONTA   PIC 9(04).
           05 TRN-DC      PIC X(01).
           05 TRN-VALOR   PIC 9(10)V99.
           05 TRN-DATA    PIC 9(08).
           05 TRN-MOTIVO  PIC X(10).
           05 TRN-VOUCHER PIC 9(06).
           COPY 'PSTAFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'FORNWS.COB'.
           COPY 'PSTAWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-REMESSA   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       77  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
      * Parametros da corrida.
       77  WRK-VENCTO-INI       PIC 9(08) VALUES ZEROS.
       77  WRK-VENCTO-FIM       PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-PAGTO       PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-PAGTO-R REDEFINES WRK-DATA-PAGTO.
           05 WRK-COMPETENCIA-PAGTO PIC 9(06).
           05 FILLER                PIC 9(02).
      * Contas do de-para contabil (departamento zero): a de
      * fornecedores, debitada na baixa, e a do banco pagador.
       77  WRK-CONTA-FORNECEDOR PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-BANCO      PIC 9(04) VALUES ZEROS.
      * Notas selecionadas (posicao na tabela do contas a pagar), em
      * ordem de fornecedor e vencimento, e as deixadas de fora.
       77  WRK-QTD-SEL          PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-SEL.
           05 WRK-SEL-IDX PIC 9(04) OCCURS 2000 TIMES.
       77  WRK-QTD-FORA         PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-FORA.
           05 WRK-FORA-ITEM OCCURS 2000 TIMES.
              10 WRK-FORA-IDX     PIC 9(04).
              10 WRK-FORA-MOTIVO  PIC X(20).
       77  WRK-MOTIVO-FORA      PIC X(20) VALUES SPACES.
       77  WRK-CTR              PIC 9(04) VALUES ZEROS.
       77  WRK-CTR2             PIC 9(04) VALUES ZEROS.
       77  WRK-SEL-TEMP         PIC 9(04) VALUES ZEROS.
       77  WRK-TROCAR           PIC X(01) VALUES 'N'.
       77  WRK-VOUCHER-PAGTO    PIC 9(06) VALUES ZEROS.
       77  WRK-QTD-LANC         PIC 9(04) VALUES ZEROS.
       77  WRK-TOTAL-PAGO       PIC 9(12)V99 VALUES ZEROS.
       77  WRK-TOTAL-FORA       PIC 9(12)V99 VALUES ZEROS.
       77  WRK-MASC-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-AUDIT       PIC ZZZZZZZZZ9,99 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG80' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-AUTORIZAR.
           PERFORM 0100-LER-PARAMETROS.
           PERFORM 0150-CARREGAR-DADOS.
           PERFORM 0200-SELECIONAR-NOTAS.
           IF WRK-QTD-SEL = ZEROS
               DISPLAY 'NENHUMA NOTA A PAGAR NA JANELA ' ,
                   WRK-VENCTO-INI ' A ' WRK-VENCTO-FIM
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0090-MONTAR-CABECALHO
               PERFORM 0300-GRAVAR-REMESSA
               PERFORM 0400-GERAR-LANCAMENTOS
               PERFORM 0500-BAIXAR-NOTAS
               PERFORM 0600-EMITIR-RELATORIO
               PERFORM 9390-FECHAR-SPOOL
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'PAGTO FORNEC'     TO WRK-AUDIT-ACAO
               MOVE WRK-QTD-SEL        TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-TOTAL-PAGO     TO WRK-MASC-AUDIT
               MOVE WRK-MASC-AUDIT     TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               IF WRK-QTD-FORA > ZEROS
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
               END-IF
           END-IF.
           MOVE WRK-QTD-SEL TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao PAGTO FORNEC.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'PAGTO FORNEC'     TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM PERMISSAO PARA PAGAMENTO DE ' ,
                   'FORNECEDORES.'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Janela de vencimento e data do pagamento; pagamento com data
      * passada nao entra na remessa.
       0100-LER-PARAMETROS.
           DISPLAY 'VENCIMENTO INICIAL (AAAAMMDD, 0 = INCLUI AS ' ,
               'VENCIDAS): '.
           ACCEPT WRK-VENCTO-INI FROM CONSOLE.
           DISPLAY 'VENCIMENTO FINAL (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-VENCTO-FIM FROM CONSOLE.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-PAGTO FROM CONSOLE.
           IF WRK-VENCTO-FIM = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-VENCTO-FIM
           END-IF.
           IF WRK-DATA-PAGTO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO
           END-IF.
           IF (WRK-VENCTO-INI NOT = ZEROS
               AND FUNCTION TEST-DATE-YYYYMMDD(WRK-VENCTO-INI)
                   NOT = ZEROS)
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-VENCTO-FIM)
                 NOT = ZEROS
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-PAGTO)
                 NOT = ZEROS
              OR WRK-VENCTO-INI > WRK-VENCTO-FIM
              OR WRK-DATA-PAGTO < WRK-DATA-HOJE
               DISPLAY 'JANELA DE VENCIMENTO OU DATA DO PAGAMENTO ' ,
                   'INVALIDA - NADA PAGO'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Competencia do pagamento fechada no controle de periodo nao
      * recebe lancamento novo; arquivo maior que a tabela ou conta
      * sem mapeamento cancelam a corrida antes de qualquer gravacao.
       0150-CARREGAR-DADOS.
           PERFORM 9670-CARREGAR-PERIODOS.
           MOVE WRK-COMPETENCIA-PAGTO TO WRK-PST-COMPETENCIA.
           PERFORM 9680-VERIFICAR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA-PAGTO ,
                   ' FECHADA NO CONTROLE DE PERIODO - NADA PAGO ' ,
                   '(REABRA NO PROG52)'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 9160-CARREGAR-FORNECEDORES.
           PERFORM 9175-CARREGAR-CONTAS-PAGAR.
           IF FORNECEDORES-ESTOURARAM OR CPAGAR-ESTOUROU
               DISPLAY 'CADASTRO DE FORNECEDORES OU CONTAS A PAGAR ' ,
                   'MAIOR QUE A TABELA - CORRIDA CANCELADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           PERFORM 0160-CARREGAR-MAPA.
           IF WRK-CONTA-FORNECEDOR = ZEROS OR WRK-CONTA-BANCO = ZEROS
               DISPLAY 'SEM CONTA DAS CLASSES FORNECEDOR E BANCO EM ' ,
                   'CONTA-MAPA.DAT - CORRIDA CANCELADA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

       0160-CARREGAR-MAPA.
           OPEN INPUT CONTA-MAPA-FILE.
           IF WRK-STATUS-MAPA = '00'
               MOVE 'N' TO WRK-FIM-MAPA
               PERFORM UNTIL FIM-MAPA
                   READ CONTA-MAPA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-MAPA
                       NOT AT END
                           IF MAP-DEPTO = ZEROS
                               EVALUATE MAP-CLASSE
                                   WHEN 'FORNECEDOR'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-FORNECEDOR
                                   WHEN 'BANCO'
                                       MOVE MAP-CONTA
                                           TO WRK-CONTA-BANCO
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTA-MAPA-FILE
           END-IF.

      * Notas em aberto vencendo na janela. Fornecedor inativo, fora
      * do cadastro ou sem banco e conta fica de fora e aparece no
      * relatorio; a nota continua em aberto para a proxima corrida.
       0200-SELECIONAR-NOTAS.
           PERFORM VARYING WRK-IDX-CPAGAR FROM 1 BY 1
                   UNTIL WRK-IDX-CPAGAR > WRK-QTD-CPAGAR
               IF WRK-CPG-SITUACAO(WRK-IDX-CPAGAR) = 'A'
                  AND WRK-CPG-VENCIMENTO(WRK-IDX-CPAGAR) >=
                      WRK-VENCTO-INI
                  AND WRK-CPG-VENCIMENTO(WRK-IDX-CPAGAR) <=
                      WRK-VENCTO-FIM
                   MOVE SPACES TO WRK-MOTIVO-FORA
                   MOVE WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR)
                       TO WRK-FRN-CODIGO-PROC
                   PERFORM 9165-LOCALIZAR-FORNECEDOR
                   IF WRK-FRN-IDX-ACHADO = ZEROS
                       MOVE 'SEM CADASTRO' TO WRK-MOTIVO-FORA
                   ELSE
                       SET WRK-IDX-FORNECEDOR TO WRK-FRN-IDX-ACHADO
                       IF WRK-FRN-SITUACAO(WRK-IDX-FORNECEDOR) NOT = 'A'
                           MOVE 'FORNECEDOR INATIVO'
                               TO WRK-MOTIVO-FORA
                       END-IF
                       IF WRK-FRN-BANCO(WRK-IDX-FORNECEDOR) = ZEROS
                          OR WRK-FRN-CONTA(WRK-IDX-FORNECEDOR) = ZEROS
                           MOVE 'SEM DADOS BANCARIOS'
                               TO WRK-MOTIVO-FORA
                       END-IF
                   END-IF
                   IF WRK-MOTIVO-FORA = SPACES
                       ADD 1 TO WRK-QTD-SEL
                       SET WRK-SEL-IDX(WRK-QTD-SEL) TO WRK-IDX-CPAGAR
                   ELSE
                       ADD 1 TO WRK-QTD-FORA
                       SET WRK-FORA-IDX(WRK-QTD-FORA)
                           TO WRK-IDX-CPAGAR
                       MOVE WRK-MOTIVO-FORA
                           TO WRK-FORA-MOTIVO(WRK-QTD-FORA)
                       ADD WRK-CPG-VALOR(WRK-IDX-CPAGAR)
                           TO WRK-TOTAL-FORA
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR >= WRK-QTD-SEL
               PERFORM VARYING WRK-CTR2 FROM 1 BY 1
                       UNTIL WRK-CTR2 > WRK-QTD-SEL - WRK-CTR
                   MOVE 'N' TO WRK-TROCAR
                   IF WRK-CPG-FORNECEDOR(WRK-SEL-IDX(WRK-CTR2)) >
                      WRK-CPG-FORNECEDOR(WRK-SEL-IDX(WRK-CTR2 + 1))
                       MOVE 'S' TO WRK-TROCAR
                   END-IF
                   IF WRK-CPG-FORNECEDOR(WRK-SEL-IDX(WRK-CTR2)) =
                      WRK-CPG-FORNECEDOR(WRK-SEL-IDX(WRK-CTR2 + 1))
                      AND WRK-CPG-VENCIMENTO(WRK-SEL-IDX(WRK-CTR2)) >
                      WRK-CPG-VENCIMENTO(WRK-SEL-IDX(WRK-CTR2 + 1))
                       MOVE 'S' TO WRK-TROCAR
                   END-IF
                   IF WRK-TROCAR = 'S'
                       MOVE WRK-SEL-IDX(WRK-CTR2) TO WRK-SEL-TEMP
                       MOVE WRK-SEL-IDX(WRK-CTR2 + 1)
                           TO WRK-SEL-IDX(WRK-CTR2)
                       MOVE WRK-SEL-TEMP TO WRK-SEL-IDX(WRK-CTR2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina, na tela e no spool.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           PERFORM 9300-ABRIR-SPOOL.
           STRING '   PAGAMENTO DE FORNECEDORES EM ' WRK-DATA-PAGTO
               ' - VENCIMENTOS DE ' WRK-VENCTO-INI ' A '
               WRK-VENCTO-FIM
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           DISPLAY ' '.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.

      * Remessa bancaria: lote proprio acrescentado ao arquivo, um
      * credito por nota com o CNPJ do favorecido e a nota paga.
       0300-GRAVAR-REMESSA.
           MOVE ZEROS TO WRK-TOTAL-PAGO.
           OPEN EXTEND REMESSA-FILE.
           IF WRK-STATUS-REMESSA = '35'
               OPEN OUTPUT REMESSA-FILE
           END-IF.
           MOVE SPACES                TO REMESSA-RECORD.
           MOVE 'H'                   TO RFH-TIPO-REG.
           MOVE WRK-DATA-PAGTO        TO RFH-DATA-PAGTO.
           MOVE WRK-EMPRESA-RELATORIO TO RFH-EMPRESA.
           MOVE 'F'                   TO RFH-TIPO-LOTE.
           WRITE REMESSA-RECORD.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-SEL
               SET WRK-IDX-CPAGAR TO WRK-SEL-IDX(WRK-CTR)
               MOVE WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR)
                   TO WRK-FRN-CODIGO-PROC
               PERFORM 9165-LOCALIZAR-FORNECEDOR
               SET WRK-IDX-FORNECEDOR TO WRK-FRN-IDX-ACHADO
               MOVE SPACES TO REMESSA-RECORD
               MOVE 'D'    TO RFN-TIPO-REG
               MOVE WRK-FRN-CODIGO(WRK-IDX-FORNECEDOR)
                   TO RFN-FORNECEDOR
               MOVE WRK-FRN-NOME(WRK-IDX-FORNECEDOR)    TO RFN-NOME
               MOVE WRK-FRN-CNPJ(WRK-IDX-FORNECEDOR)    TO RFN-CNPJ
               MOVE WRK-CPG-VALOR(WRK-IDX-CPAGAR)       TO RFN-VALOR
               MOVE WRK-FRN-BANCO(WRK-IDX-FORNECEDOR)   TO RFN-BANCO
               MOVE WRK-FRN-AGENCIA(WRK-IDX-FORNECEDOR) TO RFN-AGENCIA
               MOVE WRK-FRN-CONTA(WRK-IDX-FORNECEDOR)   TO RFN-CONTA
               MOVE WRK-FRN-DIGITO(WRK-IDX-FORNECEDOR)  TO RFN-DIGITO
               MOVE WRK-CPG-NOTA(WRK-IDX-CPAGAR)        TO RFN-NOTA
               MOVE WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR)
                   TO RFN-SEQUENCIA
               WRITE REMESSA-RECORD
               ADD WRK-CPG-VALOR(WRK-IDX-CPAGAR) TO WRK-TOTAL-PAGO
           END-PERFORM.
           MOVE SPACES         TO REMESSA-RECORD.
           MOVE 'T'            TO RFT-TIPO-REG.
           MOVE WRK-QTD-SEL    TO RFT-QTD.
           MOVE WRK-TOTAL-PAGO TO RFT-VALOR.
           WRITE REMESSA-RECORD.
           CLOSE REMESSA-FILE.

      * Baixa contabil de cada nota no voucher 6NNNNN: debito em
      * fornecedores, credito no banco, historico com o numero da
      * nota, na data do pagamento.
       0400-GERAR-LANCAMENTOS.
           OPEN EXTEND TRANS-FILE.
           IF WRK-STATUS-TRANS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-SEL
               SET WRK-IDX-CPAGAR TO WRK-SEL-IDX(WRK-CTR)
               COMPUTE WRK-VOUCHER-PAGTO =
                   600000 + WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR)
               MOVE WRK-CONTA-FORNECEDOR TO TRN-CONTA
               MOVE 'D'                  TO TRN-DC
               PERFORM 0410-GRAVAR-LANCAMENTO
               MOVE WRK-CONTA-BANCO      TO TRN-CONTA
               MOVE 'C'                  TO TRN-DC
               PERFORM 0410-GRAVAR-LANCAMENTO
           END-PERFORM.
           CLOSE TRANS-FILE.
           DISPLAY 'LANCAMENTOS DE PAGAMENTO GERADOS EM TRANS.DAT: ' ,
               WRK-QTD-LANC.

       0410-GRAVAR-LANCAMENTO.
           MOVE WRK-CPG-VALOR(WRK-IDX-CPAGAR) TO TRN-VALOR.
           MOVE WRK-DATA-PAGTO                TO TRN-DATA.
           MOVE WRK-CPG-NOTA(WRK-IDX-CPAGAR)  TO TRN-MOTIVO.
           MOVE WRK-VOUCHER-PAGTO             TO TRN-VOUCHER.
           WRITE TRANS-RECORD.
           ADD 1 TO WRK-QTD-LANC.

       0500-BAIXAR-NOTAS.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-SEL
               SET WRK-IDX-CPAGAR TO WRK-SEL-IDX(WRK-CTR)
               MOVE 'P' TO WRK-CPG-SITUACAO(WRK-IDX-CPAGAR)
               MOVE WRK-DATA-PAGTO
                   TO WRK-CPG-DATA-PAGTO(WRK-IDX-CPAGAR)
           END-PERFORM.
           PERFORM 9180-GRAVAR-CONTAS-PAGAR.

      * Relatorio da corrida: notas pagas por fornecedor e as que
      * ficaram de fora com o motivo.
       0600-EMITIR-RELATORIO.
           MOVE 'SEQ   FORN  RAZAO SOCIAL                   NOTA'
               TO WRK-SPOOL-LINHA.
           MOVE 'VENCTO   BANCO AGEN CONTA'
               TO WRK-SPOOL-LINHA(55:25).
           MOVE 'VALOR' TO WRK-SPOOL-LINHA(96:5).
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE ALL '-' TO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-CTR FROM 1 BY 1
                   UNTIL WRK-CTR > WRK-QTD-SEL
               SET WRK-IDX-CPAGAR TO WRK-SEL-IDX(WRK-CTR)
               MOVE WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR)
                   TO WRK-FRN-CODIGO-PROC
               PERFORM 9165-LOCALIZAR-FORNECEDOR
               SET WRK-IDX-FORNECEDOR TO WRK-FRN-IDX-ACHADO
               MOVE WRK-CPG-VALOR(WRK-IDX-CPAGAR) TO WRK-MASC-VALOR
               STRING WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR) ' '
                   WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR) ' '
                   WRK-FRN-NOME(WRK-IDX-FORNECEDOR) ' '
                   WRK-CPG-NOTA(WRK-IDX-CPAGAR) ' '
                   WRK-CPG-VENCIMENTO(WRK-IDX-CPAGAR) ' '
                   WRK-FRN-BANCO(WRK-IDX-FORNECEDOR) '   '
                   WRK-FRN-AGENCIA(WRK-IDX-FORNECEDOR) ' '
                   WRK-FRN-CONTA(WRK-IDX-FORNECEDOR) ' '
                   WRK-MASC-VALOR
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-PERFORM.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-TOTAL-PAGO TO WRK-MASC-TOTAL.
           STRING 'NOTAS PAGAS: ' WRK-QTD-SEL '   TOTAL DA REMESSA: '
               WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           IF WRK-QTD-FORA > ZEROS
               PERFORM 9310-GRAVAR-SPOOL
               MOVE 'NOTAS DA JANELA DEIXADAS DE FORA (CONTINUAM EM '
                   TO WRK-SPOOL-LINHA
               MOVE 'ABERTO):' TO WRK-SPOOL-LINHA(48:8)
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               PERFORM VARYING WRK-CTR FROM 1 BY 1
                       UNTIL WRK-CTR > WRK-QTD-FORA
                   SET WRK-IDX-CPAGAR TO WRK-FORA-IDX(WRK-CTR)
                   MOVE WRK-CPG-VALOR(WRK-IDX-CPAGAR)
                       TO WRK-MASC-VALOR
                   STRING WRK-CPG-SEQUENCIA(WRK-IDX-CPAGAR) ' '
                       WRK-CPG-FORNECEDOR(WRK-IDX-CPAGAR) ' '
                       WRK-CPG-NOTA(WRK-IDX-CPAGAR) ' '
                       WRK-CPG-VENCIMENTO(WRK-IDX-CPAGAR) ' '
                       WRK-MASC-VALOR '  '
                       WRK-FORA-MOTIVO(WRK-CTR)
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   DISPLAY WRK-SPOOL-LINHA
                   PERFORM 9310-GRAVAR-SPOOL
               END-PERFORM
               MOVE WRK-TOTAL-FORA TO WRK-MASC-TOTAL
               STRING 'NOTAS DE FORA: ' WRK-QTD-FORA
                   '   TOTAL: ' WRK-MASC-TOTAL
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.
           DISPLAY WRK-RODAPE-MENSAGEM.

           COPY 'FORNPR.COB'.
           COPY 'PSTAPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG80.
