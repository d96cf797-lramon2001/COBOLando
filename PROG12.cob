      *              folha e o PROG26 baixa as parcelas quando a folha
      *              fecha. Acabou o emprestimo a funcionario na base
      *              da confianca.
      * 15/10/2026 - A geracao de contratos passou a lancar o
      *              desembolso em TRANS.DAT (voucher 84AAMM, debito
      *              na conta da classe EMPRESTIMO contra credito na
      *              classe BANCO do CONTA-MAPA.DAT, pelo principal) e
      *              PARCELAS.DAT ganhou a amortizacao de cada
      *              parcela, para a baixa do PROG26 separar principal
      *              e juros; competencia corrente fechada ou classe
      *              sem mapeamento recusa a geracao. A ultima parcela
      *              de juros simples e de saldo decrescente tambem
      *              fecha com o saldo, como a Price.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG12.
           SELECT HOLERITE-FILE ASSIGN TO "HOLERITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HOLERITE.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTA-MAPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAPA.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANS.
           COPY 'PSTASL.COB'.
           COPY 'AUDITSL.COB'.
       DATA DIVISION.
           05 PAR-JUROS-MORA   PIC 9(06)V99.
           05 PAR-ABATIMENTO   PIC 9(06)V99.
           05 PAR-DATA-PAGTO   PIC 9(06).
           05 PAR-AMORTIZACAO  PIC 9(08)V99.
       FD  CONSIGNADO-FILE.
       01  CONSIGNADO-RECORD.
           05 CSG-MATRICULA    PIC 9(05).
           05 CSG-SITUACAO     PIC X(01).
       FD  HOLERITE-FILE.
       01  HOLERITE-RECORD    PIC X(80).
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
       WORKING-STORAGE SECTION.
       77  WRK-PARCELA-ESTIMADA PIC 9(08)V99 VALUES ZEROS.
       77  WRK-USUARIO-OVERRIDE PIC X(15) VALUES SPACES.
       77  WRK-MASC-MARGEM      PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
      * Desembolso: debito no emprestimo a receber contra o banco,
      * contas do de-para (departamento zero), voucher 84AAMM da
      * competencia corrente.
       77  WRK-STATUS-MAPA      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-TRANS     PIC X(02) VALUES ZEROS.
       77  WRK-FIM-MAPA         PIC X(01) VALUES 'N'.
           88 FIM-MAPA VALUE 'S'.
       77  WRK-CONTA-EMPRESTIMO PIC 9(04) VALUES ZEROS.
       77  WRK-CONTA-BANCO      PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-DESEMBOLSOS  PIC 9(03) VALUES ZEROS.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPETENCIA-HOJE PIC 9(06).
           05 FILLER               PIC 9(02).
       01  WRK-DATA-HOJE-R2 REDEFINES WRK-DATA-HOJE.
           05 FILLER               PIC 9(02).
           05 WRK-HOJE-AAMM        PIC 9(04).
           05 FILLER               PIC 9(02).
       01  WRK-VOUCHER-DESEMB   PIC 9(06) VALUES ZEROS.
       01  WRK-VOUCHER-DESEMB-R REDEFINES WRK-VOUCHER-DESEMB.
           05 WRK-VOUCHER-EVENTO   PIC 9(02).
           05 WRK-VOUCHER-AAMM     PIC 9(04).
       77  WRK-MOTIVO-DESEMB    PIC X(10) VALUES SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'DIGITE 1 PARA TABELA, 2 PARA CRONOGRAMA DE ' ,
                           WHEN JUROS-SIMPLES
                               COMPUTE WRK-JUROS-PERIODO ROUNDED =
                                   WRK-PRINCIPAL * WRK-FATOR-TAXA
                               IF WRK-CON = WRK-NUM-PERIODOS
                                   MOVE WRK-SALDO TO WRK-AMORTIZACAO
                               END-IF
                               COMPUTE WRK-PARCELA =
                                   WRK-AMORTIZACAO +
                                   WRK-JUROS-PERIODO
                           WHEN OTHER
                               COMPUTE WRK-JUROS-PERIODO ROUNDED =
                                   WRK-SALDO * WRK-FATOR-TAXA
                               IF WRK-CON = WRK-NUM-PERIODOS
                                   MOVE WRK-SALDO TO WRK-AMORTIZACAO
                               END-IF
                               COMPUTE WRK-PARCELA =
                                   WRK-AMORTIZACAO +
                                   WRK-JUROS-PERIODO
           0800-PROCESSAR-CONTRATOS.
               PERFORM 9670-CARREGAR-PERIODOS.
               PERFORM 0810-CARREGAR-PARCELAS-EXIST.
               PERFORM 0870-PREPARAR-DESEMBOLSO.
               OPEN INPUT LOAN-MASTER-FILE.
               IF WRK-STATUS-CONTRATOS NOT = '00'
                   DISPLAY 'LOAN-MASTER.DAT NAO ENCONTRADO - NADA ' ,
                       'A GERAR'
               ELSE
                 IF WRK-CONTA-EMPRESTIMO = ZEROS
                    OR WRK-CONTA-BANCO = ZEROS
                   CLOSE LOAN-MASTER-FILE
                   DISPLAY 'CLASSES EMPRESTIMO/BANCO SEM MAPEAMENTO ' ,
                       'NO CONTA-MAPA.DAT - GERACAO RECUSADA'
                   MOVE 1 TO RETURN-CODE
                 ELSE
                 IF PERIODO-FECHADO
                   CLOSE LOAN-MASTER-FILE
                   DISPLAY 'COMPETENCIA CORRENTE FECHADA NO CONTROLE ' ,
                       'DE PERIODO - DESEMBOLSO NAO LANCAVEL, ' ,
                       'GERACAO RECUSADA'
                   MOVE 1 TO RETURN-CODE
                 ELSE
                   OPEN EXTEND PARCELAS-FILE
                   IF WRK-STATUS-PARCELAS = '35'
                       OPEN OUTPUT PARCELAS-FILE
                   IF WRK-STATUS-CONSIGNADO = '35'
                       OPEN OUTPUT CONSIGNADO-FILE
                   END-IF
                   OPEN EXTEND TRANS-FILE
                   IF WRK-STATUS-TRANS = '35'
                       OPEN OUTPUT TRANS-FILE
                   END-IF
                   PERFORM UNTIL FIM-CONTRATOS
                       READ LOAN-MASTER-FILE
                           AT END
                               PERFORM 0820-GERAR-UM-CONTRATO
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-FILE
                   CLOSE CONSIGNADO-FILE
                   CLOSE PARCELAS-FILE
                   CLOSE LOAN-MASTER-FILE
                   DISPLAY 'CONTRATOS COM CRONOGRAMA GERADO: ' ,
                       WRK-QTD-GERADOS
                   IF WRK-QTD-DESEMBOLSOS > ZEROS
                       DISPLAY 'DESEMBOLSOS LANCADOS NO VOUCHER ' ,
                           WRK-VOUCHER-DESEMB ': ' WRK-QTD-DESEMBOLSOS
                   END-IF
                 END-IF
                 END-IF
               END-IF.

      * Contratos que ja tem parcela gravada nao sao gerados de novo.
                   PERFORM 0550-CALCULAR-CRONOGRAMA
                   MOVE 'N' TO WRK-GRAVAR-PARCELAS
                   ADD 1 TO WRK-QTD-GERADOS
                   PERFORM 0880-LANCAR-DESEMBOLSO
                   END-IF
                 END-IF
               END-IF.
               MOVE 'A'                TO PAR-SITUACAO.
               MOVE ZEROS TO PAR-VALOR-PAGO PAR-MULTA
                   PAR-JUROS-MORA PAR-ABATIMENTO PAR-DATA-PAGTO.
               MOVE WRK-AMORTIZACAO    TO PAR-AMORTIZACAO.
               WRITE PARCELAS-RECORD.
               IF WRK-CONSIGNADO-ATUAL = 'S'
                   MOVE SPACES TO CONSIGNADO-RECORD
                   MOVE 'A'                 TO CSG-SITUACAO
                   WRITE CONSIGNADO-RECORD
               END-IF.

      * Contas do desembolso no de-para (departamento zero) e o
      * status da competencia corrente, em que o desembolso cai.
           0870-PREPARAR-DESEMBOLSO.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-DATA-HOJE.
               MOVE 84 TO WRK-VOUCHER-EVENTO.
               MOVE WRK-HOJE-AAMM TO WRK-VOUCHER-AAMM.
               MOVE ZEROS TO WRK-CONTA-EMPRESTIMO WRK-CONTA-BANCO
                   WRK-QTD-DESEMBOLSOS.
               MOVE 'N' TO WRK-FIM-MAPA.
               OPEN INPUT CONTA-MAPA-FILE.
               IF WRK-STATUS-MAPA = '00'
                   PERFORM UNTIL FIM-MAPA
                       READ CONTA-MAPA-FILE
                           AT END
                               MOVE 'S' TO WRK-FIM-MAPA
                           NOT AT END
                               IF MAP-DEPTO = ZEROS
                                  AND MAP-CLASSE = 'EMPRESTIMO'
                                   MOVE MAP-CONTA
                                       TO WRK-CONTA-EMPRESTIMO
                               END-IF
                               IF MAP-DEPTO = ZEROS
                                  AND MAP-CLASSE = 'BANCO'
                                   MOVE MAP-CONTA TO WRK-CONTA-BANCO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTA-MAPA-FILE
               END-IF.
               MOVE WRK-COMPETENCIA-HOJE TO WRK-PST-COMPETENCIA.
               PERFORM 9680-VERIFICAR-PERIODO.

      * Desembolso do contrato gerado: principal sai do banco para o
      * emprestimo a receber, motivo EMPR mais o numero do contrato.
           0880-LANCAR-DESEMBOLSO.
               MOVE SPACES TO WRK-MOTIVO-DESEMB.
               STRING 'EMPR' CON-NUMERO
                      DELIMITED BY SIZE INTO WRK-MOTIVO-DESEMB.
               MOVE WRK-CONTA-EMPRESTIMO TO TRN-CONTA.
               MOVE 'D' TO TRN-DC.
               PERFORM 0890-GRAVAR-LANCAMENTO.
               MOVE WRK-CONTA-BANCO TO TRN-CONTA.
               MOVE 'C' TO TRN-DC.
               PERFORM 0890-GRAVAR-LANCAMENTO.
               ADD 1 TO WRK-QTD-DESEMBOLSOS.

           0890-GRAVAR-LANCAMENTO.
               MOVE CON-PRINCIPAL      TO TRN-VALOR.
               MOVE WRK-DATA-HOJE      TO TRN-DATA.
               MOVE WRK-MOTIVO-DESEMB  TO TRN-MOTIVO.
               MOVE WRK-VOUCHER-DESEMB TO TRN-VOUCHER.
               WRITE TRANS-RECORD.

           COPY 'PSTAPR.COB'.
           COPY 'AUDITPR.COB'.
       END PROGRAM PROG12.
