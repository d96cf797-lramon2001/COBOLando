      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do contas a pagar. Fornecedor: codigo de
      * numeracao propria, CNPJ (unico no cadastro), a conta
      * analitica de despesa sugerida no lancamento da nota e os
      * dados bancarios do credito da remessa. Nota a pagar: numero
      * sequencial interno (CPG-SEQUENCIA, que monta os vouchers), o
      * fornecedor, o numero da nota fiscal (unico por fornecedor
      * entre as nao canceladas), emissao, vencimento, valor, a conta
      * de despesa, a situacao ('A' em aberto, 'P' paga, 'C'
      * cancelada), a data do pagamento e a data contabil da
      * apropriacao. Voucher da apropriacao 5NNNNN e do pagamento
      * 6NNNNN (NNNNN = CPG-SEQUENCIA), faixas que nao colidem com
      * AAAAMM, EEAAMM, 9900NN nem AAAA13. COPY dentro da FILE
      * SECTION. Usar em conjunto com FORNSL.COB, FORNWS.COB e
      * FORNPR.COB.
      * Tectonics: cobc (COPY 'FORNFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  FORNECEDORES-FILE.
       01  FORNECEDORES-RECORD.
           05 FRN-CODIGO         PIC 9(05).
           05 FILLER             PIC X(01).
           05 FRN-NOME           PIC X(30).
           05 FILLER             PIC X(01).
           05 FRN-CNPJ           PIC 9(14).
           05 FILLER             PIC X(01).
           05 FRN-CONTA-DESPESA  PIC 9(04).
           05 FILLER             PIC X(01).
           05 FRN-BANCO          PIC 9(03).
           05 FILLER             PIC X(01).
           05 FRN-AGENCIA        PIC 9(04).
           05 FILLER             PIC X(01).
           05 FRN-CONTA          PIC 9(08).
           05 FILLER             PIC X(01).
           05 FRN-DIGITO         PIC 9(01).
           05 FILLER             PIC X(01).
           05 FRN-SITUACAO       PIC X(01).
              88 FRN-ATIVO   VALUE 'A'.
              88 FRN-INATIVO VALUE 'I'.
       FD  CONTAS-PAGAR-FILE.
       01  CONTAS-PAGAR-RECORD.
           05 CPG-SEQUENCIA      PIC 9(05).
           05 FILLER             PIC X(01).
           05 CPG-FORNECEDOR     PIC 9(05).
           05 FILLER             PIC X(01).
           05 CPG-NOTA           PIC X(10).
           05 FILLER             PIC X(01).
           05 CPG-EMISSAO        PIC 9(08).
           05 FILLER             PIC X(01).
           05 CPG-VENCIMENTO     PIC 9(08).
           05 FILLER             PIC X(01).
           05 CPG-VALOR          PIC 9(10)V99.
           05 FILLER             PIC X(01).
           05 CPG-CONTA-DESPESA  PIC 9(04).
           05 FILLER             PIC X(01).
           05 CPG-SITUACAO       PIC X(01).
              88 CPG-ABERTA    VALUE 'A'.
              88 CPG-PAGA      VALUE 'P'.
              88 CPG-CANCELADA VALUE 'C'.
           05 FILLER             PIC X(01).
           05 CPG-DATA-PAGTO     PIC 9(08).
           05 FILLER             PIC X(01).
           05 CPG-DATA-CONTABIL  PIC 9(08).
