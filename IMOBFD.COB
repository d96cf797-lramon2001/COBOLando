      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do ativo imobilizado. Classe de bem: codigo, vida
      * util em meses, taxa anual de depreciacao (zero = deprecia
      * pela vida util) e as contas sugeridas para o bem - ativo (no
      * custo), depreciacao acumulada (credora) e despesa de
      * depreciacao. Bem: numero, descricao, data e custo de
      * aquisicao, classe, valor residual (a depreciacao para nele),
      * departamento, as tres contas, a depreciacao acumulada, a
      * ultima competencia depreciada, a situacao ('A' ativo, 'B'
      * baixado), a data e o valor de venda da baixa. Voucher da
      * depreciacao mensal 80AAMM e da baixa 7NNNNN (NNNNN =
      * IMB-NUMERO), faixas que nao colidem com AAAAMM, EEAAMM,
      * 9900NN, AAAA13, 5NNNNN nem 6NNNNN. COPY dentro da FILE
      * SECTION. Usar em conjunto com IMOBSL.COB, IMOBWS.COB e
      * IMOBPR.COB.
      * Tectonics: cobc (COPY 'IMOBFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  IMOBILIZADO-FILE.
       01  IMOBILIZADO-RECORD.
           05 IMB-NUMERO             PIC 9(05).
           05 FILLER                 PIC X(01).
           05 IMB-DESCRICAO          PIC X(30).
           05 FILLER                 PIC X(01).
           05 IMB-DATA-AQUISICAO     PIC 9(08).
           05 FILLER                 PIC X(01).
           05 IMB-CUSTO              PIC 9(10)V99.
           05 FILLER                 PIC X(01).
           05 IMB-CLASSE             PIC X(04).
           05 FILLER                 PIC X(01).
           05 IMB-RESIDUAL           PIC 9(10)V99.
           05 FILLER                 PIC X(01).
           05 IMB-DEPTO              PIC 9(03).
           05 FILLER                 PIC X(01).
           05 IMB-CONTA-ATIVO        PIC 9(04).
           05 FILLER                 PIC X(01).
           05 IMB-CONTA-DEPR         PIC 9(04).
           05 FILLER                 PIC X(01).
           05 IMB-CONTA-DESPESA      PIC 9(04).
           05 FILLER                 PIC X(01).
           05 IMB-DEPR-ACUM          PIC 9(10)V99.
           05 FILLER                 PIC X(01).
           05 IMB-ULTIMA-COMPETENCIA PIC 9(06).
           05 FILLER                 PIC X(01).
           05 IMB-SITUACAO           PIC X(01).
              88 IMB-ATIVO    VALUE 'A'.
              88 IMB-BAIXADO  VALUE 'B'.
           05 FILLER                 PIC X(01).
           05 IMB-DATA-BAIXA         PIC 9(08).
           05 FILLER                 PIC X(01).
           05 IMB-VALOR-BAIXA        PIC 9(10)V99.
       FD  CLASSES-ATIVO-FILE.
       01  CLASSES-ATIVO-RECORD.
           05 CLA-CODIGO             PIC X(04).
           05 FILLER                 PIC X(01).
           05 CLA-DESCRICAO          PIC X(20).
           05 FILLER                 PIC X(01).
           05 CLA-VIDA-MESES         PIC 9(03).
           05 FILLER                 PIC X(01).
           05 CLA-TAXA-ANUAL         PIC 9(03)V99.
           05 FILLER                 PIC X(01).
           05 CLA-CONTA-ATIVO        PIC 9(04).
           05 FILLER                 PIC X(01).
           05 CLA-CONTA-DEPR         PIC 9(04).
           05 FILLER                 PIC X(01).
           05 CLA-CONTA-DESPESA      PIC 9(04).
