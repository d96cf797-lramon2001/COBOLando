      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do cadastro de contas correntes: banco, agencia e
      * conta (a mesma identificacao do header do extrato
      * eletronico), a conta contabil de caixa (analitica e ativa no
      * CONTAS.DAT, uma por conta corrente - e a chave que marca os
      * lancamentos do extrato, do nosso lado, das pendencias e dos
      * saldos), a descricao e a situacao ('A' ativa, 'I' inativa -
      * conta inativa nao recebe extrato novo, mas as pendencias
      * continuam conciliadas ate zerar). A primeira conta do arquivo
      * e a principal: lancamentos gravados antes do cadastro, sem
      * conta, pertencem a ela. COPY dentro da FILE SECTION. Usar em
      * conjunto com CBCOSL.COB, CBCOWS.COB e CBCOPR.COB.
      * Tectonics: cobc (COPY 'CBCOFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  CONTAS-BANCO-FILE.
       01  CONTAS-BANCO-RECORD.
           05 CBC-BANCO          PIC 9(03).
           05 FILLER             PIC X(01).
           05 CBC-AGENCIA        PIC 9(04).
           05 FILLER             PIC X(01).
           05 CBC-CONTA          PIC 9(08).
           05 FILLER             PIC X(01).
           05 CBC-CONTA-CONTABIL PIC 9(04).
           05 FILLER             PIC X(01).
           05 CBC-DESCRICAO      PIC X(20).
           05 FILLER             PIC X(01).
           05 CBC-SITUACAO       PIC X(01).
              88 CBC-ATIVA   VALUE 'A'.
              88 CBC-INATIVA VALUE 'I'.
