      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do cadastro de responsaveis financeiros. A chave
      * e o codigo de familia de FAMILIAS.DAT: o responsavel paga as
      * mensalidades de todos os alunos vinculados ao codigo. O CPF
      * identifica o responsavel no informe anual para o imposto de
      * renda; endereco, cidade, UF, CEP, telefone e e-mail sao o
      * destino da cobranca. RSP-SITUACAO 'A' ativo ou 'I' inativo
      * (familia sem aluno na escola - o historico continua valendo
      * para o informe). FAMILIAS-RECORD e o layout de FAMILIAS.DAT
      * ja usado pelo PROG57: matricula e codigo de familia, na
      * ordem de entrada dos irmaos. COPY dentro da FILE SECTION.
      * Usar em conjunto com RSPSL.COB, RSPWS.COB e RSPPR.COB.
      * Tectonics: cobc (COPY 'RSPFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  RESPONSAVEIS-FILE.
       01  RESPONSAVEIS-RECORD.
           05 RSP-FAMILIA        PIC 9(04).
           05 FILLER             PIC X(01).
           05 RSP-NOME           PIC X(30).
           05 FILLER             PIC X(01).
           05 RSP-CPF            PIC 9(11).
           05 FILLER             PIC X(01).
           05 RSP-ENDERECO       PIC X(40).
           05 FILLER             PIC X(01).
           05 RSP-CIDADE         PIC X(20).
           05 FILLER             PIC X(01).
           05 RSP-UF             PIC X(02).
           05 FILLER             PIC X(01).
           05 RSP-CEP            PIC 9(08).
           05 FILLER             PIC X(01).
           05 RSP-TELEFONE       PIC X(15).
           05 FILLER             PIC X(01).
           05 RSP-EMAIL          PIC X(40).
           05 FILLER             PIC X(01).
           05 RSP-SITUACAO       PIC X(01).
              88 RSP-ATIVO   VALUE 'A'.
              88 RSP-INATIVO VALUE 'I'.
       FD  FAMILIAS-FILE.
       01  FAMILIAS-RECORD.
           05 FAM-MATRICULA      PIC 9(05).
           05 FAM-CODIGO         PIC 9(04).
