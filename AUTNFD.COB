      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do cadastro de autonomos. O codigo do autonomo e
      * numeracao propria, sem relacao com a matricula; o CPF
      * identifica a pessoa para o teto do INSS e o IRRF do mes
      * (varios RPA da mesma pessoa no mes somam). ATN-ATIVIDADE e
      * 'I' instrutor, 'A' arbitro, 'C' consultor ou 'O' outros;
      * ATN-DEPARTAMENTO e o centro de custo da despesa no razao;
      * ATN-RETEM-ISS 'S' quando o servico e prestado em municipio
      * que exige a retencao do ISS na fonte, com a aliquota em
      * ATN-ALIQ-ISS; ATN-DEPENDENTES entra na base do IRRF como na
      * folha; banco, agencia, conta e digito recebem o credito do
      * liquido. O RPA pago fica em RPA-PAGOS.DAT com a competencia,
      * a base e o valor de cada retencao e a cota patronal de 20%.
      * COPY dentro da FILE SECTION. Usar em conjunto com AUTNSL.COB,
      * AUTNWS.COB e AUTNPR.COB.
      * Tectonics: cobc (COPY 'AUTNFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  AUTONOMOS-FILE.
       01  AUTONOMOS-RECORD.
           05 ATN-CODIGO         PIC 9(05).
           05 FILLER             PIC X(01).
           05 ATN-NOME           PIC X(30).
           05 FILLER             PIC X(01).
           05 ATN-CPF            PIC 9(11).
           05 FILLER             PIC X(01).
           05 ATN-NIT            PIC 9(11).
           05 FILLER             PIC X(01).
           05 ATN-ATIVIDADE      PIC X(01).
              88 ATN-INSTRUTOR  VALUE 'I'.
              88 ATN-ARBITRO    VALUE 'A'.
              88 ATN-CONSULTOR  VALUE 'C'.
              88 ATN-OUTROS     VALUE 'O'.
           05 FILLER             PIC X(01).
           05 ATN-DEPARTAMENTO   PIC 9(03).
           05 FILLER             PIC X(01).
           05 ATN-RETEM-ISS      PIC X(01).
              88 ATN-COM-ISS VALUE 'S'.
           05 FILLER             PIC X(01).
           05 ATN-ALIQ-ISS       PIC 9(02)V99.
           05 FILLER             PIC X(01).
           05 ATN-DEPENDENTES    PIC 9(02).
           05 FILLER             PIC X(01).
           05 ATN-BANCO          PIC 9(03).
           05 FILLER             PIC X(01).
           05 ATN-AGENCIA        PIC 9(04).
           05 FILLER             PIC X(01).
           05 ATN-CONTA          PIC 9(08).
           05 FILLER             PIC X(01).
           05 ATN-DIGITO         PIC 9(01).
           05 FILLER             PIC X(01).
           05 ATN-SITUACAO       PIC X(01).
              88 ATN-ATIVO   VALUE 'A'.
              88 ATN-INATIVO VALUE 'I'.
       FD  RPA-PAGOS-FILE.
       01  RPA-PAGOS-RECORD.
           05 RPG-NUMERO         PIC 9(06).
           05 FILLER             PIC X(01).
           05 RPG-CODIGO         PIC 9(05).
           05 FILLER             PIC X(01).
           05 RPG-CPF            PIC 9(11).
           05 FILLER             PIC X(01).
           05 RPG-NOME           PIC X(30).
           05 FILLER             PIC X(01).
           05 RPG-COMPETENCIA.
              10 RPG-COMP-ANO    PIC 9(04).
              10 RPG-COMP-MES    PIC 9(02).
           05 FILLER             PIC X(01).
           05 RPG-DATA-PAGTO     PIC 9(08).
           05 FILLER             PIC X(01).
           05 RPG-DEPARTAMENTO   PIC 9(03).
           05 FILLER             PIC X(01).
           05 RPG-BRUTO          PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 RPG-BASE-INSS      PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 RPG-INSS           PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 RPG-INSS-PATRONAL  PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 RPG-ISS            PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 RPG-BASE-IRRF      PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 RPG-IRRF           PIC 9(08)V99.
           05 FILLER             PIC X(01).
           05 RPG-LIQUIDO        PIC 9(08)V99.
