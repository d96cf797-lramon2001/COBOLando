      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do cadastro de obrigacoes
      * legais da folha: o chamador informa o tributo em
      * WRK-OBR-TRIBUTO, a competencia em WRK-OBR-COMPETENCIA, a
      * origem em WRK-OBR-ORIGEM, o valor em WRK-OBR-VALOR e o modo
      * em WRK-OBR-MODO ('S' substitui o valor em aberto da mesma
      * origem - folha reprocessada -, 'A' acumula - varias rescisoes
      * ou ferias na mesma competencia) e executa
      * 9200-REGISTRAR-OBRIGACAO. A tabela carregada por
      * 9210-CARREGAR-OBRIGACOES fica disponivel para o PROG64.
      * COPY na WORKING-STORAGE SECTION. Usar em conjunto com
      * OBRGSL.COB, OBRGFD.COB e OBRGPR.COB.
      * Tectonics: cobc (COPY 'OBRGWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Incluida a empresa devedora em WRK-OBR-EMPRESA
      *              (parte da chave junto com tributo, competencia e
      *              origem); quem nao informa fica na empresa 01.
      ******************************************************************
       77  WRK-STATUS-OBRIGACAO      PIC X(02) VALUES ZEROS.
       77  WRK-FIM-OBRIGACAO         PIC X(01) VALUES 'N'.
           88 FIM-OBRIGACAO VALUE 'S'.
       77  WRK-OBR-ESTOUROU          PIC X(01) VALUES 'N'.
           88 OBRIGACAO-ESTOUROU VALUE 'S'.
       77  WRK-OBR-TRIBUTO           PIC X(04) VALUES SPACES.
       01  WRK-OBR-COMPETENCIA.
           05 WRK-OBR-COMP-ANO       PIC 9(04).
           05 WRK-OBR-COMP-MES       PIC 9(02).
       01  WRK-OBR-COMPETENCIA-NUM REDEFINES WRK-OBR-COMPETENCIA
                                     PIC 9(06).
       77  WRK-OBR-ORIGEM            PIC X(08) VALUES SPACES.
       77  WRK-OBR-VALOR             PIC 9(10)V99 VALUES ZEROS.
       77  WRK-OBR-MODO              PIC X(01) VALUES 'S'.
           88 OBR-SUBSTITUI VALUE 'S'.
           88 OBR-ACUMULA   VALUE 'A'.
       77  WRK-OBR-USUARIO           PIC X(15) VALUES SPACES.
       77  WRK-OBR-EMPRESA           PIC 9(02) VALUE 1.
       77  WRK-OBR-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-OBR-JA-PAGO           PIC 9(10)V99 VALUES ZEROS.
       77  WRK-OBR-DIFERENCA         PIC S9(10)V99 VALUES ZEROS.
       77  WRK-OBR-DATA-HOJE         PIC 9(08) VALUES ZEROS.
      * Vencimento legal: dia 20 do mes seguinte a competencia,
      * antecipado para a sexta-feira quando cai em fim de semana.
       77  WRK-OBR-DIA-VENCIMENTO    PIC 9(02) VALUE 20.
       01  WRK-OBR-VENCIMENTO.
           05 WRK-OBR-VENC-ANO       PIC 9(04).
           05 WRK-OBR-VENC-MES       PIC 9(02).
           05 WRK-OBR-VENC-DIA       PIC 9(02).
       01  WRK-OBR-VENCIMENTO-NUM REDEFINES WRK-OBR-VENCIMENTO
                                     PIC 9(08).
       77  WRK-OBR-DIAS-JULIANO      PIC 9(08) VALUES ZEROS.
       77  WRK-OBR-DIA-SEMANA        PIC 9(01) VALUES ZEROS.
       77  WRK-QTD-OBRIGACOES        PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-OBRIGACOES.
           05 WRK-OBRIG-ITEM OCCURS 500 TIMES
                              INDEXED BY WRK-IDX-OBRIG.
              10 WRK-OBRIG-TRIBUTO       PIC X(04).
              10 WRK-OBRIG-COMPETENCIA   PIC 9(06).
              10 WRK-OBRIG-ORIGEM        PIC X(08).
              10 WRK-OBRIG-VALOR         PIC 9(10)V99.
              10 WRK-OBRIG-VENCIMENTO    PIC 9(08).
              10 WRK-OBRIG-SITUACAO      PIC X(01).
              10 WRK-OBRIG-DATA-PAGTO    PIC 9(08).
              10 WRK-OBRIG-VALOR-PAGO    PIC 9(10)V99.
              10 WRK-OBRIG-MULTA-PAGA    PIC 9(08)V99.
              10 WRK-OBRIG-JUROS-PAGOS   PIC 9(08)V99.
              10 WRK-OBRIG-USUARIO       PIC X(15).
              10 WRK-OBRIG-DATA-REGISTRO PIC 9(08).
              10 WRK-OBRIG-EMPRESA       PIC 9(02).
