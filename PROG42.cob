      *              agencia e conta de BANCO-FUNC.DAT, como a folha
      *              e a rescisao; conta zerada ficou so como
      *              fallback de matricula sem cadastro, com aviso.
      * 15/10/2026 - O IRRF retido nas ferias passou a ser somado a
      *              obrigacao de IRRF da competencia do gozo em
      *              OBRIGACOES.DAT (origem FERIAS), para o controle
      *              de guias do PROG64.
      * 15/10/2026 - FOLHA-YTD.DAT ganhou a PLR e o IR exclusivo da PLR
      *              da competencia no fim do registro: a regravacao
      *              do acumulado preserva os dois campos.
      * 15/10/2026 - Empresa / filial do funcionario (EMP-EMPRESA) no
      *              acumulado incluido (YTD-EMPRESA, preservada na
      *              regravacao) e na obrigacao de IRRF registrada em
      *              OBRIGACOES.DAT - cada empresa recolhe a sua guia;
      *              o credito em BANK-PAYMENT.DAT leva a empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG42.
               FILE STATUS IS WRK-STATUS-RESUMO.
           COPY 'EODSL.COB'.
           COPY 'TRAILESL.COB'.
           COPY 'OBRGSL.COB'.
       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPMFD.COB'.
           05 BPG-AGENCIA      PIC 9(04).
           05 BPG-CONTA        PIC 9(08).
           05 BPG-DIGITO       PIC 9(01).
           05 BPG-EMPRESA      PIC 9(02).
       01  BANK-PAYMENT-HEADER REDEFINES BANK-PAYMENT-RECORD.
           05 BPH-TIPO-REG     PIC X(01).
           05 BPH-DATA-PAGTO   PIC 9(08).
           05 YTD-IRRF         PIC 9(08)V99.
           05 YTD-LIQUIDO      PIC 9(08)V99.
           05 YTD-DEPENDENTES  PIC 9(02).
           05 YTD-PLR          PIC 9(08)V99.
           05 YTD-IRRF-PLR     PIC 9(08)V99.
           05 YTD-EMPRESA      PIC 9(02).
       FD  EOD-SUMMARY-FILE.
       01  EOD-SUMMARY-RECORD.
           05 RESUMO-DATA.
           05 RESUMO-VALOR-BRUTO-PAGO  PIC 9(08)V99.
           COPY 'EODFD.COB'.
           COPY 'TRAILEFD.COB'.
           COPY 'OBRGFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'EMPMWS.COB'.
       77  WRK-CONTA-FUNC       PIC 9(08) VALUES ZEROS.
       77  WRK-DIGITO-FUNC      PIC 9(01) VALUES ZEROS.
           COPY 'TRAILEWS.COB'.
           COPY 'OBRGWS.COB'.
       77  WRK-STATUS-GOZO      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-HOLERITE  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-BANCO     PIC X(02) VALUES ZEROS.
              10 WRK-YTD-IRRF      PIC 9(08)V99.
              10 WRK-YTD-LIQUIDO   PIC 9(08)V99.
              10 WRK-YTD-DEPENDENTES PIC 9(02).
              10 WRK-YTD-PLR       PIC 9(08)V99.
              10 WRK-YTD-IRRF-PLR  PIC 9(08)V99.
              10 WRK-YTD-EMPRESA   PIC 9(02).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG42' TO WRK-TRAILER-PROGRAMA.
           PERFORM 0430-ATUALIZAR-YTD.
           PERFORM 0440-REGISTRAR-GOZO.
           PERFORM 0450-GRAVAR-TOTAIS-EOD.
           PERFORM 0460-REGISTRAR-OBRIGACAO.

      * Bloco de holerite de ferias acrescentado ao arquivo de
      * distribuicao que a folha ja alimenta.
               DISPLAY 'AVISO: MATRICULA SEM DADOS BANCARIOS - ' ,
                   'CREDITO DE FERIAS SEM CONTA'
           END-IF.
           IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
               MOVE EMP-EMPRESA TO BPG-EMPRESA
           ELSE
               MOVE 1 TO BPG-EMPRESA
           END-IF.
           WRITE BANK-PAYMENT-RECORD.
           MOVE SPACES             TO BANK-PAYMENT-RECORD.
           MOVE 'T'                TO BPT-TIPO-REG.
                   IF WRK-QTD-YTD < 1200
                       ADD 1 TO WRK-QTD-YTD
                       MOVE WRK-QTD-YTD TO WRK-IDX-YTD-ACHADO
                       IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
                           MOVE EMP-EMPRESA TO
                               WRK-YTD-EMPRESA(WRK-IDX-YTD-ACHADO)
                       ELSE
                           MOVE 1 TO WRK-YTD-EMPRESA(WRK-IDX-YTD-ACHADO)
                       END-IF
                       MOVE EMP-MATRICULA TO
                           WRK-YTD-MATRICULA(WRK-IDX-YTD-ACHADO)
                       MOVE EMP-NOME TO
                           WRK-YTD-IRRF(WRK-IDX-YTD-ACHADO)
                           WRK-YTD-LIQUIDO(WRK-IDX-YTD-ACHADO)
                           WRK-YTD-DEPENDENTES(WRK-IDX-YTD-ACHADO)
                           WRK-YTD-PLR(WRK-IDX-YTD-ACHADO)
                           WRK-YTD-IRRF-PLR(WRK-IDX-YTD-ACHADO)
                   ELSE
                       DISPLAY 'AVISO: TABELA DO ACUMULADO ANUAL ' ,
                           'CHEIA - FERIAS NAO ACUMULADAS'
                                   WRK-YTD-LIQUIDO(WRK-IDX-YTD)
                               MOVE YTD-DEPENDENTES TO
                                   WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                               IF YTD-PLR IS NUMERIC
                                  AND YTD-IRRF-PLR IS NUMERIC
                                   MOVE YTD-PLR TO
                                       WRK-YTD-PLR(WRK-IDX-YTD)
                                   MOVE YTD-IRRF-PLR TO
                                       WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                               ELSE
                                   MOVE ZEROS TO
                                       WRK-YTD-PLR(WRK-IDX-YTD)
                                       WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                               END-IF
                               IF YTD-EMPRESA IS NUMERIC
                                  AND YTD-EMPRESA > ZEROS
                                   MOVE YTD-EMPRESA TO
                                       WRK-YTD-EMPRESA(WRK-IDX-YTD)
                               ELSE
                                   MOVE 1 TO
                                       WRK-YTD-EMPRESA(WRK-IDX-YTD)
                               END-IF
                           ELSE
                               SET CARGA-ESTOUROU TO TRUE
                           END-IF
               MOVE WRK-YTD-LIQUIDO(WRK-IDX-YTD)   TO YTD-LIQUIDO
               MOVE WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                                                   TO YTD-DEPENDENTES
               MOVE WRK-YTD-PLR(WRK-IDX-YTD) TO YTD-PLR
               MOVE WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                   TO YTD-IRRF-PLR
               MOVE WRK-YTD-EMPRESA(WRK-IDX-YTD) TO YTD-EMPRESA
               WRITE FOLHA-YTD-RECORD
           END-PERFORM.
           CLOSE FOLHA-YTD-FILE.
           MOVE WRK-LIQUIDO-FERIAS  TO WRK-EOD-VALOR-SECUNDARIO.
           PERFORM 9610-GRAVAR-TOTAIS-EOD.

      * IRRF retido nas ferias entra na guia de IRRF da competencia
      * do gozo - acumula com a folha, que tem origem propria.
       0460-REGISTRAR-OBRIGACAO.
           MOVE 'IRRF'           TO WRK-OBR-TRIBUTO.
           MOVE WRK-COMPETENCIA  TO WRK-OBR-COMPETENCIA-NUM.
           MOVE 'FERIAS'         TO WRK-OBR-ORIGEM.
           MOVE WRK-IRRF-FERIAS  TO WRK-OBR-VALOR.
           MOVE 'A'              TO WRK-OBR-MODO.
           MOVE 'PROG42'         TO WRK-OBR-USUARIO.
           IF EMP-EMPRESA IS NUMERIC AND EMP-EMPRESA > ZEROS
               MOVE EMP-EMPRESA TO WRK-OBR-EMPRESA
           ELSE
               MOVE 1 TO WRK-OBR-EMPRESA
           END-IF.
           PERFORM 9200-REGISTRAR-OBRIGACAO.

           COPY 'EODPR.COB'.
           COPY 'TRAILEPR.COB'.
           COPY 'OBRGPR.COB'.
       END PROGRAM PROG42.
