      *              ser procurado na geracao FOLHA-YTD-AAAA.DAT que o
      *              fechamento anual do PROG47 grava - o informe de
      *              um ano fechado sai direto do arquivo congelado.
      * 15/10/2026 - FDs de FOLHA-YTD.DAT e da geracao no layout de
      *              95 posicoes (PLR, IR exclusivo da PLR e empresa
      *              no fim do registro): com os FDs antigos cada
      *              linha era lida como dois registros. A PLR paga e
      *              o IR exclusivo dela saem no informe em linha
      *              propria, fora dos rendimentos tributaveis do ano.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG21.
           05 YTD-IRRF         PIC 9(08)V99.
           05 YTD-LIQUIDO      PIC 9(08)V99.
           05 YTD-DEPENDENTES  PIC 9(02).
           05 YTD-PLR          PIC 9(08)V99.
           05 YTD-IRRF-PLR     PIC 9(08)V99.
           05 YTD-EMPRESA      PIC 9(02).
       FD  GERACAO-FILE.
       01  GERACAO-RECORD.
           05 GER-MATRICULA    PIC 9(05).
           05 GER-IRRF         PIC 9(08)V99.
           05 GER-LIQUIDO      PIC 9(08)V99.
           05 GER-DEPENDENTES  PIC 9(02).
           05 GER-PLR          PIC 9(08)V99.
           05 GER-IRRF-PLR     PIC 9(08)V99.
           05 GER-EMPRESA      PIC 9(02).
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
       77  WRK-TOT-INSS         PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOT-IRRF         PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOT-LIQUIDO      PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOT-PLR          PIC 9(08)V99 VALUES ZEROS.
       77  WRK-TOT-IRRF-PLR     PIC 9(08)V99 VALUES ZEROS.
       77  WRK-MASC-BRUTO       PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-INSS        PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-IRRF        PIC $ZZ.ZZZ.ZZ9,99 VALUES ZEROS.
              10 WRK-YTD-IRRF      PIC 9(08)V99.
              10 WRK-YTD-LIQUIDO   PIC 9(08)V99.
              10 WRK-YTD-DEPENDENTES PIC 9(02).
              10 WRK-YTD-PLR       PIC 9(08)V99.
              10 WRK-YTD-IRRF-PLR  PIC 9(08)V99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG21' TO WRK-TRAILER-PROGRAMA.
                                   WRK-YTD-LIQUIDO(WRK-IDX-YTD)
                               MOVE YTD-DEPENDENTES TO
                                   WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                               MOVE YTD-PLR TO
                                   WRK-YTD-PLR(WRK-IDX-YTD)
                               MOVE YTD-IRRF-PLR TO
                                   WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                           END-IF
                   END-READ
               END-PERFORM
                                   WRK-YTD-LIQUIDO(WRK-IDX-YTD)
                               MOVE GER-DEPENDENTES TO
                                   WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                               MOVE GER-PLR TO
                                   WRK-YTD-PLR(WRK-IDX-YTD)
                               MOVE GER-IRRF-PLR TO
                                   WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                           END-IF
                   END-READ
               END-PERFORM
       0250-IMPRIMIR-FUNCIONARIO.
           ADD 1 TO WRK-QTD-FUNCIONARIOS.
           MOVE ZEROS TO WRK-TOT-BRUTO WRK-TOT-INSS WRK-TOT-IRRF
               WRK-TOT-LIQUIDO WRK-TOT-PLR WRK-TOT-IRRF-PLR.
           DISPLAY '==============================================='.
           DISPLAY 'MATRICULA: ' WRK-YTD-MATRICULA(WRK-CTR) ,
               '  NOME: ' WRK-YTD-NOME(WRK-CTR).
                   ADD WRK-YTD-INSS(WRK-CTR2)    TO WRK-TOT-INSS
                   ADD WRK-YTD-IRRF(WRK-CTR2)    TO WRK-TOT-IRRF
                   ADD WRK-YTD-LIQUIDO(WRK-CTR2) TO WRK-TOT-LIQUIDO
                   ADD WRK-YTD-PLR(WRK-CTR2)     TO WRK-TOT-PLR
                   ADD WRK-YTD-IRRF-PLR(WRK-CTR2) TO WRK-TOT-IRRF-PLR
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-BRUTO   TO WRK-MASC-BRUTO.
           MOVE WRK-TOT-LIQUIDO TO WRK-MASC-LIQ.
           DISPLAY 'ANO  ' WRK-MASC-BRUTO ' ' WRK-MASC-INSS ' '
               WRK-MASC-IRRF ' ' WRK-MASC-LIQ.
      * PLR: tributacao exclusiva na fonte, informada a parte.
           IF WRK-TOT-PLR > ZEROS
               MOVE WRK-TOT-PLR      TO WRK-MASC-BRUTO
               MOVE WRK-TOT-IRRF-PLR TO WRK-MASC-IRRF
               DISPLAY 'PLR  ' WRK-MASC-BRUTO ' IR EXCLUSIVO ' ,
                   WRK-MASC-IRRF
           END-IF.

           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG21.
