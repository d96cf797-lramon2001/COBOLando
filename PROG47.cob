      *
      * Modification History:
      * 02/09/2026 - Criado.
      * 15/10/2026 - FOLHA-YTD.DAT ganhou a PLR e o IR exclusivo da PLR
      *              da competencia no fim do registro: a geracao do
      *              ano fechado e o corrente regravado levam os dois
      *              campos.
      * 15/10/2026 - FOLHA-YTD.DAT ganhou a empresa / filial do
      *              funcionario (YTD-EMPRESA, zeros nos antigos valem
      *              01): a geracao do ano fechado e o corrente
      *              regravado levam a empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG47.
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
       FD  FECHAMENTO-FILE.
       01  FECHAMENTO-RECORD.
           05 FEC-ANO          PIC 9(04).
              10 WRK-YTD-IRRF      PIC 9(08)V99.
              10 WRK-YTD-LIQUIDO   PIC 9(08)V99.
              10 WRK-YTD-DEPENDENTES PIC 9(02).
              10 WRK-YTD-PLR       PIC 9(08)V99.
              10 WRK-YTD-IRRF-PLR  PIC 9(08)V99.
              10 WRK-YTD-EMPRESA   PIC 9(02).
      * Conferencia: soma das doze competencias apurada na varredura
      * e totais relidos da geracao gravada.
       01  WRK-TAB-COMPETENCIAS.
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
                   MOVE WRK-YTD-LIQUIDO(WRK-IDX-YTD)   TO GER-LIQUIDO
                   MOVE WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                                                 TO GER-DEPENDENTES
                   MOVE WRK-YTD-PLR(WRK-IDX-YTD) TO GER-PLR
                   MOVE WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                       TO GER-IRRF-PLR
                   MOVE WRK-YTD-EMPRESA(WRK-IDX-YTD) TO GER-EMPRESA
                   WRITE GERACAO-RECORD
                   ADD 1 TO WRK-QTD-ARQUIVADOS
                   ADD WRK-YTD-BRUTO(WRK-IDX-YTD)
                   MOVE WRK-YTD-LIQUIDO(WRK-IDX-YTD)   TO YTD-LIQUIDO
                   MOVE WRK-YTD-DEPENDENTES(WRK-IDX-YTD)
                                                 TO YTD-DEPENDENTES
                   MOVE WRK-YTD-PLR(WRK-IDX-YTD) TO YTD-PLR
                   MOVE WRK-YTD-IRRF-PLR(WRK-IDX-YTD)
                       TO YTD-IRRF-PLR
                   MOVE WRK-YTD-EMPRESA(WRK-IDX-YTD) TO YTD-EMPRESA
                   WRITE FOLHA-YTD-RECORD
                   ADD 1 TO WRK-QTD-MANTIDOS
               END-IF
