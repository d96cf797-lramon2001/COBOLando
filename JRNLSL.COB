      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do diario da ultima folha normal efetivada
      * (FOLHA-JORNAL.DAT): o PROG04 registra nele cada alteracao que
      * a execucao faz nos arquivos persistentes (acumulado anual,
      * saldo FGTS, consignado, adiantamentos, atrasados, diferencas
      * retro, movimento de rubricas e lote contabil) e o PROG62 le o
      * mesmo diario para desfazer a competencia inteira no estorno.
      * O chamador declara WRK-STATUS-JORNAL PIC X(02). COPY dentro
      * do FILE-CONTROL. Usar em conjunto com JRNLFD.COB (FILE
      * SECTION).
      * Tectonics: cobc (COPY 'JRNLSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT FOLHA-JORNAL-FILE ASSIGN TO "FOLHA-JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-JORNAL.
