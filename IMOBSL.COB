      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do ativo imobilizado: o cadastro de bens
      * (IMOBILIZADO.DAT, mantido pelo PROG81, depreciado pelo PROG82
      * e listado pelo PROG83) e a tabela de classes de bem
      * (CLASSES-ATIVO.DAT, parametrizada pela contabilidade como o
      * CONTA-MAPA.DAT). COPY dentro do FILE-CONTROL. Usar em
      * conjunto com IMOBFD.COB, IMOBWS.COB e IMOBPR.COB.
      * Tectonics: cobc (COPY 'IMOBSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT IMOBILIZADO-FILE ASSIGN TO "IMOBILIZADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-IMOBILIZADO.
           SELECT CLASSES-ATIVO-FILE ASSIGN TO "CLASSES-ATIVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CLASSES.
