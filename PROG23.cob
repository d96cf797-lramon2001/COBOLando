      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - Layout do EMPLOYEE.DAT acompanha o PROG09: empresa
      *              / filial (SAI-EMPRESA) no fim do detalhe.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG23.
           05 SAI-NOME         PIC X(20).
           05 SAI-SALARIO      PIC 9(06)V99.
           05 SAI-DEPARTAMENTO PIC 9(03).
           05 SAI-EMPRESA      PIC 9(02).
           COPY 'RPRMFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
