      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD e layout de registro do cadastro de empresas /
      * filiais do grupo (EMPRESAS.DAT) - um registro por empresa, com
      * o codigo (01 a 19), a razao social impressa no cabecalho das
      * remessas bancarias e das guias e o CNPJ. A empresa 01 e a
      * principal: funcionario, departamento e acumulado gravados
      * antes do cadastro existir (codigo zerado) pertencem a ela. O
      * cadastro e mantido a mao, como o CONTA-MAPA.DAT. COPY dentro
      * da FILE SECTION de cada programa. Usar em conjunto com
      * EMPRSL.COB (FILE-CONTROL), EMPRWS.COB (WORKING-STORAGE) e
      * EMPRPR.COB (PROCEDURE DIVISION).
      * Tectonics: cobc (COPY 'EMPRFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  EMPRESAS-FILE.
       01  EMPRESAS-RECORD.
           05 EMR-CODIGO             PIC 9(02).
           05 FILLER                 PIC X(01).
           05 EMR-RAZAO              PIC X(30).
           05 FILLER                 PIC X(01).
           05 EMR-CNPJ               PIC 9(14).
