      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - Incluida a empresa / filial dona do departamento
      *              (DEP-EMPRESA, codigo do cadastro EMPRESAS.DAT);
      *              branco ou zeros nos registros antigos - tratar
      *              como empresa 01.
      ******************************************************************
       FD  DEPT-MASTER-FILE.
       01  DEPT-MASTER-RECORD.
           05 DEP-CODIGO             PIC 9(03).
           05 FILLER                 PIC X(01).
           05 DEP-NOME               PIC X(20).
           05 FILLER                 PIC X(01).
           05 DEP-EMPRESA            PIC 9(02).
