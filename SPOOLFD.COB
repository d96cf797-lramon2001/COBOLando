      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - Incluida a marca de distribuicao depois da coluna
      *              100 (SPOOL-MARCA): filtro (departamento ou turma)
      *              da linha, tipo (P = linha principal, que conta no
      *              subtotal) e valor para o subtotal; filtro '*'
      *              marca titulo de secao. Linha sem filtro sai sem
      *              marca, igual a antes; o PROG97 usa a marca para
      *              partir o spool por destinatario.
      ******************************************************************
       FD  SPOOL-FILE.
       01  SPOOL-RECORD.
           05 SPOOL-TEXTO        PIC X(100).
           05 SPOOL-MARCA.
              10 SPOOL-FILTRO    PIC X(05).
              10 SPOOL-TIPO      PIC X(01).
              10 SPOOL-VALOR     PIC 9(09)V99.
       FD  SPOOL-CTL-FILE.
       01  SPOOL-CTL-RECORD.
           05 SPL-LINHAS-PAGINA PIC 9(03).
