      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD da matriz de permissoes. Cada registro concede
      * uma funcao (o codigo de AUT-FUNCAO usado pelos programas da
      * suite) a um nivel de USER-MASTER.DAT (tipo 'N', em
      * PMS-NIVEL) ou a um usuario especifico (tipo 'U', em
      * PMS-USUARIO), com o administrador e a data da concessao.
      * Funcao sem nenhum registro e desconhecida e o PROG29 nega.
      * COPY dentro da FILE SECTION. Usar em conjunto com
      * PERMSL.COB, PERMWS.COB e PERMPR.COB.
      * Tectonics: cobc (COPY 'PERMFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  PERMISSOES-FILE.
       01  PERMISSOES-RECORD.
           05 PMS-FUNCAO          PIC X(14).
           05 FILLER              PIC X(01).
           05 PMS-TIPO            PIC X(01).
              88 PMS-POR-NIVEL    VALUE 'N'.
              88 PMS-POR-USUARIO  VALUE 'U'.
           05 FILLER              PIC X(01).
           05 PMS-NIVEL           PIC 9(02).
           05 FILLER              PIC X(01).
           05 PMS-USUARIO         PIC X(15).
           05 FILLER              PIC X(01).
           05 PMS-ADMIN           PIC X(15).
           05 FILLER              PIC X(01).
           05 PMS-DATA            PIC 9(08).
