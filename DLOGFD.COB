      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD do log de distribuicao do spool: destinatario,
      * relatorio de origem, arquivo da peca entregue (guardado para
      * a reimpressao), paginas e linhas da peca, data e hora da
      * geracao. COPY dentro da FILE SECTION. Usar em conjunto com
      * DLOGSL.COB e DLOGWS.COB.
      * Tectonics: cobc (COPY 'DLOGFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  DIST-LOG-FILE.
       01  DIST-LOG-RECORD.
           05 DLG-DESTINATARIO    PIC X(15).
           05 FILLER              PIC X(01).
           05 DLG-RELATORIO       PIC X(20).
           05 FILLER              PIC X(01).
           05 DLG-PECA            PIC X(50).
           05 FILLER              PIC X(01).
           05 DLG-PAGINAS         PIC 9(04).
           05 FILLER              PIC X(01).
           05 DLG-LINHAS          PIC 9(05).
           05 FILLER              PIC X(01).
           05 DLG-DATA            PIC 9(08).
           05 FILLER              PIC X(01).
           05 DLG-HORA            PIC 9(08).
