      *              realizado sem operador, e o STOP RUN passou a
      *              GOBACK para o programa poder ser chamado pelo
      *              PROG16 sem derrubar a esteira.
      * 15/10/2026 - Cada orcado x realizado emitido acrescenta uma
      *              linha em ORCAMENTO-EMITIDO.CTL (competencia, data
      *              e departamentos estourados) - o checklist de
      *              fechamento do PROG52 confere por ela que o
      *              relatorio do mes saiu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG50.
           SELECT ORC-CHAMADA-FILE ASSIGN TO "ORCAMENTO-CHAMADA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CHAMADA.
           SELECT ORC-EMITIDO-FILE ASSIGN TO "ORCAMENTO-EMITIDO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EMITIDO.
           COPY 'DEPTSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FD  ORC-CHAMADA-FILE.
       01  ORC-CHAMADA-RECORD.
           05 OCH-COMPETENCIA  PIC 9(06).
       FD  ORC-EMITIDO-FILE.
       01  ORC-EMITIDO-RECORD.
           05 OEM-COMPETENCIA  PIC 9(06).
           05 FILLER           PIC X(01).
           05 OEM-DATA         PIC 9(08).
           05 FILLER           PIC X(01).
           05 OEM-ESTOURADOS   PIC 9(02).
           COPY 'DEPTFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
       77  WRK-STATUS-ORCAMENTO PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FOLHA-DEP PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CHAMADA   PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-EMITIDO   PIC X(02) VALUES ZEROS.
       77  WRK-MODO-ESTEIRA     PIC X(01) VALUES 'N'.
           88 MODO-ESTEIRA VALUE 'S'.
       77  WRK-FIM-ORCAMENTO    PIC X(01) VALUES 'N'.
                   'FECHAMENTO (RETURN-CODE 4)'
           END-IF.
           DISPLAY WRK-RODAPE-MENSAGEM.
           PERFORM 0180-REGISTRAR-EMISSAO.

       0170-EMITIR-UMA-LINHA.
           MOVE ZEROS TO WRK-ORCADO-DEPTO WRK-ORCADO-HC
                   WRK-ORCADO-HC ')'
           END-IF.

      * Registro da emissao em ORCAMENTO-EMITIDO.CTL, somente de
      * acrescimo - evidencia do relatorio do mes para o checklist de
      * fechamento do PROG52.
       0180-REGISTRAR-EMISSAO.
           OPEN EXTEND ORC-EMITIDO-FILE.
           IF WRK-STATUS-EMITIDO = '35'
               OPEN OUTPUT ORC-EMITIDO-FILE
           END-IF.
           MOVE SPACES             TO ORC-EMITIDO-RECORD.
           MOVE WRK-COMPETENCIA    TO OEM-COMPETENCIA.
           ACCEPT OEM-DATA FROM DATE YYYYMMDD.
           MOVE WRK-QTD-ESTOURADOS TO OEM-ESTOURADOS.
           WRITE ORC-EMITIDO-RECORD.
           CLOSE ORC-EMITIDO-FILE.

      * Cabecalho padrao (BOOK.COB): empresa, data/hora de execucao
      * e numero de pagina.
       0090-MONTAR-CABECALHO.
