      *
      * Modification History:
      * 22/08/2026 - Criado.
      * 15/10/2026 - Incluidos o filtro de distribuicao da linha
      *              (WRK-SPOOL-FILTRO: departamento, turma...), que
      *              vale ate quem imprime limpar, e o tipo/valor da
      *              linha principal (WRK-SPOOL-TIPO/WRK-SPOOL-VALOR),
      *              limpos a cada gravacao - ver SPOOLFD.COB.
      ******************************************************************
       77  WRK-STATUS-SPOOL      PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-SPOOL-CTL  PIC X(02) VALUES ZEROS.
      * SPOOL-CONTROLE.CTL para configurar.
       77  WRK-SPOOL-LINHAS-PAG  PIC 9(03) VALUE 56.
       77  WRK-SPOOL-LINHA-ATUAL PIC 9(03) VALUES ZEROS.
       77  WRK-SPOOL-FILTRO      PIC X(05) VALUES SPACES.
       77  WRK-SPOOL-TIPO        PIC X(01) VALUES SPACES.
       77  WRK-SPOOL-VALOR       PIC 9(09)V99 VALUES ZEROS.
