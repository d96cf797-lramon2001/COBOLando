      * 08/08/2026 - Criado.
      * 09/08/2026 - Comentario atualizado para 9850-GRAVAR-AUDITORIA
      *              (ver AUDITPR.COB).
      * 15/10/2026 - Incluida a chave do registro atingido
      *              (WRK-AUDIT-CHAVE), limpa a cada gravacao.
      ******************************************************************
       77  WRK-STATUS-AUDITORIA      PIC X(02) VALUES ZEROS.
       77  WRK-AUDIT-USUARIO         PIC X(15) VALUES SPACES.
           05 WRK-DIA-AUDITORIA      PIC 9(02).
       77  WRK-HORA-AUDITORIA        PIC 9(08) VALUES ZEROS.
       77  WRK-AUDIT-SEQUENCIA       PIC 9(04) VALUES ZEROS.
       77  WRK-AUDIT-CHAVE           PIC X(15) VALUES SPACES.
