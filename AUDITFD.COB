      * 22/08/2026 - Incluida a sequencia atribuida na execucao
      *              (AUDIT-SEQUENCIA), no final do registro, para a
      *              evidencia de violacao conferida pelo PROG38.
      * 15/10/2026 - Incluida a chave do registro atingido
      *              (AUDIT-CHAVE), no final do registro - matricula,
      *              conta ou usuario, do jeito que esta no arquivo
      *              mestre -, para a comparacao antes/depois do PROG10
      *              casar cada mudanca com o seu evento; evento que
      *              atinge o arquivo inteiro leva o nome do arquivo.
      ******************************************************************
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05 AUDIT-HORA             PIC 9(08).
           05 FILLER                 PIC X(01).
           05 AUDIT-SEQUENCIA        PIC 9(04).
           05 FILLER                 PIC X(01).
           05 AUDIT-CHAVE            PIC X(15).
