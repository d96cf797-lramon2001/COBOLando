      *              novo HOLERITES / RAISE-HISTORY, mesmo formato do
      *              evento EMPLOYEE) - cada janela de retencao vence
      *              num mes diferente e o expurgo ficava sem trilha.
      * 15/10/2026 - Eventos de auditoria passam a levar a chave do
      *              registro atingido (WRK-AUDIT-CHAVE), casada pela
      *              comparacao antes/depois do PROG10.
      * 15/10/2026 - FD de FOLHA-YTD.DAT no layout de 95 posicoes
      *              (PLR, IR exclusivo da PLR e empresa no fim do
      *              registro): com o FD antigo cada linha era lida
      *              como dois registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG49.
           05 YTD-IRRF         PIC 9(08)V99.
           05 YTD-LIQUIDO      PIC 9(08)V99.
           05 YTD-DEPENDENTES  PIC 9(02).
           05 YTD-PLR          PIC 9(08)V99.
           05 YTD-IRRF-PLR     PIC 9(08)V99.
           05 YTD-EMPRESA      PIC 9(02).
       FD  RETENCAO-FILE.
       01  RETENCAO-RECORD.
           05 RET-PREFIXO     PIC X(14).
                                   TO WRK-AUDIT-ACAO
                               MOVE EMP-MATRICULA
                                   TO WRK-AUDIT-VALOR-ANTIGO
                                      WRK-AUDIT-CHAVE
                               MOVE 'EMPLOYEE'
                                   TO WRK-AUDIT-VALOR-NOVO
                               MOVE 'EFETIVADO'
           MOVE WRK-USUARIO TO WRK-AUDIT-USUARIO.
           MOVE 'LGPD ANONIMIZA' TO WRK-AUDIT-ACAO.
           MOVE WRK-DESLIG-MATRICULA(WRK-IDX-DESLIG)
               TO WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-CHAVE.
           MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.

