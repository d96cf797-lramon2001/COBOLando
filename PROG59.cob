      *              frente, abria geracao inexistente e pulava o mes
      *              mais antigo - usuario com sign-on so nesse mes
      *              era suspenso por engano.
      * 15/10/2026 - Eventos de auditoria passam a levar a chave do
      *              registro atingido (WRK-AUDIT-CHAVE), casada pela
      *              comparacao antes/depois do PROG10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG59.
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'SUSPENDE CONTA' TO WRK-AUDIT-ACAO
               MOVE WRK-USR-ID(WRK-IDX-USR)
                   TO WRK-AUDIT-VALOR-ANTIGO WRK-AUDIT-CHAVE
               MOVE 'DORMENTE'  TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE WRK-GESTOR-CONF  TO WRK-AUDIT-USUARIO
               MOVE 'RECERTIFICACAO' TO WRK-AUDIT-ACAO
               MOVE WRK-USUARIO-CONF TO WRK-AUDIT-VALOR-ANTIGO
                                        WRK-AUDIT-CHAVE
               MOVE WRK-DECISAO-CONF TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO'      TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
