      *              ARQUIVO-LOCK.CTL e libera no fim - a
      *              administracao do PROG31 nao mexe no lockout com
      *              o lote no meio.
      * 15/10/2026 - Troca de senha registrada no AUDIT-LOG.LOG (TROCA
      *              SENHA, nova validade no valor novo) e eventos com
      *              a chave do usuario atingido (WRK-AUDIT-CHAVE), para
      *              a comparacao antes/depois do PROG10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG08.
                        MOVE 'S' TO WRK-MASTER-MUDOU
                        DISPLAY 'SENHA TROCADA - VALIDA POR ' ,
                            WRK-DIAS-VALIDADE-PRM ' DIAS.'
                        MOVE WRK-USUARIO     TO WRK-AUDIT-USUARIO
                                                WRK-AUDIT-CHAVE
                        MOVE 'TROCA SENHA'   TO WRK-AUDIT-ACAO
                        MOVE SPACES          TO WRK-AUDIT-VALOR-ANTIGO
                        MOVE WRK-USR-VALIDADE(WRK-IDX-USR-ACHADO)
                            TO WRK-AUDIT-VALOR-NOVO
                        MOVE 'EFETIVADO'     TO WRK-AUDIT-RESULTADO
                        PERFORM 9850-GRAVAR-AUDITORIA
                        MOVE WRK-USR-NIVEL(WRK-IDX-USR-ACHADO)
                            TO WRK-NIVEL
                        PERFORM 0040-DECIDIR-ACESSO
                    MOVE WRK-ADMIN-EXPIRA TO WRK-AUDIT-USUARIO
                    MOVE 'EXPIRA SENHA'  TO WRK-AUDIT-ACAO
                    MOVE WRK-USUARIO-ALVO TO WRK-AUDIT-VALOR-ANTIGO
                                             WRK-AUDIT-CHAVE
                    MOVE 'EXPIRADA'      TO WRK-AUDIT-VALOR-NOVO
                    MOVE 'EFETIVADO'     TO WRK-AUDIT-RESULTADO
                    PERFORM 9850-GRAVAR-AUDITORIA
