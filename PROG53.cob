      * 02/09/2026 - SAL-SALDO alargado para S9(10)V99, acompanhando o
      *              TRN-VALOR de 9(10)V99 - saldo de conta que recebe
      *              os agregados da folha nao cabe em oito digitos.
      * 15/10/2026 - CONTAS.DAT ganhou no fim o grupo de demonstracao
      *              da conta sintetica (CTA-GRUPO: A ativo, P
      *              passivo, L patrimonio liquido, R receita, C
      *              custo, D despesa; branco = nao classificada),
      *              mantido pelo novo modo 5 e auditado - e com ele
      *              que o PROG75 monta o balanco e a DRE. Registro
      *              legado sem o campo entra nao classificado.
      * 15/10/2026 - Eventos de auditoria passam a levar a chave do
      *              registro atingido (WRK-AUDIT-CHAVE), casada pela
      *              comparacao antes/depois do PROG10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG53.
           05 CTA-TIPO    PIC X(01).
           05 CTA-PAI     PIC X(04).
           05 CTA-ATIVA   PIC X(01).
           05 CTA-GRUPO   PIC X(01).
       FD  SALDOS-FILE.
       01  SALDOS-RECORD.
           05 SAL-CONTA   PIC 9(04).
           88 MODO-RENOMEAR   VALUE '2'.
           88 MODO-DESATIVAR  VALUE '3'.
           88 MODO-LISTAR     VALUE '4'.
           88 MODO-CLASSIFICAR VALUE '5'.
           88 MODO-SAIR       VALUE '9'.
       77  WRK-USUARIO          PIC X(15) VALUES SPACES.
       77  WRK-QTD-OPERACOES    PIC 9(04) VALUES ZEROS.
       77  WRK-NOME-ENT         PIC X(20) VALUES SPACES.
       77  WRK-TIPO-ENT         PIC X(01) VALUES SPACE.
       77  WRK-PAI-ENT          PIC 9(04) VALUES ZEROS.
      * Grupo de demonstracao da sintetica: A ativo, P passivo, L
      * patrimonio liquido, R receita, C custo, D despesa; branco =
      * nao classificada. As analiticas herdam o grupo do pai.
       77  WRK-GRUPO-ENT        PIC X(01) VALUES SPACE.
           88 GRUPO-VALIDO VALUE 'A' 'P' 'L' 'R' 'C' 'D'.
       77  WRK-IDX-ACHADO       PIC 9(03) VALUES ZEROS.
       77  WRK-IDX-PAI          PIC 9(03) VALUES ZEROS.
       77  WRK-SALDO-CONTA      PIC S9(10)V99 VALUES ZEROS.
              10 WRK-CONTA-TIPO   PIC X(01).
              10 WRK-CONTA-PAI    PIC 9(04).
              10 WRK-CONTA-ATIVA  PIC X(01).
              10 WRK-CONTA-GRUPO  PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG53' TO WRK-TRAILER-PROGRAMA.
           PERFORM UNTIL MODO-SAIR
               DISPLAY ' '
               DISPLAY '1-INCLUIR CONTA  2-RENOMEAR  3-DESATIVAR  ' ,
                   '4-LISTAR  5-CLASSIFICAR SINTETICA  9-SAIR: '
               ACCEPT WRK-MODO FROM CONSOLE
               EVALUATE TRUE
                   WHEN MODO-INCLUIR
                       PERFORM 0300-DESATIVAR-CONTA
                   WHEN MODO-LISTAR
                       PERFORM 0400-LISTAR-CONTAS
                   WHEN MODO-CLASSIFICAR
                       PERFORM 0250-CLASSIFICAR-CONTA
                   WHEN MODO-SAIR
                       CONTINUE
                   WHEN OTHER
                                   MOVE 'S' TO
                                       WRK-CONTA-ATIVA(WRK-IDX-CONTA)
                               END-IF
                               MOVE CTA-GRUPO TO WRK-GRUPO-ENT
                               IF NOT GRUPO-VALIDO
                                   MOVE SPACE TO WRK-GRUPO-ENT
                               END-IF
                               MOVE WRK-GRUPO-ENT TO
                                   WRK-CONTA-GRUPO(WRK-IDX-CONTA)
                           ELSE
                               DISPLAY 'AVISO: PLANO DE CONTAS ' ,
                                   'CHEIO - CONTA IGNORADA'
                       MOVE WRK-PAI-ENT TO
                           WRK-CONTA-PAI(WRK-IDX-CONTA)
                       MOVE 'S' TO WRK-CONTA-ATIVA(WRK-IDX-CONTA)
                       MOVE SPACE TO WRK-CONTA-GRUPO(WRK-IDX-CONTA)
                       MOVE 'S' TO WRK-TABELA-MUDOU
                       ADD 1 TO WRK-QTD-OPERACOES
                       MOVE 'INCLUI CONTA' TO WRK-AUDIT-ACAO
               PERFORM 0600-GRAVAR-AUDITORIA
           END-IF.

      * Grupo de demonstracao (balanco e DRE do PROG75) so na
      * sintetica; as analiticas seguem o grupo da sua conta-pai.
       0250-CLASSIFICAR-CONTA.
           DISPLAY 'CODIGO DA CONTA SINTETICA: '.
           ACCEPT WRK-CONTA-ENT FROM CONSOLE.
           PERFORM 0150-BUSCAR-CONTA.
           EVALUATE TRUE
               WHEN WRK-IDX-ACHADO = ZEROS
                   DISPLAY 'CONTA NAO CADASTRADA.'
               WHEN WRK-CONTA-TIPO(WRK-IDX-ACHADO) NOT = 'S'
                   DISPLAY 'SO CONTA SINTETICA E CLASSIFICADA - A ' ,
                       'ANALITICA SEGUE O GRUPO DO PAI.'
               WHEN OTHER
                   DISPLAY 'GRUPO ATUAL: ' ,
                       WRK-CONTA-GRUPO(WRK-IDX-ACHADO)
                   DISPLAY 'NOVO GRUPO (A-ATIVO P-PASSIVO ' ,
                       'L-PATRIMONIO LIQUIDO R-RECEITA C-CUSTO ' ,
                       'D-DESPESA): '
                   MOVE SPACE TO WRK-GRUPO-ENT
                   ACCEPT WRK-GRUPO-ENT FROM CONSOLE
                   MOVE FUNCTION UPPER-CASE(WRK-GRUPO-ENT)
                       TO WRK-GRUPO-ENT
                   IF NOT GRUPO-VALIDO
                       DISPLAY 'GRUPO INVALIDO - CLASSIFICACAO ' ,
                           'RECUSADA.'
                   ELSE
                       MOVE WRK-CONTA-GRUPO(WRK-IDX-ACHADO)
                           TO WRK-AUDIT-VALOR-ANTIGO
                       MOVE WRK-GRUPO-ENT TO
                           WRK-CONTA-GRUPO(WRK-IDX-ACHADO)
                       MOVE 'S' TO WRK-TABELA-MUDOU
                       ADD 1 TO WRK-QTD-OPERACOES
                       MOVE 'CLASSIF CONTA' TO WRK-AUDIT-ACAO
                       MOVE WRK-GRUPO-ENT   TO WRK-AUDIT-VALOR-NOVO
                       PERFORM 0600-GRAVAR-AUDITORIA
                   END-IF
           END-EVALUATE.

      * A desativacao exige saldo zerado em SALDOS.DAT - conta com
      * saldo ainda compoe o balancete e nao pode sumir do plano.
       0300-DESATIVAR-CONTA.
           END-IF.

       0400-LISTAR-CONTAS.
           DISPLAY 'CONTA NOME                 TIPO PAI  ATIVA GRUPO'.
           PERFORM VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTD-CONTAS
               DISPLAY WRK-CONTA-CODIGO(WRK-IDX-CONTA) '  '
                   WRK-CONTA-NOME(WRK-IDX-CONTA) ' '
                   WRK-CONTA-TIPO(WRK-IDX-CONTA) '    '
                   WRK-CONTA-PAI(WRK-IDX-CONTA) ' '
                   WRK-CONTA-ATIVA(WRK-IDX-CONTA) '     '
                   WRK-CONTA-GRUPO(WRK-IDX-CONTA)
           END-PERFORM.
           DISPLAY 'CONTAS NO PLANO: ' WRK-QTD-CONTAS.

               MOVE WRK-CONTA-TIPO(WRK-IDX-CONTA)   TO CTA-TIPO
               MOVE WRK-CONTA-PAI(WRK-IDX-CONTA)    TO CTA-PAI
               MOVE WRK-CONTA-ATIVA(WRK-IDX-CONTA)  TO CTA-ATIVA
               MOVE WRK-CONTA-GRUPO(WRK-IDX-CONTA)  TO CTA-GRUPO
               WRITE CONTAS-RECORD
           END-PERFORM.
           CLOSE CONTAS-FILE.
      * paragrafo padrao do book.
       0600-GRAVAR-AUDITORIA.
           MOVE WRK-USUARIO TO WRK-AUDIT-USUARIO.
           MOVE WRK-CONTA-ENT TO WRK-AUDIT-CHAVE.
           MOVE 'EFETIVADO'  TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           DISPLAY 'OPERACAO ' WRK-AUDIT-ACAO ' REGISTRADA PARA A ' ,
