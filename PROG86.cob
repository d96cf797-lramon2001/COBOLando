      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Cartas de cobranca escalonadas dos emprestimos
      * (PARCELAS.DAT, por contrato) e das mensalidades
      * (MENSALIDADES.DAT, por matricula). Cada devedor com item em
      * aberto vencido recebe um nivel pelos dias de atraso do item
      * mais antigo (vencimento no ultimo dia do mes do item): 1
      * lembrete amigavel, 2 notificacao formal, 3 aviso final antes
      * da cobranca - dias minimos de atraso, espera desde a carta
      * anterior e prazo de pagamento de cada nivel em
      * COBRANCA-PARAM.DAT (sem o arquivo: 5, 30 e 60 dias de
      * atraso, espera de 15 dias e prazos de 10, 7 e 5 dias). A
      * carta lista cada item vencido com a multa e os juros de mora
      * das regras do PROG26 (LOAN-PARAM.DAT) e do PROG57 (2% e 1% ao
      * mes), o total atualizado e o prazo, uma por pagina no spool
      * COBRANCA.SPL. COBRANCA-HIST.DAT guarda cada carta emitida:
      * o mesmo nivel nunca sai duas vezes, o nivel seguinte so sai
      * vencida a espera e sobe um nivel por vez, e o devedor que
      * quitou tudo o que estava em atraso na ultima carta recomeca
      * do lembrete. Devedor no aviso final com o prazo vencido e
      * listado no resumo para a cobranca. Exige usuario autorizado
      * pelo PROG29 na funcao COBRANCA e fica registrado em
      * AUDIT-LOG.LOG. RETURN-CODE 8 parametros invalidos ou usuario
      * sem permissao, 4 nenhuma carta a emitir nem devedor a
      * encaminhar, 1 tabela cheia.
      * Tectonics: cobc
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Carta de mensalidade enderecada ao responsavel
      *              financeiro da familia do aluno (RESPONSAVEIS.DAT
      *              e FAMILIAS.DAT, mantidos pelo PROG89), com nome,
      *              endereco e contato; aluno sem responsavel segue
      *              so com o nome do aluno, como antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG86.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS-FILE ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARCELAS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOAN-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CONTRATOS.
           SELECT LOAN-PARAM-FILE ASSIGN TO "LOAN-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-LOAN-PRM.
           SELECT MENSALIDADES-FILE ASSIGN TO "MENSALIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MENSAL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-STATUS-ALUNO.
           SELECT COBRANCA-PARAM-FILE ASSIGN TO "COBRANCA-PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PARAM.
           SELECT COBRANCA-HIST-FILE ASSIGN TO "COBRANCA-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIST.
           COPY 'RSPSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'SPOOLSL.COB' REPLACING ==:ARQ:== BY
               =="COBRANCA.SPL"==.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS-FILE.
       01  PARCELAS-RECORD.
           05 PAR-CONTRATO     PIC 9(06).
           05 PAR-NUMERO       PIC 9(03).
           05 PAR-VENCIMENTO   PIC 9(06).
           05 PAR-VALOR        PIC 9(08)V99.
           05 PAR-SITUACAO     PIC X(01).
           05 PAR-VALOR-PAGO   PIC 9(08)V99.
           05 PAR-MULTA        PIC 9(06)V99.
           05 PAR-JUROS-MORA   PIC 9(06)V99.
           05 PAR-ABATIMENTO   PIC 9(06)V99.
           05 PAR-DATA-PAGTO   PIC 9(06).
           05 PAR-AMORTIZACAO  PIC 9(08)V99.
       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD.
           05 CON-NUMERO       PIC 9(06).
           05 CON-TOMADOR      PIC X(20).
           05 CON-PRINCIPAL    PIC 9(08)V99.
           05 CON-TAXA         PIC 9(03)V99.
           05 CON-PERIODOS     PIC 9(03).
           05 CON-TIPO         PIC X(01).
           05 CON-INICIO       PIC 9(06).
           05 CON-CONSIGNADO   PIC X(01).
           05 CON-MATRICULA    PIC 9(05).
           05 CON-SITUACAO     PIC X(01).
           05 CON-RENEG        PIC 9(02).
       FD  LOAN-PARAM-FILE.
       01  LOAN-PARAM-RECORD.
           05 LPR-MULTA-PCT    PIC 9(02)V99.
           05 LPR-JUROS-PCT    PIC 9(02)V99.
       FD  MENSALIDADES-FILE.
       01  MENSALIDADES-RECORD.
           05 MEN-MATRICULA    PIC 9(05).
           05 MEN-COMPETENCIA  PIC 9(06).
           05 MEN-VALOR        PIC 9(06)V99.
           05 MEN-SITUACAO     PIC X(01).
           05 MEN-VALOR-PAGO   PIC 9(06)V99.
           05 MEN-MULTA        PIC 9(06)V99.
           05 MEN-JUROS        PIC 9(06)V99.
           05 MEN-DATA-PAGTO   PIC 9(06).
       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05 ALU-MATRICULA    PIC 9(05).
           05 ALU-NOME         PIC X(20).
           05 ALU-TURMA        PIC 9(02).
           05 ALU-BIMESTRE OCCURS 4 TIMES.
              10 ALU-BIM-NOTA-1 PIC 9(2)V99.
              10 ALU-BIM-NOTA-2 PIC 9(2)V99.
           05 ALU-NOTA-RECUP   PIC 9(2)V99.
      * Um registro por nivel: dias minimos de atraso, dias de espera
      * desde a carta do nivel anterior e prazo de pagamento em dias.
       FD  COBRANCA-PARAM-FILE.
       01  COBRANCA-PARAM-RECORD.
           05 CBP-NIVEL        PIC 9(01).
           05 FILLER           PIC X(01).
           05 CBP-DIAS-ATRASO  PIC 9(03).
           05 FILLER           PIC X(01).
           05 CBP-ESPERA       PIC 9(03).
           05 FILLER           PIC X(01).
           05 CBP-PRAZO        PIC 9(02).
      * Uma linha por carta emitida: origem ('E' emprestimo, 'M'
      * mensalidade), contrato ou matricula, nivel, data, total
      * atualizado, prazo de pagamento, itens e usuario.
       FD  COBRANCA-HIST-FILE.
       01  COBRANCA-HIST-RECORD.
           05 HCB-ORIGEM       PIC X(01).
           05 FILLER           PIC X(01).
           05 HCB-DEVEDOR      PIC 9(06).
           05 FILLER           PIC X(01).
           05 HCB-NIVEL        PIC 9(01).
           05 FILLER           PIC X(01).
           05 HCB-DATA         PIC 9(08).
           05 FILLER           PIC X(01).
           05 HCB-VALOR        PIC 9(10)V99.
           05 FILLER           PIC X(01).
           05 HCB-PRAZO        PIC 9(08).
           05 FILLER           PIC X(01).
           05 HCB-QTD-ITENS    PIC 9(03).
           05 FILLER           PIC X(01).
           05 HCB-USUARIO      PIC X(15).
           COPY 'RSPFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'SPOOLFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'BOOK.COB'.
           COPY 'RSPWS.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'SPOOLWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
       77  WRK-STATUS-PARCELAS  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-CONTRATOS PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-LOAN-PRM  PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-MENSAL    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ALUNO     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-PARAM     PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-HIST      PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ARQUIVO      PIC X(01) VALUES 'N'.
           88 FIM-ARQUIVO VALUE 'S'.
       77  WRK-USUARIO-SESSAO   PIC X(15) VALUES SPACES.
       01  WRK-DATA-HOJE        PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO         PIC 9(04).
           05 WRK-HOJE-MES         PIC 9(02).
           05 WRK-HOJE-DIA         PIC 9(02).
       01  WRK-DATA-HOJE-R2 REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPETENCIA-HOJE PIC 9(06).
           05 FILLER               PIC 9(02).
      * Ultimo dia de um mes AAAAMM: primeiro dia do mes seguinte
      * menos um.
       01  WRK-MES-PROC         PIC 9(06) VALUES ZEROS.
       01  WRK-MES-PROC-R REDEFINES WRK-MES-PROC.
           05 WRK-MES-PROC-ANO     PIC 9(04).
           05 WRK-MES-PROC-MES     PIC 9(02).
       01  WRK-DATA-SEGUINTE    PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-SEGUINTE-R REDEFINES WRK-DATA-SEGUINTE.
           05 WRK-SEG-ANO          PIC 9(04).
           05 WRK-SEG-MES          PIC 9(02).
           05 WRK-SEG-DIA          PIC 9(02).
       77  WRK-ULTIMO-DIA       PIC 9(08) VALUES ZEROS.
      * Data no formato DD/MM/AAAA para a carta.
       01  WRK-DATA-EDITAR      PIC 9(08) VALUES ZEROS.
       01  WRK-DATA-EDITAR-R REDEFINES WRK-DATA-EDITAR.
           05 WRK-EDT-ANO          PIC 9(04).
           05 WRK-EDT-MES          PIC 9(02).
           05 WRK-EDT-DIA          PIC 9(02).
       01  WRK-DATA-EDITADA.
           05 WRK-EDT-DIA-S        PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-EDT-MES-S        PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WRK-EDT-ANO-S        PIC 9(04).
      * Regras de mora: emprestimo pelo LOAN-PARAM.DAT (sem o
      * arquivo, 2% e 1% ao mes, como no PROG26) e mensalidade com os
      * 2% e 1% ao mes do PROG57.
       77  WRK-MULTA-PCT-EMP    PIC 9(02)V99 VALUE 2,00.
       77  WRK-JUROS-PCT-EMP    PIC 9(02)V99 VALUE 1,00.
       77  WRK-MULTA-PCT-MEN    PIC 9(02)V99 VALUE 2,00.
       77  WRK-JUROS-PCT-MEN    PIC 9(02)V99 VALUE 1,00.
       77  WRK-MULTA-PCT        PIC 9(02)V99 VALUES ZEROS.
       77  WRK-JUROS-PCT        PIC 9(02)V99 VALUES ZEROS.
       01  WRK-VENC-ITEM        PIC 9(06) VALUES ZEROS.
       01  WRK-VENC-ITEM-R REDEFINES WRK-VENC-ITEM.
           05 WRK-VENC-ANO         PIC 9(04).
           05 WRK-VENC-MES         PIC 9(02).
       77  WRK-MESES-ATRASO     PIC S9(05) VALUES ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(07) VALUES ZEROS.
       77  WRK-MULTA-CALC       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-JUROS-CALC       PIC 9(08)V99 VALUES ZEROS.
       77  WRK-VALOR-CORRIGIDO  PIC 9(10)V99 VALUES ZEROS.
      * Niveis de cobranca em vigor.
       77  WRK-PARAM-INVALIDO   PIC X(01) VALUES 'N'.
           88 PARAM-INVALIDO VALUE 'S'.
       01  WRK-TAB-NIVEIS.
           05 WRK-NIVEL-ITEM OCCURS 3 TIMES.
              10 WRK-NIV-DIAS-ATRASO PIC 9(03).
              10 WRK-NIV-ESPERA      PIC 9(03).
              10 WRK-NIV-PRAZO       PIC 9(02).
              10 WRK-NIV-INFORMADO   PIC X(01).
              10 WRK-NIV-QTD-CARTAS  PIC 9(04).
              10 WRK-NIV-TOTAL       PIC 9(12)V99.
       01  WRK-NIVEIS-PADRAO.
           05 FILLER PIC X(08) VALUE '00500010'.
           05 FILLER PIC X(08) VALUE '03001507'.
           05 FILLER PIC X(08) VALUE '06001505'.
       01  WRK-NIVEIS-PADRAO-R REDEFINES WRK-NIVEIS-PADRAO.
           05 WRK-PADRAO-ITEM OCCURS 3 TIMES.
              10 WRK-PADRAO-DIAS-ATRASO PIC 9(03).
              10 WRK-PADRAO-ESPERA      PIC 9(03).
              10 WRK-PADRAO-PRAZO       PIC 9(02).
      * Titulo e texto da carta de cada nivel.
       01  WRK-TEXTOS-CARTA.
           05 FILLER PIC X(30) VALUE 'LEMBRETE AMIGAVEL'.
           05 FILLER PIC X(70) VALUE
              'NAO IDENTIFICAMOS O PAGAMENTO DOS ITENS ABAIXO.'.
           05 FILLER PIC X(30) VALUE 'NOTIFICACAO FORMAL DE DEBITO'.
           05 FILLER PIC X(70) VALUE
              'FICA NOTIFICADO DO DEBITO ABAIXO, A QUITAR NO PRAZO.'.
           05 FILLER PIC X(30) VALUE 'AVISO FINAL ANTES DA COBRANCA'.
           05 FILLER PIC X(70) VALUE
              'SEM PAGAMENTO NO PRAZO O DEBITO IRA PARA A COBRANCA.'.
       01  WRK-TEXTOS-CARTA-R REDEFINES WRK-TEXTOS-CARTA.
           05 WRK-TEXTO-ITEM OCCURS 3 TIMES.
              10 WRK-TEXTO-TITULO   PIC X(30).
              10 WRK-TEXTO-CORPO    PIC X(70).
      * Itens vencidos em aberto: origem, contrato ou matricula,
      * parcela (zero na mensalidade), vencimento AAAAMM e valor.
       77  WRK-QTD-ITENS        PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-ITENS.
           05 WRK-ITEM OCCURS 5000 TIMES
                        INDEXED BY WRK-IDX-ITEM.
              10 WRK-ITM-ORIGEM     PIC X(01).
              10 WRK-ITM-DEVEDOR    PIC 9(06).
              10 WRK-ITM-PARCELA    PIC 9(03).
              10 WRK-ITM-VENCIMENTO PIC 9(06).
              10 WRK-ITM-VALOR      PIC 9(08)V99.
      * Devedores: o item mais antigo, a ultima carta do ciclo e o
      * nivel a emitir nesta corrida (zero = nada a emitir).
       77  WRK-QTD-DEVEDORES    PIC 9(04) VALUES ZEROS.
       77  WRK-DEV-IDX-ACHADO   PIC 9(04) VALUES ZEROS.
       77  WRK-ORIGEM-PROC      PIC X(01) VALUES SPACE.
       77  WRK-DEVEDOR-PROC     PIC 9(06) VALUES ZEROS.
       01  WRK-TAB-DEVEDORES.
           05 WRK-DEVEDOR OCCURS 1000 TIMES
                           INDEXED BY WRK-IDX-DEV.
              10 WRK-DEV-ORIGEM       PIC X(01).
              10 WRK-DEV-CODIGO       PIC 9(06).
              10 WRK-DEV-NOME         PIC X(20).
              10 WRK-DEV-VENC-ANTIGO  PIC 9(06).
              10 WRK-DEV-DIAS         PIC 9(05).
              10 WRK-DEV-NIVEL-ANT    PIC 9(01).
              10 WRK-DEV-DATA-ANT     PIC 9(08).
              10 WRK-DEV-PRAZO-ANT    PIC 9(08).
              10 WRK-DEV-NIVEL-ENVIO  PIC 9(01).
              10 WRK-DEV-AGUARDANDO   PIC X(01).
       77  WRK-NIVEL-ALVO       PIC 9(01) VALUES ZEROS.
       77  WRK-NIVEL            PIC 9(01) VALUES ZEROS.
       77  WRK-DIAS-ESPERA      PIC S9(07) VALUES ZEROS.
      * Carta em impressao.
       77  WRK-QTD-CARTAS       PIC 9(04) VALUES ZEROS.
       77  WRK-CTR-CARTA        PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-AGUARDANDO   PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-COBRANCA     PIC 9(04) VALUES ZEROS.
       77  WRK-QTD-ITENS-CARTA  PIC 9(03) VALUES ZEROS.
       77  WRK-TOTAL-CARTA      PIC 9(10)V99 VALUES ZEROS.
       77  WRK-TOTAL-GERAL      PIC 9(12)V99 VALUES ZEROS.
       77  WRK-DATA-PRAZO       PIC 9(08) VALUES ZEROS.
       77  WRK-DESCR-DEVEDOR    PIC X(40) VALUES SPACES.
       77  WRK-DESCR-ITEM       PIC X(24) VALUES SPACES.
       77  WRK-MASC-VALOR       PIC ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-MULTA       PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-JUROS       PIC ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-CORRIGIDO   PIC Z.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-TOTAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUES ZEROS.
       77  WRK-MASC-DIAS        PIC ZZZZ9 VALUES ZEROS.
       77  WRK-MASC-QTD         PIC ZZZ9 VALUES ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG86' TO WRK-TRAILER-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-AUTORIZAR.
           PERFORM 0100-CARREGAR-PARAMETROS.
           PERFORM 0200-CARREGAR-EMPRESTIMOS.
           PERFORM 0250-CARREGAR-MENSALIDADES.
           PERFORM 0300-CARREGAR-NOMES.
           PERFORM 9282-CARREGAR-RESPONSAVEIS.
           PERFORM 9290-CARREGAR-FAMILIAS.
           PERFORM 0350-CARREGAR-HISTORICO.
           PERFORM 0400-DEFINIR-NIVEIS.
           IF WRK-QTD-CARTAS = ZEROS AND WRK-QTD-COBRANCA = ZEROS
               DISPLAY 'NENHUMA CARTA DE COBRANCA A EMITIR HOJE ' ,
                   '(DEVEDORES: ' WRK-QTD-DEVEDORES ', AGUARDANDO ' ,
                   'A ESPERA: ' WRK-QTD-AGUARDANDO ')'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0090-MONTAR-CABECALHO
               PERFORM 0500-EMITIR-CARTAS
               PERFORM 0600-EMITIR-RESUMO
               PERFORM 9390-FECHAR-SPOOL
               MOVE WRK-USUARIO-SESSAO TO WRK-AUDIT-USUARIO
               MOVE 'COBRANCA'         TO WRK-AUDIT-ACAO
               MOVE WRK-DATA-HOJE      TO WRK-AUDIT-VALOR-ANTIGO
               MOVE WRK-QTD-CARTAS     TO WRK-AUDIT-VALOR-NOVO
               MOVE 'EFETIVADO' TO WRK-AUDIT-RESULTADO
               PERFORM 9850-GRAVAR-AUDITORIA
               MOVE 'CONCLUIDO COM SUCESSO' TO WRK-TRAILER-STATUS
           END-IF.
           MOVE WRK-QTD-CARTAS TO WRK-TRAILER-QTD.
           PERFORM 9950-EXIBIR-TRAILER.
           STOP RUN.

      * Usuario autorizado pelo PROG29 na funcao COBRANCA.
       0050-AUTORIZAR.
           DISPLAY 'USUARIO RESPONSAVEL: '.
           ACCEPT WRK-USUARIO-SESSAO FROM CONSOLE.
           MOVE WRK-USUARIO-SESSAO TO AUT-USUARIO.
           MOVE 'COBRANCA'         TO AUT-FUNCAO.
           MOVE 'N'                TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO NOT = 'S'
               DISPLAY 'USUARIO SEM PERMISSAO PARA A COBRANCA.'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Niveis de COBRANCA-PARAM.DAT (nivel ausente fica com o
      * padrao) e regras de mora dos emprestimos. Dias de atraso
      * tem de crescer do nivel 1 para o 3.
       0100-CARREGAR-PARAMETROS.
           PERFORM VARYING WRK-NIVEL FROM 1 BY 1 UNTIL WRK-NIVEL > 3
               MOVE WRK-PADRAO-DIAS-ATRASO(WRK-NIVEL)
                   TO WRK-NIV-DIAS-ATRASO(WRK-NIVEL)
               MOVE WRK-PADRAO-ESPERA(WRK-NIVEL)
                   TO WRK-NIV-ESPERA(WRK-NIVEL)
               MOVE WRK-PADRAO-PRAZO(WRK-NIVEL)
                   TO WRK-NIV-PRAZO(WRK-NIVEL)
               MOVE 'N' TO WRK-NIV-INFORMADO(WRK-NIVEL)
               MOVE ZEROS TO WRK-NIV-QTD-CARTAS(WRK-NIVEL)
                   WRK-NIV-TOTAL(WRK-NIVEL)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT COBRANCA-PARAM-FILE.
           IF WRK-STATUS-PARAM = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ COBRANCA-PARAM-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0110-GUARDAR-NIVEL
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-PARAM-FILE
           ELSE
               DISPLAY 'COBRANCA-PARAM.DAT NAO ENCONTRADO - NIVEIS ' ,
                   'PADRAO (5, 30 E 60 DIAS)'
           END-IF.
           IF WRK-NIV-DIAS-ATRASO(1) = ZEROS
              OR WRK-NIV-DIAS-ATRASO(2) NOT > WRK-NIV-DIAS-ATRASO(1)
              OR WRK-NIV-DIAS-ATRASO(3) NOT > WRK-NIV-DIAS-ATRASO(2)
               DISPLAY 'DIAS DE ATRASO DOS NIVEIS TEM DE CRESCER ' ,
                   'DO NIVEL 1 AO 3 (E O NIVEL 1 PASSAR DE ZERO)'
               SET PARAM-INVALIDO TO TRUE
           END-IF.
           IF PARAM-INVALIDO
               DISPLAY 'PARAMETROS DE COBRANCA INVALIDOS - CORRIJA ' ,
                   'COBRANCA-PARAM.DAT; NENHUMA CARTA EMITIDA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.
           OPEN INPUT LOAN-PARAM-FILE.
           IF WRK-STATUS-LOAN-PRM = '00'
               READ LOAN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LPR-MULTA-PCT > ZEROS
                           MOVE LPR-MULTA-PCT TO WRK-MULTA-PCT-EMP
                       END-IF
                       IF LPR-JUROS-PCT > ZEROS
                           MOVE LPR-JUROS-PCT TO WRK-JUROS-PCT-EMP
                       END-IF
               END-READ
               CLOSE LOAN-PARAM-FILE
           END-IF.

       0110-GUARDAR-NIVEL.
           IF CBP-NIVEL NOT NUMERIC
              OR CBP-DIAS-ATRASO NOT NUMERIC
              OR CBP-ESPERA NOT NUMERIC
              OR CBP-PRAZO NOT NUMERIC
               DISPLAY 'REGISTRO DE COBRANCA-PARAM.DAT NAO NUMERICO: '
                   COBRANCA-PARAM-RECORD
               SET PARAM-INVALIDO TO TRUE
           ELSE
               IF CBP-NIVEL < 1 OR CBP-NIVEL > 3
                   DISPLAY 'NIVEL DE COBRANCA FORA DE 1 A 3: ' ,
                       CBP-NIVEL
                   SET PARAM-INVALIDO TO TRUE
               ELSE
                   IF WRK-NIV-INFORMADO(CBP-NIVEL) = 'S'
                       DISPLAY 'NIVEL DE COBRANCA REPETIDO: ' ,
                           CBP-NIVEL
                       SET PARAM-INVALIDO TO TRUE
                   END-IF
                   MOVE 'S' TO WRK-NIV-INFORMADO(CBP-NIVEL)
                   MOVE CBP-DIAS-ATRASO
                       TO WRK-NIV-DIAS-ATRASO(CBP-NIVEL)
                   MOVE CBP-ESPERA TO WRK-NIV-ESPERA(CBP-NIVEL)
                   MOVE CBP-PRAZO  TO WRK-NIV-PRAZO(CBP-NIVEL)
               END-IF
           END-IF.

      * Ultimo dia do mes em WRK-MES-PROC, devolvido em
      * WRK-ULTIMO-DIA.
       0120-ULTIMO-DIA-MES.
           MOVE WRK-MES-PROC-ANO TO WRK-SEG-ANO.
           MOVE WRK-MES-PROC-MES TO WRK-SEG-MES.
           MOVE 1                TO WRK-SEG-DIA.
           IF WRK-SEG-MES = 12
               ADD 1 TO WRK-SEG-ANO
               MOVE 1 TO WRK-SEG-MES
           ELSE
               ADD 1 TO WRK-SEG-MES
           END-IF.
           COMPUTE WRK-ULTIMO-DIA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-SEGUINTE) - 1).

      * Parcelas de emprestimo em aberto ja vencidas (mes do
      * vencimento anterior ao corrente).
       0200-CARREGAR-EMPRESTIMOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PARCELAS-FILE.
           IF WRK-STATUS-PARCELAS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ PARCELAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PAR-SITUACAO = 'A'
                              AND PAR-VENCIMENTO < WRK-COMPETENCIA-HOJE
                               MOVE 'E'            TO WRK-ORIGEM-PROC
                               MOVE PAR-CONTRATO   TO WRK-DEVEDOR-PROC
                               PERFORM 0210-INCLUIR-ITEM
                               SET WRK-IDX-ITEM TO WRK-QTD-ITENS
                               MOVE PAR-NUMERO
                                   TO WRK-ITM-PARCELA(WRK-IDX-ITEM)
                               MOVE PAR-VENCIMENTO
                                   TO WRK-ITM-VENCIMENTO(WRK-IDX-ITEM)
                               MOVE PAR-VALOR
                                   TO WRK-ITM-VALOR(WRK-IDX-ITEM)
                               PERFORM 0220-ACUMULAR-DEVEDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARCELAS-FILE
           END-IF.

       0210-INCLUIR-ITEM.
           IF WRK-QTD-ITENS < 5000
               ADD 1 TO WRK-QTD-ITENS
               SET WRK-IDX-ITEM TO WRK-QTD-ITENS
               MOVE WRK-ORIGEM-PROC  TO WRK-ITM-ORIGEM(WRK-IDX-ITEM)
               MOVE WRK-DEVEDOR-PROC TO WRK-ITM-DEVEDOR(WRK-IDX-ITEM)
           ELSE
               DISPLAY 'ITENS VENCIDOS ALEM DA TABELA - NENHUMA ' ,
                   'CARTA EMITIDA'
               MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
               MOVE 1 TO RETURN-CODE
               PERFORM 9950-EXIBIR-TRAILER
               STOP RUN
           END-IF.

      * Devedor do item em WRK-IDX-ITEM, incluido na primeira vez,
      * com o vencimento mais antigo.
       0220-ACUMULAR-DEVEDOR.
           PERFORM 0230-LOCALIZAR-DEVEDOR.
           IF WRK-DEV-IDX-ACHADO = ZEROS
               IF WRK-QTD-DEVEDORES < 1000
                   ADD 1 TO WRK-QTD-DEVEDORES
                   MOVE WRK-QTD-DEVEDORES TO WRK-DEV-IDX-ACHADO
                   SET WRK-IDX-DEV TO WRK-DEV-IDX-ACHADO
                   MOVE WRK-ORIGEM-PROC  TO WRK-DEV-ORIGEM(WRK-IDX-DEV)
                   MOVE WRK-DEVEDOR-PROC TO WRK-DEV-CODIGO(WRK-IDX-DEV)
                   MOVE SPACES TO WRK-DEV-NOME(WRK-IDX-DEV)
                   MOVE 999999 TO WRK-DEV-VENC-ANTIGO(WRK-IDX-DEV)
                   MOVE ZEROS TO WRK-DEV-DIAS(WRK-IDX-DEV)
                       WRK-DEV-NIVEL-ANT(WRK-IDX-DEV)
                       WRK-DEV-DATA-ANT(WRK-IDX-DEV)
                       WRK-DEV-PRAZO-ANT(WRK-IDX-DEV)
                       WRK-DEV-NIVEL-ENVIO(WRK-IDX-DEV)
                   MOVE 'N' TO WRK-DEV-AGUARDANDO(WRK-IDX-DEV)
               ELSE
                   DISPLAY 'DEVEDORES ALEM DA TABELA - NENHUMA ' ,
                       'CARTA EMITIDA'
                   MOVE 'CONCLUIDO COM ERRO' TO WRK-TRAILER-STATUS
                   MOVE 1 TO RETURN-CODE
                   PERFORM 9950-EXIBIR-TRAILER
                   STOP RUN
               END-IF
           END-IF.
           SET WRK-IDX-DEV TO WRK-DEV-IDX-ACHADO.
           IF WRK-ITM-VENCIMENTO(WRK-IDX-ITEM) <
                   WRK-DEV-VENC-ANTIGO(WRK-IDX-DEV)
               MOVE WRK-ITM-VENCIMENTO(WRK-IDX-ITEM)
                   TO WRK-DEV-VENC-ANTIGO(WRK-IDX-DEV)
           END-IF.

       0230-LOCALIZAR-DEVEDOR.
           MOVE ZEROS TO WRK-DEV-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-DEV FROM 1 BY 1
                   UNTIL WRK-IDX-DEV > WRK-QTD-DEVEDORES
               IF WRK-DEV-ORIGEM(WRK-IDX-DEV) = WRK-ORIGEM-PROC
                  AND WRK-DEV-CODIGO(WRK-IDX-DEV) = WRK-DEVEDOR-PROC
                   SET WRK-DEV-IDX-ACHADO TO WRK-IDX-DEV
               END-IF
           END-PERFORM.

      * Mensalidades em aberto de competencia anterior a corrente.
       0250-CARREGAR-MENSALIDADES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT MENSALIDADES-FILE.
           IF WRK-STATUS-MENSAL = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ MENSALIDADES-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF MEN-SITUACAO = 'A'
                              AND MEN-COMPETENCIA < WRK-COMPETENCIA-HOJE
                               MOVE 'M'            TO WRK-ORIGEM-PROC
                               MOVE MEN-MATRICULA  TO WRK-DEVEDOR-PROC
                               PERFORM 0210-INCLUIR-ITEM
                               SET WRK-IDX-ITEM TO WRK-QTD-ITENS
                               MOVE ZEROS
                                   TO WRK-ITM-PARCELA(WRK-IDX-ITEM)
                               MOVE MEN-COMPETENCIA
                                   TO WRK-ITM-VENCIMENTO(WRK-IDX-ITEM)
                               MOVE MEN-VALOR
                                   TO WRK-ITM-VALOR(WRK-IDX-ITEM)
                               PERFORM 0220-ACUMULAR-DEVEDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES-FILE
           END-IF.

      * Nome do tomador (LOAN-MASTER.DAT) e do aluno (STUDENT.DAT).
       0300-CARREGAR-NOMES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WRK-STATUS-CONTRATOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ LOAN-MASTER-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE 'E'        TO WRK-ORIGEM-PROC
                           MOVE CON-NUMERO TO WRK-DEVEDOR-PROC
                           PERFORM 0230-LOCALIZAR-DEVEDOR
                           IF WRK-DEV-IDX-ACHADO > ZEROS
                               SET WRK-IDX-DEV TO WRK-DEV-IDX-ACHADO
                               MOVE CON-TOMADOR
                                   TO WRK-DEV-NOME(WRK-IDX-DEV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT STUDENT-FILE.
           IF WRK-STATUS-ALUNO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE 'M'           TO WRK-ORIGEM-PROC
                           MOVE ALU-MATRICULA TO WRK-DEVEDOR-PROC
                           PERFORM 0230-LOCALIZAR-DEVEDOR
                           IF WRK-DEV-IDX-ACHADO > ZEROS
                               SET WRK-IDX-DEV TO WRK-DEV-IDX-ACHADO
                               MOVE ALU-NOME
                                   TO WRK-DEV-NOME(WRK-IDX-DEV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

      * Ultima carta de cada devedor (a de data mais recente; no
      * mesmo dia, a de nivel maior).
       0350-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT COBRANCA-HIST-FILE.
           IF WRK-STATUS-HIST = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ COBRANCA-HIST-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE HCB-ORIGEM  TO WRK-ORIGEM-PROC
                           MOVE HCB-DEVEDOR TO WRK-DEVEDOR-PROC
                           PERFORM 0230-LOCALIZAR-DEVEDOR
                           IF WRK-DEV-IDX-ACHADO > ZEROS
                               PERFORM 0360-GUARDAR-ULTIMA-CARTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBRANCA-HIST-FILE
           END-IF.

       0360-GUARDAR-ULTIMA-CARTA.
           SET WRK-IDX-DEV TO WRK-DEV-IDX-ACHADO.
           IF HCB-DATA > WRK-DEV-DATA-ANT(WRK-IDX-DEV)
              OR (HCB-DATA = WRK-DEV-DATA-ANT(WRK-IDX-DEV)
                  AND HCB-NIVEL > WRK-DEV-NIVEL-ANT(WRK-IDX-DEV))
               MOVE HCB-DATA  TO WRK-DEV-DATA-ANT(WRK-IDX-DEV)
               MOVE HCB-NIVEL TO WRK-DEV-NIVEL-ANT(WRK-IDX-DEV)
               MOVE HCB-PRAZO TO WRK-DEV-PRAZO-ANT(WRK-IDX-DEV)
           END-IF.

      * Nivel de cada devedor: o alvo pelos dias de atraso do item
      * mais antigo; com carta anterior no ciclo, sobe um nivel por
      * vez e so depois da espera. Ciclo encerrado (o item mais
      * antigo venceu depois da ultima carta - tudo o que estava em
      * atraso foi pago) recomeca do nivel 1.
       0400-DEFINIR-NIVEIS.
           PERFORM VARYING WRK-IDX-DEV FROM 1 BY 1
                   UNTIL WRK-IDX-DEV > WRK-QTD-DEVEDORES
               MOVE WRK-DEV-VENC-ANTIGO(WRK-IDX-DEV) TO WRK-MES-PROC
               PERFORM 0120-ULTIMO-DIA-MES
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(WRK-ULTIMO-DIA)
               IF WRK-DIAS-ATRASO < ZEROS
                   MOVE ZEROS TO WRK-DIAS-ATRASO
               END-IF
               IF WRK-DIAS-ATRASO > 99999
                   MOVE 99999 TO WRK-DIAS-ATRASO
               END-IF
               MOVE WRK-DIAS-ATRASO TO WRK-DEV-DIAS(WRK-IDX-DEV)
               IF WRK-DEV-DATA-ANT(WRK-IDX-DEV) > ZEROS
                  AND WRK-ULTIMO-DIA > WRK-DEV-DATA-ANT(WRK-IDX-DEV)
                   MOVE ZEROS TO WRK-DEV-NIVEL-ANT(WRK-IDX-DEV)
                       WRK-DEV-DATA-ANT(WRK-IDX-DEV)
                       WRK-DEV-PRAZO-ANT(WRK-IDX-DEV)
               END-IF
               MOVE ZEROS TO WRK-NIVEL-ALVO
               PERFORM VARYING WRK-NIVEL FROM 1 BY 1
                       UNTIL WRK-NIVEL > 3
                   IF WRK-DEV-DIAS(WRK-IDX-DEV) NOT <
                          WRK-NIV-DIAS-ATRASO(WRK-NIVEL)
                       MOVE WRK-NIVEL TO WRK-NIVEL-ALVO
                   END-IF
               END-PERFORM
               IF WRK-NIVEL-ALVO > WRK-DEV-NIVEL-ANT(WRK-IDX-DEV)
                   COMPUTE WRK-NIVEL =
                       WRK-DEV-NIVEL-ANT(WRK-IDX-DEV) + 1
                   IF WRK-DEV-NIVEL-ANT(WRK-IDX-DEV) = ZEROS
                       MOVE WRK-NIVEL
                           TO WRK-DEV-NIVEL-ENVIO(WRK-IDX-DEV)
                   ELSE
                       COMPUTE WRK-DIAS-ESPERA =
                           FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                           FUNCTION INTEGER-OF-DATE
                               (WRK-DEV-DATA-ANT(WRK-IDX-DEV))
                       IF WRK-DIAS-ESPERA NOT <
                              WRK-NIV-ESPERA(WRK-NIVEL)
                           MOVE WRK-NIVEL
                               TO WRK-DEV-NIVEL-ENVIO(WRK-IDX-DEV)
                       ELSE
                           MOVE 'S' TO WRK-DEV-AGUARDANDO(WRK-IDX-DEV)
                           ADD 1 TO WRK-QTD-AGUARDANDO
                       END-IF
                   END-IF
               END-IF
               IF WRK-DEV-NIVEL-ENVIO(WRK-IDX-DEV) > ZEROS
                   ADD 1 TO WRK-QTD-CARTAS
               END-IF
               IF WRK-DEV-NIVEL-ANT(WRK-IDX-DEV) = 3
                  AND WRK-DEV-PRAZO-ANT(WRK-IDX-DEV) < WRK-DATA-HOJE
                   ADD 1 TO WRK-QTD-COBRANCA
               END-IF
           END-PERFORM.

      * Cabecalho padrao (BOOK.COB) na tela e no spool.
       0090-MONTAR-CABECALHO.
           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELATORIO FROM TIME.
           DISPLAY WRK-EMPRESA-RELATORIO '  PAGINA: ' ,
               WRK-PAGINA-RELATORIO.
           DISPLAY 'DATA: ' WRK-DIA-RELATORIO '/' WRK-MES-RELATORIO ,
               '/' WRK-ANO-RELATORIO '   HORA: ' WRK-HR-RELATORIO ,
               ':' WRK-MIN-RELATORIO ':' WRK-SEG-RELATORIO.
           PERFORM 9300-ABRIR-SPOOL.

      * Uma carta por pagina para cada devedor com nivel a emitir,
      * gravada em seguida no historico.
       0500-EMITIR-CARTAS.
           OPEN EXTEND COBRANCA-HIST-FILE.
           IF WRK-STATUS-HIST = '35'
               OPEN OUTPUT COBRANCA-HIST-FILE
           END-IF.
           MOVE ZEROS TO WRK-CTR-CARTA.
           PERFORM VARYING WRK-IDX-DEV FROM 1 BY 1
                   UNTIL WRK-IDX-DEV > WRK-QTD-DEVEDORES
               IF WRK-DEV-NIVEL-ENVIO(WRK-IDX-DEV) > ZEROS
                   PERFORM 0510-EMITIR-UMA-CARTA
               END-IF
           END-PERFORM.
           CLOSE COBRANCA-HIST-FILE.
           DISPLAY 'CARTAS DE COBRANCA EMITIDAS EM COBRANCA.SPL: ' ,
               WRK-QTD-CARTAS.

       0510-EMITIR-UMA-CARTA.
           ADD 1 TO WRK-CTR-CARTA.
           IF WRK-CTR-CARTA > 1
               MOVE WRK-SPOOL-LINHAS-PAG TO WRK-SPOOL-LINHA-ATUAL
           END-IF.
           MOVE WRK-DEV-NIVEL-ENVIO(WRK-IDX-DEV) TO WRK-NIVEL.
           COMPUTE WRK-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) +
                WRK-NIV-PRAZO(WRK-NIVEL)).
           MOVE SPACES TO WRK-DESCR-DEVEDOR.
           IF WRK-DEV-ORIGEM(WRK-IDX-DEV) = 'E'
               MOVE WRK-MULTA-PCT-EMP TO WRK-MULTA-PCT
               MOVE WRK-JUROS-PCT-EMP TO WRK-JUROS-PCT
               STRING '(EMPRESTIMO - CONTRATO '
                   WRK-DEV-CODIGO(WRK-IDX-DEV) ')'
                   DELIMITED BY SIZE INTO WRK-DESCR-DEVEDOR
           ELSE
               MOVE WRK-MULTA-PCT-MEN TO WRK-MULTA-PCT
               MOVE WRK-JUROS-PCT-MEN TO WRK-JUROS-PCT
               STRING '(MENSALIDADES - MATRICULA '
                   WRK-DEV-CODIGO(WRK-IDX-DEV)(2:5) ')'
                   DELIMITED BY SIZE INTO WRK-DESCR-DEVEDOR
           END-IF.
           STRING '   ' WRK-TEXTO-TITULO(WRK-NIVEL)
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-DATA-HOJE TO WRK-DATA-EDITAR.
           PERFORM 0590-EDITAR-DATA.
           STRING '   NIVEL ' WRK-NIVEL ' DE 3 - EMITIDA EM '
               WRK-DATA-EDITADA
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING '   A/C: ' WRK-DEV-NOME(WRK-IDX-DEV) '  '
               WRK-DESCR-DEVEDOR
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           IF WRK-DEV-ORIGEM(WRK-IDX-DEV) = 'M'
               PERFORM 0515-ENDERECAR-RESPONSAVEL
           END-IF.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING '   ' WRK-TEXTO-CORPO(WRK-NIVEL)
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE 'ITEM'       TO WRK-SPOOL-LINHA(4:4).
           MOVE 'VENC.'      TO WRK-SPOOL-LINHA(24:5).
           MOVE 'DIAS'       TO WRK-SPOOL-LINHA(32:4).
           MOVE 'VALOR'      TO WRK-SPOOL-LINHA(46:5).
           MOVE 'MULTA'      TO WRK-SPOOL-LINHA(57:5).
           MOVE 'JUROS'      TO WRK-SPOOL-LINHA(68:5).
           MOVE 'ATUALIZADO' TO WRK-SPOOL-LINHA(80:10).
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE ZEROS TO WRK-QTD-ITENS-CARTA WRK-TOTAL-CARTA.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF WRK-ITM-ORIGEM(WRK-IDX-ITEM) =
                       WRK-DEV-ORIGEM(WRK-IDX-DEV)
                  AND WRK-ITM-DEVEDOR(WRK-IDX-ITEM) =
                      WRK-DEV-CODIGO(WRK-IDX-DEV)
                   PERFORM 0520-EMITIR-ITEM
               END-IF
           END-PERFORM.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-TOTAL-CARTA TO WRK-MASC-TOTAL.
           STRING '   TOTAL ATUALIZADO ATE HOJE: ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE WRK-DATA-PRAZO TO WRK-DATA-EDITAR.
           PERFORM 0590-EDITAR-DATA.
           STRING '   PAGAMENTO ATE: ' WRK-DATA-EDITADA
               ' (APOS O PRAZO O VALOR SERA ATUALIZADO)'
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE '   EM CASO DE DUVIDA, PROCURE O SETOR FINANCEIRO.'
               TO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           MOVE SPACES TO COBRANCA-HIST-RECORD.
           MOVE WRK-DEV-ORIGEM(WRK-IDX-DEV) TO HCB-ORIGEM.
           MOVE WRK-DEV-CODIGO(WRK-IDX-DEV) TO HCB-DEVEDOR.
           MOVE WRK-NIVEL                   TO HCB-NIVEL.
           MOVE WRK-DATA-HOJE               TO HCB-DATA.
           MOVE WRK-TOTAL-CARTA             TO HCB-VALOR.
           MOVE WRK-DATA-PRAZO              TO HCB-PRAZO.
           MOVE WRK-QTD-ITENS-CARTA         TO HCB-QTD-ITENS.
           MOVE WRK-USUARIO-SESSAO          TO HCB-USUARIO.
           WRITE COBRANCA-HIST-RECORD.
           ADD 1 TO WRK-NIV-QTD-CARTAS(WRK-NIVEL).
           ADD WRK-TOTAL-CARTA TO WRK-NIV-TOTAL(WRK-NIVEL)
                                  WRK-TOTAL-GERAL.
           DISPLAY 'NIVEL ' WRK-NIVEL ' ' WRK-DEV-ORIGEM(WRK-IDX-DEV) ,
               ' ' WRK-DEV-CODIGO(WRK-IDX-DEV) ' ' ,
               WRK-DEV-NOME(WRK-IDX-DEV) ' ' WRK-MASC-TOTAL.

      * Mensalidade: responsavel financeiro da familia do aluno, com
      * o endereco de correspondencia e o contato.
       0515-ENDERECAR-RESPONSAVEL.
           MOVE WRK-DEV-CODIGO(WRK-IDX-DEV)(2:5)
               TO WRK-FAM-MATRICULA-PROC.
           PERFORM 9292-LOCALIZAR-VINCULO.
           MOVE ZEROS TO WRK-RSP-IDX-ACHADO.
           IF WRK-FAM-IDX-ACHADO > ZEROS
               SET WRK-IDX-FAM TO WRK-FAM-IDX-ACHADO
               MOVE WRK-FAM-CODIGO(WRK-IDX-FAM) TO WRK-RSP-FAMILIA-PROC
               PERFORM 9284-LOCALIZAR-RESPONSAVEL
           END-IF.
           IF WRK-RSP-IDX-ACHADO > ZEROS
               SET WRK-IDX-RSP TO WRK-RSP-IDX-ACHADO
               STRING '   RESPONSAVEL FINANCEIRO: '
                   WRK-RSP-NOME(WRK-IDX-RSP)
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               STRING '   ' WRK-RSP-ENDERECO(WRK-IDX-RSP)
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               STRING '   ' WRK-RSP-CIDADE(WRK-IDX-RSP) ' - '
                   WRK-RSP-UF(WRK-IDX-RSP) '  CEP '
                   WRK-RSP-CEP(WRK-IDX-RSP)(1:5) '-'
                   WRK-RSP-CEP(WRK-IDX-RSP)(6:3)
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
               STRING '   TEL ' WRK-RSP-TELEFONE(WRK-IDX-RSP) '  '
                   WRK-RSP-EMAIL(WRK-IDX-RSP)
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-IF.

      * Item vencido com a mora das regras da origem: multa fixa mais
      * juros simples por mes completo de atraso, como na baixa.
       0520-EMITIR-ITEM.
           MOVE WRK-ITM-VENCIMENTO(WRK-IDX-ITEM) TO WRK-VENC-ITEM.
           COMPUTE WRK-MESES-ATRASO =
               (WRK-HOJE-ANO - WRK-VENC-ANO) * 12 +
               (WRK-HOJE-MES - WRK-VENC-MES).
           IF WRK-MESES-ATRASO > ZEROS
               COMPUTE WRK-MULTA-CALC ROUNDED =
                   WRK-ITM-VALOR(WRK-IDX-ITEM) * WRK-MULTA-PCT / 100
               COMPUTE WRK-JUROS-CALC ROUNDED =
                   WRK-ITM-VALOR(WRK-IDX-ITEM) *
                   WRK-JUROS-PCT / 100 * WRK-MESES-ATRASO
           ELSE
               MOVE ZEROS TO WRK-MULTA-CALC WRK-JUROS-CALC
           END-IF.
           COMPUTE WRK-VALOR-CORRIGIDO =
               WRK-ITM-VALOR(WRK-IDX-ITEM) + WRK-MULTA-CALC +
               WRK-JUROS-CALC.
           ADD WRK-VALOR-CORRIGIDO TO WRK-TOTAL-CARTA.
           ADD 1 TO WRK-QTD-ITENS-CARTA.
           MOVE WRK-VENC-ITEM TO WRK-MES-PROC.
           PERFORM 0120-ULTIMO-DIA-MES.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(WRK-ULTIMO-DIA).
           IF WRK-DIAS-ATRASO < ZEROS
               MOVE ZEROS TO WRK-DIAS-ATRASO
           END-IF.
           MOVE WRK-DIAS-ATRASO TO WRK-MASC-DIAS.
           MOVE SPACES TO WRK-DESCR-ITEM.
           IF WRK-ITM-ORIGEM(WRK-IDX-ITEM) = 'E'
               STRING 'PARCELA ' WRK-ITM-PARCELA(WRK-IDX-ITEM)
                   DELIMITED BY SIZE INTO WRK-DESCR-ITEM
           ELSE
               STRING 'MENSALIDADE'
                   DELIMITED BY SIZE INTO WRK-DESCR-ITEM
           END-IF.
           MOVE WRK-ITM-VALOR(WRK-IDX-ITEM) TO WRK-MASC-VALOR.
           MOVE WRK-MULTA-CALC      TO WRK-MASC-MULTA.
           MOVE WRK-JUROS-CALC      TO WRK-MASC-JUROS.
           MOVE WRK-VALOR-CORRIGIDO TO WRK-MASC-CORRIGIDO.
           STRING '   ' WRK-DESCR-ITEM(1:20) WRK-VENC-ITEM ' '
               WRK-MASC-DIAS ' ' WRK-MASC-VALOR ' ' WRK-MASC-MULTA
               ' ' WRK-MASC-JUROS ' ' WRK-MASC-CORRIGIDO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.

       0590-EDITAR-DATA.
           MOVE WRK-EDT-DIA TO WRK-EDT-DIA-S.
           MOVE WRK-EDT-MES TO WRK-EDT-MES-S.
           MOVE WRK-EDT-ANO TO WRK-EDT-ANO-S.

      * Resumo da corrida numa pagina propria: cartas por nivel,
      * devedores aguardando a espera e os que passaram do prazo do
      * aviso final, a encaminhar para a cobranca.
       0600-EMITIR-RESUMO.
           MOVE WRK-SPOOL-LINHAS-PAG TO WRK-SPOOL-LINHA-ATUAL.
           MOVE 'RESUMO DA COBRANCA' TO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-NIVEL FROM 1 BY 1 UNTIL WRK-NIVEL > 3
               MOVE WRK-NIV-QTD-CARTAS(WRK-NIVEL) TO WRK-MASC-QTD
               MOVE WRK-NIV-TOTAL(WRK-NIVEL) TO WRK-MASC-TOTAL
               STRING 'NIVEL ' WRK-NIVEL ' '
                   WRK-TEXTO-TITULO(WRK-NIVEL) ' CARTAS: '
                   WRK-MASC-QTD '  TOTAL: ' WRK-MASC-TOTAL
                   DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
               DISPLAY WRK-SPOOL-LINHA
               PERFORM 9310-GRAVAR-SPOOL
           END-PERFORM.
           MOVE WRK-TOTAL-GERAL TO WRK-MASC-TOTAL.
           STRING 'TOTAL COBRADO NAS CARTAS: ' WRK-MASC-TOTAL
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'DEVEDORES AGUARDANDO A ESPERA DO PROXIMO NIVEL: '
               WRK-QTD-AGUARDANDO
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM 9310-GRAVAR-SPOOL.
           STRING 'AVISO FINAL COM PRAZO VENCIDO - ENCAMINHAR A '
               'COBRANCA: ' WRK-QTD-COBRANCA
               DELIMITED BY SIZE INTO WRK-SPOOL-LINHA.
           DISPLAY WRK-SPOOL-LINHA.
           PERFORM 9310-GRAVAR-SPOOL.
           PERFORM VARYING WRK-IDX-DEV FROM 1 BY 1
                   UNTIL WRK-IDX-DEV > WRK-QTD-DEVEDORES
               IF WRK-DEV-NIVEL-ANT(WRK-IDX-DEV) = 3
                  AND WRK-DEV-PRAZO-ANT(WRK-IDX-DEV) < WRK-DATA-HOJE
                   MOVE WRK-DEV-DIAS(WRK-IDX-DEV) TO WRK-MASC-DIAS
                   STRING '   ' WRK-DEV-ORIGEM(WRK-IDX-DEV) ' '
                       WRK-DEV-CODIGO(WRK-IDX-DEV) ' '
                       WRK-DEV-NOME(WRK-IDX-DEV) ' PRAZO '
                       WRK-DEV-PRAZO-ANT(WRK-IDX-DEV) ' ATRASO '
                       WRK-MASC-DIAS ' DIAS'
                       DELIMITED BY SIZE INTO WRK-SPOOL-LINHA
                   DISPLAY WRK-SPOOL-LINHA
                   PERFORM 9310-GRAVAR-SPOOL
               END-IF
           END-PERFORM.
           DISPLAY WRK-RODAPE-MENSAGEM.

           COPY 'RSPPR.COB'.
           COPY 'AUDITPR.COB'.
           COPY 'SPOOLPR.COB'.
           COPY 'TRAILEPR.COB'.
       END PROGRAM PROG86.
