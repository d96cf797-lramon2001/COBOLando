      *              TRANSFERENCIAS.DAT, que o PROG04 usa para ratear
      *              o custo do mes da transferencia entre os dois
      *              departamentos e o PROG44 lista por periodo.
      * 15/10/2026 - Incluida a data de nascimento na admissao e na
      *              alteracao (zeros = nao informada). A troca de
      *              dados bancarios passou a gravar a conta antiga,
      *              a nova, a data e o usuario em
      *              ALTERACOES-BANCARIAS.DAT, que o PROG66 confronta
      *              com a data de pagamento da folha - o AUDIT-LOG.LOG
      *              so guardava o codigo do banco, sem a matricula.
      * 15/10/2026 - Admissao, alteracao e readmissao passaram a
      *              gravar o dia de admissao e o tipo de contrato
      *              (experiencia, prazo indeterminado ou prazo
      *              determinado) com o termino do contrato vigente;
      *              nova opcao 'P' prorroga (uma vez, ate 90 dias na
      *              experiencia e 2 anos no prazo determinado) ou
      *              efetiva o contrato em prazo indeterminado - os
      *              vencimentos sao alertados pelo PROG69.
      * 15/10/2026 - Admissao, alteracao e readmissao passaram a
      *              gravar a empresa/filial do funcionario (zero =
      *              a empresa do departamento), criticada contra
      *              EMPRESAS.DAT e contra a empresa do departamento;
      *              a lista mostra a empresa.
      * 15/10/2026 - Dupla conferencia: troca de salario, departamento
      *              ou cargo na alteracao e toda gravacao de dados
      *              bancarios viram pendencia em
      *              ALTERACOES-PENDENTES.DAT e so chegam ao cadastro
      *              (e a folha) quando outro usuario, autorizado pelo
      *              PROG29 na funcao APROVAR ALTER, aprova no novo
      *              modo 3; o modo 4 lista as pendencias. Pedido,
      *              aprovacao e rejeicao vao para AUDIT-LOG.LOG.
      * 15/10/2026 - Admissao, alteracao, aprovacao de pendencia,
      *              desligamento e readmissao passaram a gravar o
      *              historico efetivo-datado do cadastro
      *              (HISTORICO-FUNC.DAT, books HFUN*): a troca de
      *              departamento vale na data da transferencia, a de
      *              salario e cargo na data da aprovacao e a
      *              admissao/readmissao no dia de entrada.
      * 15/10/2026 - Eventos de auditoria passam a levar a chave do
      *              registro atingido (WRK-AUDIT-CHAVE), casada pela
      *              comparacao antes/depois do PROG10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG17.
           SELECT BANCO-FUNC-FILE ASSIGN TO "BANCO-FUNC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BCO-FUNC.
           SELECT ALTER-BANCO-FILE ASSIGN TO "ALTERACOES-BANCARIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ALTER-BCO.
           SELECT PENDENCIAS-FILE ASSIGN TO "ALTERACOES-PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PENDENCIA.
           COPY 'DEPTSL.COB'.
           COPY 'EMPRSL.COB'.
           COPY 'HFUNSL.COB'.
           COPY 'AUDITSL.COB'.
           COPY 'TRAILESL.COB'.
       DATA DIVISION.
           05 BCF-AGENCIA      PIC 9(04).
           05 BCF-CONTA        PIC 9(08).
           05 BCF-DIGITO       PIC 9(01).
       FD  ALTER-BANCO-FILE.
       01  ALTER-BANCO-RECORD.
           05 ALB-MATRICULA      PIC 9(05).
           05 ALB-DATA           PIC 9(08).
           05 ALB-BANCO-ANTIGO   PIC 9(03).
           05 ALB-AGENCIA-ANTIGA PIC 9(04).
           05 ALB-CONTA-ANTIGA   PIC 9(08).
           05 ALB-DIGITO-ANTIGO  PIC 9(01).
           05 ALB-BANCO-NOVO     PIC 9(03).
           05 ALB-AGENCIA-NOVA   PIC 9(04).
           05 ALB-CONTA-NOVA     PIC 9(08).
           05 ALB-DIGITO-NOVO    PIC 9(01).
           05 ALB-USUARIO        PIC X(15).
       FD  PENDENCIAS-FILE.
       01  PENDENCIAS-RECORD     PIC X(120).
           COPY 'DEPTFD.COB'.
           COPY 'EMPRFD.COB'.
           COPY 'HFUNFD.COB'.
           COPY 'AUDITFD.COB'.
           COPY 'TRAILEFD.COB'.
       WORKING-STORAGE SECTION.
           COPY 'CARGWS.COB'.
           COPY 'TRVAWS.COB'.
           COPY 'DEPTWS.COB'.
           COPY 'EMPRWS.COB'.
           COPY 'BOOK.COB'.
           COPY 'AUDITWS.COB'.
           COPY 'TRAILEWS.COB'.
           COPY 'AUTPRM.COB'.
           COPY 'HFUNWS.COB'.
       77  WRK-QTD-OPERACOES PIC 9(05) VALUE ZEROS.
       77  WRK-MODO PIC X(01) VALUE SPACE.
           88 MODO-MANTER  VALUE '1'.
           88 MODO-EXIBIR  VALUE '2'.
           88 MODO-APROVAR VALUE '3'.
           88 MODO-PENDENCIAS VALUE '4'.
           88 MODO-SAIR    VALUE '9'.
       77  WRK-OPCAO-MANUT PIC X(01) VALUE SPACE.
           88 OPCAO-ADMITIR   VALUE 'A'.
           88 OPCAO-DESLIGAR  VALUE 'D'.
           88 OPCAO-READMITIR VALUE 'R'.
           88 OPCAO-BANCARIO  VALUE 'B'.
           88 OPCAO-CONTRATO  VALUE 'P'.
           88 OPCAO-VOLTAR    VALUE 'V'.
       77  WRK-USUARIO        PIC X(15) VALUE SPACES.
       77  WRK-MATRICULA      PIC 9(05) VALUE ZEROS.
       77  WRK-ANO-ENTRADA    PIC 9(04) VALUE ZEROS.
       77  WRK-MES-ENTRADA    PIC 9(02) VALUE ZEROS.
       77  WRK-DEPARTAMENTO   PIC 9(03) VALUE ZEROS.
       77  WRK-EMPRESA-FUNC   PIC 9(02) VALUE ZEROS.
       01  WRK-NASCIMENTO     PIC 9(08) VALUE ZEROS.
       01  WRK-NASCIMENTO-R REDEFINES WRK-NASCIMENTO.
           05 WRK-NASC-ANO    PIC 9(04).
           05 WRK-NASC-MES    PIC 9(02).
           05 WRK-NASC-DIA    PIC 9(02).
      * Dia de admissao e contrato: a experiencia grava o fim do
      * periodo em curso (admissao + dias do periodo - 1); o prazo
      * determinado grava a data final informada.
       77  WRK-DIA-ENTRADA    PIC 9(02) VALUE ZEROS.
       77  WRK-TIPO-CONTRATO  PIC X(01) VALUE SPACE.
           88 TIPO-EXPERIENCIA   VALUE 'E'.
           88 TIPO-INDETERMINADO VALUE 'I'.
           88 TIPO-DETERMINADO   VALUE 'D'.
       77  WRK-DIAS-PERIODO   PIC 9(03) VALUE ZEROS.
       77  WRK-FIM-CONTRATO   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ADMISSAO  PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ADMISSAO  PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-FIM       PIC 9(07) VALUE ZEROS.
       77  WRK-FIM-ANTERIOR   PIC 9(08) VALUE ZEROS.
       77  WRK-ACAO-CONTRATO  PIC X(01) VALUE SPACE.
           88 ACAO-PRORROGAR  VALUE 'P'.
           88 ACAO-EFETIVAR   VALUE 'E'.
      * Limites legais do contrato a termo (art. 445 e 451 da CLT):
      * experiencia de ate 90 dias e prazo determinado de ate 2 anos,
      * cada um prorrogavel uma unica vez dentro do limite.
       77  WRK-LIMITE-EXPERIENCIA PIC 9(03) VALUE 90.
       77  WRK-LIMITE-DETERMINADO PIC 9(03) VALUE 730.
       77  WRK-PERIODO-PADRAO     PIC 9(03) VALUE 45.
           COPY 'DINHEIRO.COB' REPLACING ==:CAMPO:== BY ==SALARIO==
                                         ==:MASC:==  BY ==DINHEIRO==.
       77  WRK-MASC-ANTIGO    PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CTR-DV          PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-BCO-FUNC    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-BCO-ACHADO  PIC 9(03) VALUE ZEROS.
       77  WRK-STATUS-ALTER-BCO PIC X(02) VALUE ZEROS.
       77  WRK-BANCO-ANTIGO    PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA-ANTIGA  PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA-ANTIGA    PIC 9(08) VALUE ZEROS.
       77  WRK-DIGITO-ANTIGO   PIC 9(01) VALUE ZEROS.
       01  WRK-TAB-BCO-FUNC.
           05 WRK-BCO-FUNC-ITEM OCCURS 200 TIMES
                                 INDEXED BY WRK-IDX-BCO-FUNC.
              10 WRK-BCO-FUNC-AGENCIA   PIC 9(04).
              10 WRK-BCO-FUNC-CONTA     PIC 9(08).
              10 WRK-BCO-FUNC-DIGITO    PIC 9(01).
      * Alteracoes pendentes de aprovacao (ALTERACOES-PENDENTES.DAT):
      * tipo 'C' cadastro (salario, departamento/empresa e cargo, com
      * os valores de antes do pedido) ou 'B' dados bancarios;
      * situacao 'P' pendente, 'A' aprovada ou 'R' rejeitada. O
      * arquivo e regravado a partir da tabela na aprovacao.
       77  WRK-STATUS-PENDENCIA PIC X(02) VALUE ZEROS.
       77  WRK-FIM-PENDENCIA    PIC X(01) VALUE 'N'.
           88 FIM-PENDENCIA VALUE 'S'.
       77  WRK-PEND-ESTOUROU    PIC X(01) VALUE 'N'.
           88 PENDENCIAS-ESTOURARAM VALUE 'S'.
       77  WRK-QTD-PENDENCIAS   PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-EM-ABERTO    PIC 9(03) VALUE ZEROS.
       77  WRK-SEQ-PENDENCIA    PIC 9(05) VALUE ZEROS.
       77  WRK-DECISAO          PIC X(01) VALUE SPACE.
           88 DECISAO-APROVAR  VALUE 'A'.
           88 DECISAO-REJEITAR VALUE 'R'.
       77  WRK-HORA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WRK-MASC-PEDIDO      PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-AUTORIZADO-APROV PIC X(01) VALUE 'N'.
           88 APROVADOR-AUTORIZADO VALUE 'S'.
       01  WRK-MATR-AUDIT.
           05 FILLER            PIC X(05) VALUE 'MATR '.
           05 WRK-MATR-AUDIT-NUM PIC 9(05) VALUE ZEROS.
       01  WRK-PENDENCIA.
           05 WRK-PEN-SEQUENCIA    PIC 9(05).
           05 WRK-PEN-MATRICULA    PIC 9(05).
           05 WRK-PEN-TIPO         PIC X(01).
              88 PEN-CADASTRO VALUE 'C'.
              88 PEN-BANCARIO VALUE 'B'.
           05 WRK-PEN-SALARIO-ANT  PIC 9(06)V99.
           05 WRK-PEN-SALARIO-NOVO PIC 9(06)V99.
           05 WRK-PEN-DEPTO-ANT    PIC 9(03).
           05 WRK-PEN-DEPTO-NOVO   PIC 9(03).
           05 WRK-PEN-EMPRESA-NOVA PIC 9(02).
           05 WRK-PEN-CARGO-ANT    PIC 9(03).
           05 WRK-PEN-CARGO-NOVO   PIC 9(03).
           05 WRK-PEN-DATA-TRANSF  PIC 9(08).
           05 WRK-PEN-BANCO        PIC 9(03).
           05 WRK-PEN-AGENCIA      PIC 9(04).
           05 WRK-PEN-CONTA        PIC 9(08).
           05 WRK-PEN-DIGITO       PIC 9(01).
           05 WRK-PEN-SOLICITANTE  PIC X(15).
           05 WRK-PEN-DATA-PEDIDO  PIC 9(08).
           05 WRK-PEN-HORA-PEDIDO  PIC 9(08).
           05 WRK-PEN-SITUACAO     PIC X(01).
              88 PEN-PENDENTE  VALUE 'P'.
              88 PEN-APROVADA  VALUE 'A'.
              88 PEN-REJEITADA VALUE 'R'.
           05 WRK-PEN-APROVADOR    PIC X(15).
           05 WRK-PEN-DATA-DECISAO PIC 9(08).
       01  WRK-TAB-PENDENCIAS.
           05 WRK-PEND-ITEM OCCURS 200 TIMES
                             INDEXED BY WRK-IDX-PEND.
              10 WRK-PEND-REGISTRO PIC X(120).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'PROG17' TO WRK-TRAILER-PROGRAMA.
           MOVE 'PROG17' TO WRK-TRV-PROGRAMA.
           MOVE 'PROG17' TO WRK-HFU-PROGRAMA.
           PERFORM 9900-INICIAR-TRAILER.
           PERFORM 9500-CARREGAR-DEPARTAMENTOS.
           PERFORM 9560-CARREGAR-CARGOS.
           PERFORM 9080-CARREGAR-EMPRESAS.
           IF WRK-QTD-CARGO-TAB = ZEROS
               DISPLAY 'AVISO: CARGOS.DAT NAO ENCONTRADO - CARGO ' ,
                   'NAO SERA CRITICADO NESTA SESSAO'
           END-IF.
           DISPLAY 'USUARIO RESPONSAVEL PELA SESSAO: '.
           ACCEPT WRK-USUARIO FROM CONSOLE.
           MOVE WRK-USUARIO TO WRK-HFU-USUARIO.
           PERFORM UNTIL MODO-SAIR
               DISPLAY ' '
               DISPLAY '1-MANTER CADASTRO  2-LISTAR  ' ,
                   '3-APROVAR PENDENCIAS  4-LISTAR PENDENCIAS  ' ,
                   '9-SAIR: '
               ACCEPT WRK-MODO FROM CONSOLE
               EVALUATE TRUE
                   WHEN MODO-MANTER
                       PERFORM 0100-MANTER-CADASTRO
                   WHEN MODO-EXIBIR
                       PERFORM 0200-EXIBIR-LISTA
                   WHEN MODO-APROVAR
                       PERFORM 0300-APROVAR-PENDENCIAS
                   WHEN MODO-PENDENCIAS
                       PERFORM 0400-LISTAR-PENDENCIAS
                   WHEN MODO-SAIR
                       CONTINUE
                   WHEN OTHER
           MOVE SPACE TO WRK-OPCAO-MANUT.
           PERFORM UNTIL OPCAO-VOLTAR
               DISPLAY 'A-ADMITIR  L-ALTERAR  D-DESLIGAR  ' ,
                   'R-READMITIR  B-DADOS BANCARIOS  ' ,
                   'P-PRORROGAR/EFETIVAR CONTRATO  V-VOLTAR: '
               ACCEPT WRK-OPCAO-MANUT FROM CONSOLE
               EVALUATE TRUE
                   WHEN OPCAO-ADMITIR
                       PERFORM 0140-READMITIR-FUNCIONARIO
                   WHEN OPCAO-BANCARIO
                       PERFORM 0180-MANTER-DADOS-BANCARIOS
                   WHEN OPCAO-CONTRATO
                       PERFORM 0190-MANTER-CONTRATO
                   WHEN OPCAO-VOLTAR
                       CONTINUE
                   WHEN OTHER
               DISPLAY 'ANO DE ENTRADA INVALIDO (1900-2099).'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF DADOS-OK
               PERFORM 0152-CRITICAR-CONTRATO
           END-IF.
           IF WRK-SALARIO = ZEROS
               DISPLAY 'SALARIO ZERADO NAO PERMITIDO.'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-NASCIMENTO NOT = ZEROS
              AND (WRK-NASC-MES < 1 OR WRK-NASC-MES > 12
                   OR WRK-NASC-DIA < 1 OR WRK-NASC-DIA > 31
                   OR WRK-NASC-ANO < 1900 OR WRK-NASC-ANO > 2099)
               DISPLAY 'DATA DE NASCIMENTO INVALIDA (AAAAMMDD).'
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-QTD-DEPTO-TAB > ZEROS
               MOVE WRK-DEPARTAMENTO TO WRK-DEPTO-PROCURADO
               PERFORM 9550-BUSCAR-DEPARTAMENTO
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF.
           PERFORM 0159-CRITICAR-EMPRESA.
           IF DADOS-OK AND WRK-QTD-CARGO-TAB > ZEROS
               PERFORM 0155-CRITICAR-CARGO
           END-IF.

      * Empresa zerada assume a do departamento (ou 01 sem o
      * cadastro de departamentos); informada, precisa existir em
      * EMPRESAS.DAT e bater com a empresa do departamento - o
      * departamento nao e dividido entre empresas.
       0159-CRITICAR-EMPRESA.
           IF WRK-EMPRESA-FUNC = ZEROS
               IF WRK-QTD-DEPTO-TAB > ZEROS AND DEPTO-ACHOU
                   MOVE WRK-DEPTO-EMPRESA-ACHADA TO WRK-EMPRESA-FUNC
               ELSE
                   MOVE 1 TO WRK-EMPRESA-FUNC
               END-IF
           END-IF.
           IF WRK-EMPRESA-FUNC > 19
               DISPLAY 'EMPRESA INVALIDA (01-19): ' WRK-EMPRESA-FUNC
               MOVE 'N' TO WRK-DADOS-OK
           ELSE
               IF WRK-QTD-EMPRESA-TAB > ZEROS
                   MOVE WRK-EMPRESA-FUNC TO WRK-EMPRESA-PROCURADA
                   PERFORM 9085-BUSCAR-EMPRESA
                   IF NOT EMPRESA-ACHOU
                       DISPLAY 'EMPRESA NAO CADASTRADA EM ' ,
                           'EMPRESAS.DAT: ' WRK-EMPRESA-FUNC
                       MOVE 'N' TO WRK-DADOS-OK
                   END-IF
               END-IF
           END-IF.
           IF WRK-QTD-DEPTO-TAB > ZEROS AND DEPTO-ACHOU
              AND WRK-DEPTO-EMPRESA-ACHADA NOT = WRK-EMPRESA-FUNC
               DISPLAY 'DEPARTAMENTO ' WRK-DEPARTAMENTO ,
                   ' PERTENCE A EMPRESA ' WRK-DEPTO-EMPRESA-ACHADA
               MOVE 'N' TO WRK-DADOS-OK
           END-IF.

      * Dia de admissao valido para o mes/ano e contrato coerente:
      * experiencia com periodo dentro dos 90 dias (zero assume 45),
      * prazo determinado com termino depois da admissao e dentro de
      * 2 anos, indeterminado sem termino.
       0152-CRITICAR-CONTRATO.
           COMPUTE WRK-DATA-ADMISSAO = WRK-ANO-ENTRADA * 10000 +
               WRK-MES-ENTRADA * 100 + WRK-DIA-ENTRADA.
           IF WRK-DIA-ENTRADA = ZEROS
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ADMISSAO)
                 NOT = ZEROS
               DISPLAY 'DIA DE ENTRADA INVALIDO PARA O MES.'
               MOVE 'N' TO WRK-DADOS-OK
           ELSE
               COMPUTE WRK-DIAS-ADMISSAO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ADMISSAO)
               EVALUATE TRUE
                   WHEN TIPO-EXPERIENCIA
                       IF WRK-DIAS-PERIODO = ZEROS
                           MOVE WRK-PERIODO-PADRAO TO WRK-DIAS-PERIODO
                       END-IF
                       IF WRK-DIAS-PERIODO > WRK-LIMITE-EXPERIENCIA
                           DISPLAY 'PERIODO DE EXPERIENCIA ACIMA DE ' ,
                               WRK-LIMITE-EXPERIENCIA ' DIAS.'
                           MOVE 'N' TO WRK-DADOS-OK
                       ELSE
                           COMPUTE WRK-FIM-CONTRATO =
                               FUNCTION DATE-OF-INTEGER
                               (WRK-DIAS-ADMISSAO + WRK-DIAS-PERIODO
                                - 1)
                       END-IF
                   WHEN TIPO-DETERMINADO
                       IF WRK-FIM-CONTRATO <= WRK-DATA-ADMISSAO
                          OR FUNCTION TEST-DATE-YYYYMMDD
                             (WRK-FIM-CONTRATO) NOT = ZEROS
                           DISPLAY 'TERMINO DO CONTRATO INVALIDO ' ,
                               '(AAAAMMDD, POSTERIOR A ADMISSAO).'
                           MOVE 'N' TO WRK-DADOS-OK
                       ELSE
                           COMPUTE WRK-DIAS-FIM =
                               FUNCTION INTEGER-OF-DATE
                               (WRK-FIM-CONTRATO)
                           IF WRK-DIAS-FIM - WRK-DIAS-ADMISSAO + 1
                              > WRK-LIMITE-DETERMINADO
                               DISPLAY 'PRAZO DETERMINADO ACIMA DE ' ,
                                   '2 ANOS (ART. 445 CLT).'
                               MOVE 'N' TO WRK-DADOS-OK
                           END-IF
                       END-IF
                   WHEN TIPO-INDETERMINADO
                       MOVE ZEROS TO WRK-FIM-CONTRATO
                   WHEN OTHER
                       DISPLAY 'TIPO DE CONTRATO INVALIDO (E/I/D).'
                       MOVE 'N' TO WRK-DADOS-OK
               END-EVALUATE
           END-IF.

      * Dia de admissao e contrato, pedidos na admissao, na alteracao
      * e na readmissao logo depois do mes de entrada.
       0157-COLETAR-CONTRATO.
           DISPLAY 'DIA DE ENTRADA (DD): '.
           MOVE ZEROS TO WRK-DIA-ENTRADA.
           ACCEPT WRK-DIA-ENTRADA FROM CONSOLE.
           DISPLAY 'TIPO DE CONTRATO (E-EXPERIENCIA  I-PRAZO ' ,
               'INDETERMINADO  D-PRAZO DETERMINADO, BRANCO = I): '.
           MOVE SPACE TO WRK-TIPO-CONTRATO.
           ACCEPT WRK-TIPO-CONTRATO FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WRK-TIPO-CONTRATO)
               TO WRK-TIPO-CONTRATO.
           IF WRK-TIPO-CONTRATO = SPACE
               MOVE 'I' TO WRK-TIPO-CONTRATO
           END-IF.
           MOVE ZEROS TO WRK-DIAS-PERIODO WRK-FIM-CONTRATO.
           EVALUATE TRUE
               WHEN TIPO-EXPERIENCIA
                   DISPLAY 'DIAS DO PRIMEIRO PERIODO DE EXPERIENCIA ' ,
                       '(ZERO = 45): '
                   ACCEPT WRK-DIAS-PERIODO FROM CONSOLE
               WHEN TIPO-DETERMINADO
                   DISPLAY 'TERMINO DO CONTRATO (AAAAMMDD): '
                   ACCEPT WRK-FIM-CONTRATO FROM CONSOLE
           END-EVALUATE.

      * Critica do cargo contra CARGOS.DAT: cargo existente,
      * departamento dentro da faixa do cargo e salario entre o piso
      * e o teto - salario fora da faixa so passa com um motivo de
           ACCEPT WRK-ANO-ENTRADA FROM CONSOLE.
           DISPLAY 'MES DE ENTRADA (MM): '.
           ACCEPT WRK-MES-ENTRADA FROM CONSOLE.
           PERFORM 0157-COLETAR-CONTRATO.
           DISPLAY 'SALARIO: '.
           ACCEPT WRK-SALARIO FROM CONSOLE.
           DISPLAY 'DEPARTAMENTO (COD): '.
           ACCEPT WRK-DEPARTAMENTO FROM CONSOLE.
           DISPLAY 'EMPRESA/FILIAL (COD, ZERO = A DO ' ,
               'DEPARTAMENTO): '.
           MOVE ZEROS TO WRK-EMPRESA-FUNC.
           ACCEPT WRK-EMPRESA-FUNC FROM CONSOLE.
           DISPLAY 'CARGO (COD): '.
           ACCEPT WRK-CARGO FROM CONSOLE.
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD, ZERO = NAO ' ,
               'INFORMADA): '.
           MOVE ZEROS TO WRK-NASCIMENTO.
           ACCEPT WRK-NASCIMENTO FROM CONSOLE.
           PERFORM 0150-CRITICAR-DADOS.
           IF DADOS-OK
               MOVE WRK-MATRICULA   TO EMP-MATRICULA
               MOVE WRK-MES-ENTRADA TO EMP-MES-ENTRADA
               MOVE WRK-SALARIO     TO EMP-SALARIO
               MOVE WRK-DEPARTAMENTO TO EMP-DEPARTAMENTO
               MOVE WRK-EMPRESA-FUNC TO EMP-EMPRESA
               MOVE WRK-CARGO       TO EMP-CARGO
               MOVE WRK-NASCIMENTO  TO EMP-NASCIMENTO
               PERFORM 0158-MOVER-CONTRATO
               MOVE 'A'             TO EMP-SITUACAO
               WRITE EMP-RECORD
                   INVALID KEY
                       DISPLAY 'MATRICULA JA CADASTRADA.'
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-OPERACOES
                       PERFORM 0167-HISTORICO-ADMISSAO
                       MOVE WRK-SALARIO TO WRK-MASC-DINHEIRO
                       MOVE 'ADMISSAO' TO WRK-AUDIT-ACAO
                       MOVE SPACES     TO WRK-AUDIT-VALOR-ANTIGO
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA.'
               NOT INVALID KEY
                   PERFORM 9155-GUARDAR-HIST-FUNC-ANTERIOR
                   MOVE EMP-NOME    TO WRK-NOME
                   MOVE EMP-SALARIO TO WRK-MASC-ANTIGO
                   MOVE EMP-DEPARTAMENTO TO WRK-DEPTO-ANTERIOR
                   ACCEPT WRK-ANO-ENTRADA FROM CONSOLE
                   DISPLAY 'NOVO MES DE ENTRADA (MM): '
                   ACCEPT WRK-MES-ENTRADA FROM CONSOLE
                   PERFORM 0157-COLETAR-CONTRATO
                   DISPLAY 'NOVO SALARIO: '
                   ACCEPT WRK-SALARIO FROM CONSOLE
                   DISPLAY 'NOVO DEPARTAMENTO (COD): '
                   ACCEPT WRK-DEPARTAMENTO FROM CONSOLE
                   DISPLAY 'EMPRESA/FILIAL (COD, ZERO = A DO ' ,
                       'DEPARTAMENTO): '
                   MOVE ZEROS TO WRK-EMPRESA-FUNC
                   ACCEPT WRK-EMPRESA-FUNC FROM CONSOLE
                   DISPLAY 'NOVO CARGO (COD): '
                   ACCEPT WRK-CARGO FROM CONSOLE
                   DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD, ZERO = ' ,
                       'NAO INFORMADA): '
                   MOVE ZEROS TO WRK-NASCIMENTO
                   ACCEPT WRK-NASCIMENTO FROM CONSOLE
                   PERFORM 0150-CRITICAR-DADOS
                   IF DADOS-OK
                       IF WRK-SALARIO NOT = EMP-SALARIO
                          OR WRK-DEPARTAMENTO NOT = WRK-DEPTO-ANTERIOR
                          OR WRK-CARGO NOT = EMP-CARGO
                           PERFORM 0125-PEDIR-ALTERACAO-CADASTRO
                       END-IF
                       IF WRK-DEPARTAMENTO = WRK-DEPTO-ANTERIOR
                           MOVE WRK-EMPRESA-FUNC TO EMP-EMPRESA
                       END-IF
                       MOVE WRK-ANO-ENTRADA TO EMP-ANO-ENTRADA
                       MOVE WRK-MES-ENTRADA TO EMP-MES-ENTRADA
                       MOVE WRK-NASCIMENTO  TO EMP-NASCIMENTO
                       PERFORM 0158-MOVER-CONTRATO
                       REWRITE EMP-RECORD
                       ADD 1 TO WRK-QTD-OPERACOES
                       MOVE 'ALTERACAO' TO WRK-HFU-EVENTO
                       MOVE ZEROS       TO WRK-HFU-DATA-EFETIVA
                       PERFORM 9157-GUARDAR-HIST-FUNC-NOVO
                       PERFORM 9150-GRAVAR-HISTORICO-FUNC
                       MOVE EMP-SALARIO TO WRK-MASC-DINHEIRO
                       MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO
                       MOVE WRK-MASC-ANTIGO
                                        TO WRK-AUDIT-VALOR-ANTIGO
                   END-IF
           END-READ.

      * Salario, departamento (com a empresa) e cargo nao mudam na
      * hora: o pedido fica pendente, com os valores de antes, ate
      * outro usuario aprovar no modo 3. A data efetiva de uma troca
      * de departamento e pedida agora e vai junto no pedido.
       0125-PEDIR-ALTERACAO-CADASTRO.
           PERFORM 0196-LIMPAR-PENDENCIA.
           MOVE 'C'                TO WRK-PEN-TIPO.
           MOVE WRK-MATRICULA      TO WRK-PEN-MATRICULA.
           MOVE EMP-SALARIO        TO WRK-PEN-SALARIO-ANT.
           MOVE WRK-SALARIO        TO WRK-PEN-SALARIO-NOVO.
           MOVE WRK-DEPTO-ANTERIOR TO WRK-PEN-DEPTO-ANT.
           MOVE WRK-DEPARTAMENTO   TO WRK-PEN-DEPTO-NOVO.
           MOVE WRK-EMPRESA-FUNC   TO WRK-PEN-EMPRESA-NOVA.
           MOVE EMP-CARGO          TO WRK-PEN-CARGO-ANT.
           MOVE WRK-CARGO          TO WRK-PEN-CARGO-NOVO.
           IF WRK-DEPARTAMENTO NOT = WRK-DEPTO-ANTERIOR
               DISPLAY 'DATA EFETIVA DA TRANSFERENCIA (AAAAMMDD, ' ,
                   'BRANCO = HOJE): '
               MOVE ZEROS TO WRK-DATA-TRANSF
               ACCEPT WRK-DATA-TRANSF FROM CONSOLE
               IF WRK-DATA-TRANSF = ZEROS
                   ACCEPT WRK-DATA-TRANSF FROM DATE YYYYMMDD
               END-IF
               MOVE WRK-DATA-TRANSF TO WRK-PEN-DATA-TRANSF
           END-IF.
           PERFORM 0195-GRAVAR-PENDENCIA.
           MOVE EMP-SALARIO TO WRK-MASC-ANTIGO.
           MOVE WRK-SALARIO TO WRK-MASC-PEDIDO.
           MOVE 'PEDIDO CADAST'  TO WRK-AUDIT-ACAO.
           MOVE WRK-MASC-ANTIGO  TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE WRK-MASC-PEDIDO  TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 0165-AUDITAR-PEDIDO.
           DISPLAY 'SALARIO/DEPARTAMENTO/CARGO AGUARDANDO APROVACAO ' ,
               'DE OUTRO USUARIO (PEDIDO ' WRK-PEN-SEQUENCIA ').'.

      * O desligamento nao exclui o registro: marca a situacao como
      * 'D', para a folha e os historicos continuarem resolvendo o
      * funcionario desligado.
                   IF EMP-DESLIGADO
                       DISPLAY 'FUNCIONARIO JA DESLIGADO.'
                   ELSE
                       PERFORM 9155-GUARDAR-HIST-FUNC-ANTERIOR
                       MOVE 'D' TO EMP-SITUACAO
                       REWRITE EMP-RECORD
                       ADD 1 TO WRK-QTD-OPERACOES
                       MOVE 'DESLIGAMENTO' TO WRK-HFU-EVENTO
                       MOVE ZEROS          TO WRK-HFU-DATA-EFETIVA
                       PERFORM 9157-GUARDAR-HIST-FUNC-NOVO
                       PERFORM 9150-GRAVAR-HISTORICO-FUNC
                       DISPLAY 'FUNCIONARIO DESLIGADO.'
                       MOVE 'DESLIGAMENTO' TO WRK-AUDIT-ACAO
                       MOVE 'ATIVO'        TO WRK-AUDIT-VALOR-ANTIGO
                       ACCEPT WRK-ANO-ENTRADA FROM CONSOLE
                       DISPLAY 'NOVO MES DE ENTRADA (MM): '
                       ACCEPT WRK-MES-ENTRADA FROM CONSOLE
                       PERFORM 0157-COLETAR-CONTRATO
                       DISPLAY 'NOVO SALARIO: '
                       ACCEPT WRK-SALARIO FROM CONSOLE
                       DISPLAY 'NOVO DEPARTAMENTO (COD): '
                       ACCEPT WRK-DEPARTAMENTO FROM CONSOLE
                       DISPLAY 'EMPRESA/FILIAL (COD, ZERO = A DO ' ,
                           'DEPARTAMENTO): '
                       MOVE ZEROS TO WRK-EMPRESA-FUNC
                       ACCEPT WRK-EMPRESA-FUNC FROM CONSOLE
                       DISPLAY 'NOVO CARGO (COD): '
                       ACCEPT WRK-CARGO FROM CONSOLE
                       PERFORM 0150-CRITICAR-DADOS
                       IF DADOS-OK
                           PERFORM 0145-FECHAR-VINCULO-ANTIGO
                           PERFORM 9155-GUARDAR-HIST-FUNC-ANTERIOR
                           MOVE WRK-ANO-ENTRADA TO EMP-ANO-ENTRADA
                           MOVE WRK-MES-ENTRADA TO EMP-MES-ENTRADA
                           MOVE WRK-SALARIO     TO EMP-SALARIO
                           MOVE WRK-DEPARTAMENTO
                                                TO EMP-DEPARTAMENTO
                           MOVE WRK-EMPRESA-FUNC TO EMP-EMPRESA
                           MOVE WRK-CARGO       TO EMP-CARGO
                           PERFORM 0158-MOVER-CONTRATO
                           MOVE 'A'             TO EMP-SITUACAO
                           REWRITE EMP-RECORD
                           ADD 1 TO WRK-QTD-OPERACOES
                           MOVE 'READMISSAO' TO WRK-HFU-EVENTO
                           PERFORM 0168-DATA-EFETIVA-ADMISSAO
                           PERFORM 9157-GUARDAR-HIST-FUNC-NOVO
                           PERFORM 9150-GRAVAR-HISTORICO-FUNC
                           MOVE 'READMISSAO' TO WRK-AUDIT-ACAO
                           MOVE 'DESLIGADO'  TO WRK-AUDIT-VALOR-ANTIGO
                           MOVE 'ATIVO'      TO WRK-AUDIT-VALOR-NOVO
                   END-IF
           END-READ.

      * Contrato novo (ou corrigido) comeca sem prorrogacao.
       0158-MOVER-CONTRATO.
           MOVE WRK-DIA-ENTRADA   TO EMP-DIA-ENTRADA.
           MOVE WRK-TIPO-CONTRATO TO EMP-TIPO-CONTRATO.
           MOVE WRK-FIM-CONTRATO  TO EMP-FIM-CONTRATO.
           MOVE 'N'               TO EMP-PRORROGADO.

      * O vinculo que esta sendo fechado vai para o historico com a
      * admissao antiga, o ultimo salario e a data do fechamento.
       0145-FECHAR-VINCULO-ANTIGO.
                       NOT AT END
                           MOVE EMP-SALARIO TO WRK-MASC-DINHEIRO
                           DISPLAY EMP-MATRICULA ' ' EMP-NOME ' '
                               EMP-DIA-ENTRADA '/'
                               EMP-MES-ENTRADA '/' EMP-ANO-ENTRADA
                               ' ' WRK-MASC-DINHEIRO ' DEP:'
                               EMP-DEPARTAMENTO ' EMP:' EMP-EMPRESA
                               ' ' EMP-SITUACAO
                               ' CTR:' EMP-TIPO-CONTRATO
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE

      * A troca de departamento vira um registro efetivo-datado no
      * historico de transferencias: e dele que o PROG04 rateia o
      * custo do mes entre o departamento antigo e o novo. Gravado na
      * aprovacao do pedido, com a data efetiva informada no pedido
      * (WRK-DATA-TRANSF) e o aprovador como autorizador.
       0170-REGISTRAR-TRANSFERENCIA.
           OPEN EXTEND TRANSFERENCIAS-FILE.
           IF WRK-STATUS-TRANSF = '35'
               OPEN OUTPUT TRANSFERENCIAS-FILE
                       DISPLAY 'DIGITO VERIFICADOR INVALIDO PARA A ' ,
                           'CONTA (ESPERADO ' WRK-DIGITO-CALC ').'
                   ELSE
                       PERFORM 0188-PEDIR-ALTERACAO-BANCO
                   END-IF
           END-READ.

      * Dados bancarios conferidos viram pedido pendente; BANCO-FUNC.DAT
      * so e regravado (0186) quando outro usuario aprovar.
       0188-PEDIR-ALTERACAO-BANCO.
           PERFORM 0196-LIMPAR-PENDENCIA.
           MOVE 'B'            TO WRK-PEN-TIPO.
           MOVE WRK-MATRICULA  TO WRK-PEN-MATRICULA.
           MOVE EMP-SALARIO    TO WRK-PEN-SALARIO-ANT
                                  WRK-PEN-SALARIO-NOVO.
           MOVE EMP-DEPARTAMENTO TO WRK-PEN-DEPTO-ANT
                                  WRK-PEN-DEPTO-NOVO.
           MOVE EMP-CARGO      TO WRK-PEN-CARGO-ANT WRK-PEN-CARGO-NOVO.
           MOVE WRK-BANCO      TO WRK-PEN-BANCO.
           MOVE WRK-AGENCIA    TO WRK-PEN-AGENCIA.
           MOVE WRK-CONTA-CALC TO WRK-PEN-CONTA.
           MOVE WRK-DIGITO     TO WRK-PEN-DIGITO.
           PERFORM 0195-GRAVAR-PENDENCIA.
           MOVE 'PEDIDO BANCO'  TO WRK-AUDIT-ACAO.
           MOVE SPACES          TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE SPACES          TO WRK-AUDIT-VALOR-NOVO.
           STRING WRK-BANCO '/' WRK-CONTA-CALC
               DELIMITED BY SIZE INTO WRK-AUDIT-VALOR-NOVO.
           PERFORM 0165-AUDITAR-PEDIDO.
           DISPLAY 'DADOS BANCARIOS AGUARDANDO APROVACAO DE OUTRO ' ,
               'USUARIO (PEDIDO ' WRK-PEN-SEQUENCIA ').'.

      * Acrescenta o pedido em WRK-PENDENCIA ao arquivo de pendencias,
      * numerado em sequencia depois do ultimo registro existente.
       0195-GRAVAR-PENDENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE ZEROS TO WRK-SEQ-PENDENCIA.
           MOVE 'N' TO WRK-FIM-PENDENCIA.
           OPEN INPUT PENDENCIAS-FILE.
           IF WRK-STATUS-PENDENCIA = '00'
               PERFORM UNTIL FIM-PENDENCIA
                   READ PENDENCIAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PENDENCIA
                       NOT AT END
                           ADD 1 TO WRK-SEQ-PENDENCIA
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS-FILE
           END-IF.
           ADD 1 TO WRK-SEQ-PENDENCIA.
           MOVE WRK-SEQ-PENDENCIA TO WRK-PEN-SEQUENCIA.
           MOVE WRK-USUARIO       TO WRK-PEN-SOLICITANTE.
           MOVE WRK-DATA-HOJE     TO WRK-PEN-DATA-PEDIDO.
           MOVE WRK-HORA-HOJE     TO WRK-PEN-HORA-PEDIDO.
           MOVE 'P'               TO WRK-PEN-SITUACAO.
           OPEN EXTEND PENDENCIAS-FILE.
           IF WRK-STATUS-PENDENCIA = '35'
               OPEN OUTPUT PENDENCIAS-FILE
           END-IF.
           WRITE PENDENCIAS-RECORD FROM WRK-PENDENCIA.
           CLOSE PENDENCIAS-FILE.
           ADD 1 TO WRK-QTD-OPERACOES.

       0196-LIMPAR-PENDENCIA.
           MOVE SPACES TO WRK-PENDENCIA.
           MOVE ZEROS  TO WRK-PEN-SEQUENCIA WRK-PEN-MATRICULA
               WRK-PEN-SALARIO-ANT WRK-PEN-SALARIO-NOVO
               WRK-PEN-DEPTO-ANT WRK-PEN-DEPTO-NOVO
               WRK-PEN-EMPRESA-NOVA WRK-PEN-CARGO-ANT
               WRK-PEN-CARGO-NOVO WRK-PEN-DATA-TRANSF
               WRK-PEN-BANCO WRK-PEN-AGENCIA WRK-PEN-CONTA
               WRK-PEN-DIGITO WRK-PEN-DATA-PEDIDO
               WRK-PEN-HORA-PEDIDO WRK-PEN-DATA-DECISAO.

      * Contrato a termo (experiencia ou prazo determinado): a
      * prorrogacao e unica e tem de caber no limite legal contado da
      * admissao (90 dias / 2 anos); a efetivacao converte em prazo
      * indeterminado. Registros antigos sem dia de admissao contam
      * do dia 01.
       0190-MANTER-CONTRATO.
           DISPLAY 'MATRICULA DO FUNCIONARIO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE WRK-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA.'
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-NOME
                   EVALUATE TRUE
                       WHEN EMP-DESLIGADO
                           DISPLAY 'FUNCIONARIO DESLIGADO.'
                       WHEN EMP-CONTRATO-INDETERMINADO
                           DISPLAY 'CONTRATO JA POR PRAZO ' ,
                               'INDETERMINADO.'
                       WHEN OTHER
                           PERFORM 0191-ESCOLHER-ACAO-CONTRATO
                   END-EVALUATE
           END-READ.

       0191-ESCOLHER-ACAO-CONTRATO.
           DISPLAY 'CONTRATO ' EMP-TIPO-CONTRATO ' COM TERMINO EM ' ,
               EMP-FIM-CONTRATO ' (PRORROGADO: ' EMP-PRORROGADO ')'.
           DISPLAY 'P-PRORROGAR  E-EFETIVAR (PRAZO INDETERMINADO): '.
           MOVE SPACE TO WRK-ACAO-CONTRATO.
           ACCEPT WRK-ACAO-CONTRATO FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WRK-ACAO-CONTRATO)
               TO WRK-ACAO-CONTRATO.
           MOVE EMP-FIM-CONTRATO TO WRK-FIM-ANTERIOR.
           EVALUATE TRUE
               WHEN ACAO-PRORROGAR
                   PERFORM 0192-PRORROGAR-CONTRATO
               WHEN ACAO-EFETIVAR
                   MOVE 'I'   TO EMP-TIPO-CONTRATO
                   MOVE ZEROS TO EMP-FIM-CONTRATO
                   REWRITE EMP-RECORD
                   ADD 1 TO WRK-QTD-OPERACOES
                   MOVE 'EFETIVACAO' TO WRK-AUDIT-ACAO
                   MOVE WRK-FIM-ANTERIOR TO WRK-AUDIT-VALOR-ANTIGO
                   MOVE 'INDETERMINADO' TO WRK-AUDIT-VALOR-NOVO
                   PERFORM 0160-GRAVAR-AUDITORIA-CADASTRO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0192-PRORROGAR-CONTRATO.
           MOVE EMP-DIA-ENTRADA TO WRK-DIA-ENTRADA.
           IF WRK-DIA-ENTRADA NOT NUMERIC OR WRK-DIA-ENTRADA = ZEROS
               MOVE 1 TO WRK-DIA-ENTRADA
           END-IF.
           COMPUTE WRK-DATA-ADMISSAO = EMP-ANO-ENTRADA * 10000 +
               EMP-MES-ENTRADA * 100 + WRK-DIA-ENTRADA.
           COMPUTE WRK-DIAS-ADMISSAO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ADMISSAO).
           MOVE ZEROS TO WRK-FIM-CONTRATO.
           IF EMP-EXPERIENCIA-PRORROGADA
               DISPLAY 'CONTRATO JA PRORROGADO UMA VEZ - SO RESTA ' ,
                   'EFETIVAR OU DESLIGAR.'
           ELSE
               IF EMP-CONTRATO-EXPERIENCIA
                   DISPLAY 'DIAS DA PRORROGACAO: '
                   MOVE ZEROS TO WRK-DIAS-PERIODO
                   ACCEPT WRK-DIAS-PERIODO FROM CONSOLE
                   COMPUTE WRK-FIM-CONTRATO = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(EMP-FIM-CONTRATO)
                        + WRK-DIAS-PERIODO)
                   MOVE WRK-LIMITE-EXPERIENCIA TO WRK-DIAS-PERIODO
               ELSE
                   DISPLAY 'NOVO TERMINO DO CONTRATO (AAAAMMDD): '
                   ACCEPT WRK-FIM-CONTRATO FROM CONSOLE
                   MOVE WRK-LIMITE-DETERMINADO TO WRK-DIAS-PERIODO
               END-IF
               PERFORM 0193-CONFERIR-PRORROGACAO
           END-IF.

      * O novo termino tem de ser posterior ao atual e caber no
      * limite do tipo de contrato (WRK-DIAS-PERIODO) desde a
      * admissao.
       0193-CONFERIR-PRORROGACAO.
           IF WRK-FIM-CONTRATO <= EMP-FIM-CONTRATO
              OR FUNCTION TEST-DATE-YYYYMMDD(WRK-FIM-CONTRATO)
                 NOT = ZEROS
               DISPLAY 'NOVO TERMINO INVALIDO - PRORROGACAO NAO ' ,
                   'GRAVADA.'
           ELSE
               COMPUTE WRK-DIAS-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-FIM-CONTRATO)
               IF WRK-DIAS-FIM - WRK-DIAS-ADMISSAO + 1
                  > WRK-DIAS-PERIODO
                   DISPLAY 'PRORROGACAO ULTRAPASSA O LIMITE DE ' ,
                       WRK-DIAS-PERIODO ' DIAS DESDE A ADMISSAO - ' ,
                       'NAO GRAVADA.'
               ELSE
                   MOVE WRK-FIM-CONTRATO TO EMP-FIM-CONTRATO
                   MOVE 'S' TO EMP-PRORROGADO
                   REWRITE EMP-RECORD
                   ADD 1 TO WRK-QTD-OPERACOES
                   MOVE 'PRORROGACAO' TO WRK-AUDIT-ACAO
                   MOVE WRK-FIM-ANTERIOR TO WRK-AUDIT-VALOR-ANTIGO
                   MOVE WRK-FIM-CONTRATO TO WRK-AUDIT-VALOR-NOVO
                   PERFORM 0160-GRAVAR-AUDITORIA-CADASTRO
               END-IF
           END-IF.

      * Modulo 11 da conta em WRK-CONTA-CALC, pesos 2 a 9 da direita
      * para a esquerda; resto 0 ou 1 da digito zero - a mesma conta
      * que a folha confere na carga de BANCO-FUNC.DAT.
                   SET WRK-IDX-BCO-ACHADO TO WRK-IDX-BCO-FUNC
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-BANCO-ANTIGO WRK-AGENCIA-ANTIGA
               WRK-CONTA-ANTIGA WRK-DIGITO-ANTIGO.
           IF WRK-IDX-BCO-ACHADO > ZEROS
               MOVE WRK-BCO-FUNC-BANCO(WRK-IDX-BCO-ACHADO)
                   TO WRK-BANCO-ANTIGO
               MOVE WRK-BCO-FUNC-AGENCIA(WRK-IDX-BCO-ACHADO)
                   TO WRK-AGENCIA-ANTIGA
               MOVE WRK-BCO-FUNC-CONTA(WRK-IDX-BCO-ACHADO)
                   TO WRK-CONTA-ANTIGA
               MOVE WRK-BCO-FUNC-DIGITO(WRK-IDX-BCO-ACHADO)
                   TO WRK-DIGITO-ANTIGO
           END-IF.
           IF WRK-IDX-BCO-ACHADO = ZEROS
               IF WRK-QTD-BCO-FUNC < 200
                   ADD 1 TO WRK-QTD-BCO-FUNC
                   WRITE BANCO-FUNC-RECORD
               END-PERFORM
               CLOSE BANCO-FUNC-FILE
               PERFORM 0187-REGISTRAR-ALTERACAO-BANCO
               ADD 1 TO WRK-QTD-OPERACOES
               MOVE 'DADOS BANCARIO' TO WRK-AUDIT-ACAO
               MOVE SPACES           TO WRK-AUDIT-VALOR-ANTIGO
               PERFORM 0160-GRAVAR-AUDITORIA-CADASTRO
           END-IF.

      * Toda gravacao de dados bancarios deixa a conta antiga (zeros
      * na primeira inclusao) e a nova no historico, com data e
      * usuario - e dele que o PROG66 tira a troca de conta feita
      * as vesperas do pagamento.
       0187-REGISTRAR-ALTERACAO-BANCO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN EXTEND ALTER-BANCO-FILE.
           IF WRK-STATUS-ALTER-BCO = '35'
               OPEN OUTPUT ALTER-BANCO-FILE
           END-IF.
           MOVE SPACES             TO ALTER-BANCO-RECORD.
           MOVE WRK-MATRICULA      TO ALB-MATRICULA.
           MOVE WRK-DATA-HOJE      TO ALB-DATA.
           MOVE WRK-BANCO-ANTIGO   TO ALB-BANCO-ANTIGO.
           MOVE WRK-AGENCIA-ANTIGA TO ALB-AGENCIA-ANTIGA.
           MOVE WRK-CONTA-ANTIGA   TO ALB-CONTA-ANTIGA.
           MOVE WRK-DIGITO-ANTIGO  TO ALB-DIGITO-ANTIGO.
           MOVE WRK-BANCO          TO ALB-BANCO-NOVO.
           MOVE WRK-AGENCIA        TO ALB-AGENCIA-NOVA.
           MOVE WRK-CONTA-CALC     TO ALB-CONTA-NOVA.
           MOVE WRK-DIGITO         TO ALB-DIGITO-NOVO.
           MOVE WRK-USUARIO        TO ALB-USUARIO.
           WRITE ALTER-BANCO-RECORD.
           CLOSE ALTER-BANCO-FILE.

      * Completa os campos comuns da auditoria (usuario da sessao e o
      * funcionario mexido) e grava pelo paragrafo padrao do book.
      * Admissao entra no historico do cadastro com todos os campos
      * marcados (nao ha valor anterior), valendo a partir do dia de
      * admissao informado.
       0167-HISTORICO-ADMISSAO.
           PERFORM 9152-LIMPAR-HIST-FUNC-ANTERIOR.
           MOVE 'ADMISSAO' TO WRK-HFU-EVENTO.
           PERFORM 0168-DATA-EFETIVA-ADMISSAO.
           PERFORM 9157-GUARDAR-HIST-FUNC-NOVO.
           PERFORM 9150-GRAVAR-HISTORICO-FUNC.

      * Data efetiva de admissao/readmissao: ano, mes e dia de
      * entrada informados (dia zerado vale dia 01).
       0168-DATA-EFETIVA-ADMISSAO.
           IF WRK-DIA-ENTRADA = ZEROS
               COMPUTE WRK-HFU-DATA-EFETIVA =
                   WRK-ANO-ENTRADA * 10000 + WRK-MES-ENTRADA * 100 + 1
           ELSE
               COMPUTE WRK-HFU-DATA-EFETIVA =
                   WRK-ANO-ENTRADA * 10000 + WRK-MES-ENTRADA * 100 +
                   WRK-DIA-ENTRADA
           END-IF.

       0160-GRAVAR-AUDITORIA-CADASTRO.
           MOVE WRK-USUARIO TO WRK-AUDIT-USUARIO.
           MOVE WRK-MATRICULA TO WRK-AUDIT-CHAVE.
           MOVE 'EFETIVADO'  TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.
           DISPLAY 'OPERACAO ' WRK-AUDIT-ACAO ' REGISTRADA PARA ' ,
               WRK-NOME.

      * Pedido de alteracao: quem pediu e quando, resultado PENDENTE.
       0165-AUDITAR-PEDIDO.
           MOVE WRK-USUARIO TO WRK-AUDIT-USUARIO.
           MOVE WRK-MATRICULA TO WRK-AUDIT-CHAVE.
           MOVE 'PENDENTE'  TO WRK-AUDIT-RESULTADO.
           PERFORM 9850-GRAVAR-AUDITORIA.

      * Modo 3: o usuario da sessao precisa de alcada pelo PROG29
      * (funcao APROVAR ALTER) e nao decide pedido feito por ele
      * mesmo. Aprovar aplica o pedido ao cadastro ou a
      * BANCO-FUNC.DAT; rejeitar so fecha o pedido. As duas decisoes
      * vao para AUDIT-LOG.LOG com o aprovador.
       0300-APROVAR-PENDENCIAS.
           MOVE 'N'             TO WRK-AUTORIZADO-APROV.
           MOVE WRK-USUARIO     TO AUT-USUARIO.
           MOVE 'APROVAR ALTER' TO AUT-FUNCAO.
           MOVE 'N'             TO AUT-CONCEDIDO.
           CALL 'PROG29' USING WRK-AUT-PARAMETROS.
           IF AUT-CONCEDIDO = 'S'
               MOVE 'S' TO WRK-AUTORIZADO-APROV
           ELSE
               DISPLAY 'SEM ALCADA PARA APROVAR ALTERACOES ' ,
                   '(EXIGE SUPERVISOR OU ADMINISTRADOR).'
           END-IF.
           IF APROVADOR-AUTORIZADO
               MOVE 'EMPLOYEE-MASTER.DAT' TO WRK-TRV-ARQUIVO
               PERFORM 9660-VERIFICAR-TRAVA
               IF TRAVA-EM-USO
                   DISPLAY 'EMPLOYEE-MASTER.DAT EM USO PELO BATCH ' ,
                       WRK-TRV-DETENTOR ' - APROVACAO ADIADA.'
                   MOVE 'N' TO WRK-AUTORIZADO-APROV
               END-IF
           END-IF.
           IF APROVADOR-AUTORIZADO
               PERFORM 0310-CARREGAR-PENDENCIAS
               EVALUATE TRUE
                   WHEN PENDENCIAS-ESTOURARAM
                       DISPLAY 'ALTERACOES-PENDENTES.DAT MAIOR QUE A ' ,
                           'TABELA - APROVACAO CANCELADA SEM ' ,
                           'REGRAVAR NADA'
                   WHEN WRK-QTD-EM-ABERTO = ZEROS
                       DISPLAY 'NENHUMA ALTERACAO PENDENTE.'
                   WHEN OTHER
                       OPEN I-O EMPLOYEE-MASTER-FILE
                       PERFORM VARYING WRK-IDX-PEND FROM 1 BY 1
                               UNTIL WRK-IDX-PEND > WRK-QTD-PENDENCIAS
                           MOVE WRK-PEND-REGISTRO(WRK-IDX-PEND)
                               TO WRK-PENDENCIA
                           IF PEN-PENDENTE
                               PERFORM 0320-DECIDIR-PENDENCIA
                               MOVE WRK-PENDENCIA
                                   TO WRK-PEND-REGISTRO(WRK-IDX-PEND)
                           END-IF
                       END-PERFORM
                       CLOSE EMPLOYEE-MASTER-FILE
                       PERFORM 0340-REGRAVAR-PENDENCIAS
               END-EVALUATE
           END-IF.

       0310-CARREGAR-PENDENCIAS.
           MOVE ZEROS TO WRK-QTD-PENDENCIAS WRK-QTD-EM-ABERTO.
           MOVE 'N'   TO WRK-FIM-PENDENCIA WRK-PEND-ESTOUROU.
           OPEN INPUT PENDENCIAS-FILE.
           IF WRK-STATUS-PENDENCIA = '00'
               PERFORM UNTIL FIM-PENDENCIA
                   READ PENDENCIAS-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PENDENCIA
                       NOT AT END
                           IF WRK-QTD-PENDENCIAS < 200
                               ADD 1 TO WRK-QTD-PENDENCIAS
                               SET WRK-IDX-PEND TO WRK-QTD-PENDENCIAS
                               MOVE PENDENCIAS-RECORD
                                   TO WRK-PEND-REGISTRO(WRK-IDX-PEND)
                               MOVE PENDENCIAS-RECORD TO WRK-PENDENCIA
                               IF PEN-PENDENTE
                                   ADD 1 TO WRK-QTD-EM-ABERTO
                               END-IF
                           ELSE
                               SET PENDENCIAS-ESTOURARAM TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDENCIAS-FILE
           END-IF.

       0320-DECIDIR-PENDENCIA.
           PERFORM 0410-EXIBIR-PENDENCIA.
           IF WRK-PEN-SOLICITANTE = WRK-USUARIO
               DISPLAY '   PEDIDO FEITO PELO PROPRIO USUARIO - SO ' ,
                   'OUTRO USUARIO PODE DECIDIR.'
           ELSE
               MOVE WRK-PEN-MATRICULA TO EMP-MATRICULA
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       DISPLAY '   MATRICULA NAO CADASTRADA - PEDIDO ' ,
                           'SO PODE SER REJEITADO.'
                   NOT INVALID KEY
                       MOVE EMP-NOME TO WRK-NOME
                       IF PEN-CADASTRO
                          AND EMP-SALARIO NOT = WRK-PEN-SALARIO-ANT
                           MOVE EMP-SALARIO TO WRK-MASC-DINHEIRO
                           DISPLAY '   ATENCAO: SALARIO MUDOU DESDE ' ,
                               'O PEDIDO - ATUAL ' WRK-MASC-DINHEIRO
                       END-IF
               END-READ
               DISPLAY 'A-APROVAR  R-REJEITAR  BRANCO-DEIXAR ' ,
                   'PENDENTE: '
               MOVE SPACE TO WRK-DECISAO
               ACCEPT WRK-DECISAO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-DECISAO) TO WRK-DECISAO
               IF DECISAO-APROVAR AND WRK-STATUS-FUNC NOT = '00'
                   DISPLAY '   SEM O FUNCIONARIO NO CADASTRO - ' ,
                       'APROVACAO NAO APLICADA.'
                   MOVE SPACE TO WRK-DECISAO
               END-IF
               EVALUATE TRUE
                   WHEN DECISAO-APROVAR
                       IF PEN-CADASTRO
                           PERFORM 0330-APLICAR-CADASTRO
                       ELSE
                           PERFORM 0335-APLICAR-BANCO
                       END-IF
                       MOVE 'A' TO WRK-PEN-SITUACAO
                       PERFORM 0350-AUDITAR-DECISAO
                   WHEN DECISAO-REJEITAR
                       MOVE 'R' TO WRK-PEN-SITUACAO
                       PERFORM 0350-AUDITAR-DECISAO
                   WHEN OTHER
                       DISPLAY '   PEDIDO CONTINUA PENDENTE.'
               END-EVALUATE
           END-IF.

      * Aplica salario, departamento/empresa e cargo do pedido; a
      * troca de departamento grava a transferencia efetivo-datada
      * para o rateio do PROG04.
      * No historico do cadastro vao dois registros: o de
      * departamento/empresa na data da transferencia e o de salario e
      * cargo na data de hoje.
       0330-APLICAR-CADASTRO.
           MOVE WRK-PEN-MATRICULA    TO WRK-MATRICULA.
           MOVE EMP-SALARIO          TO WRK-MASC-ANTIGO.
           MOVE EMP-DEPARTAMENTO     TO WRK-DEPTO-ANTERIOR.
           MOVE WRK-PEN-DEPTO-NOVO   TO WRK-DEPARTAMENTO.
           IF WRK-DEPARTAMENTO NOT = WRK-DEPTO-ANTERIOR
               MOVE WRK-PEN-DATA-TRANSF TO WRK-DATA-TRANSF
               PERFORM 0170-REGISTRAR-TRANSFERENCIA
           END-IF.
           PERFORM 9155-GUARDAR-HIST-FUNC-ANTERIOR.
           MOVE WRK-PEN-DEPTO-NOVO   TO EMP-DEPARTAMENTO.
           MOVE WRK-PEN-EMPRESA-NOVA TO EMP-EMPRESA.
           MOVE 'TRANSF DEPTO'       TO WRK-HFU-EVENTO.
           MOVE WRK-PEN-DATA-TRANSF  TO WRK-HFU-DATA-EFETIVA.
           PERFORM 9157-GUARDAR-HIST-FUNC-NOVO.
           PERFORM 9150-GRAVAR-HISTORICO-FUNC.
           PERFORM 9155-GUARDAR-HIST-FUNC-ANTERIOR.
           MOVE WRK-PEN-SALARIO-NOVO TO EMP-SALARIO.
           MOVE WRK-PEN-CARGO-NOVO   TO EMP-CARGO.
           REWRITE EMP-RECORD.
           ADD 1 TO WRK-QTD-OPERACOES.
           MOVE 'ALTERACAO'          TO WRK-HFU-EVENTO.
           MOVE ZEROS                TO WRK-HFU-DATA-EFETIVA.
           PERFORM 9157-GUARDAR-HIST-FUNC-NOVO.
           PERFORM 9150-GRAVAR-HISTORICO-FUNC.
           MOVE EMP-SALARIO TO WRK-MASC-DINHEIRO.
           MOVE 'ALTERACAO'       TO WRK-AUDIT-ACAO.
           MOVE WRK-MASC-ANTIGO   TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE WRK-MASC-DINHEIRO TO WRK-AUDIT-VALOR-NOVO.
           PERFORM 0160-GRAVAR-AUDITORIA-CADASTRO.

       0335-APLICAR-BANCO.
           MOVE WRK-PEN-MATRICULA TO WRK-MATRICULA.
           MOVE WRK-PEN-BANCO     TO WRK-BANCO.
           MOVE WRK-PEN-AGENCIA   TO WRK-AGENCIA.
           MOVE WRK-PEN-CONTA     TO WRK-CONTA-CALC.
           MOVE WRK-PEN-DIGITO    TO WRK-DIGITO.
           PERFORM 0186-GRAVAR-DADOS-BANCARIOS.

      * Decisao do aprovador: o solicitante vai no valor antigo e a
      * matricula no valor novo, com APROVADO ou REJEITADO.
       0350-AUDITAR-DECISAO.
           ACCEPT WRK-PEN-DATA-DECISAO FROM DATE YYYYMMDD.
           MOVE WRK-USUARIO TO WRK-PEN-APROVADOR.
           MOVE WRK-USUARIO TO WRK-AUDIT-USUARIO.
           IF PEN-CADASTRO
               MOVE 'APROVA CADAST' TO WRK-AUDIT-ACAO
           ELSE
               MOVE 'APROVA BANCO'  TO WRK-AUDIT-ACAO
           END-IF.
           MOVE WRK-PEN-SOLICITANTE TO WRK-AUDIT-VALOR-ANTIGO.
           MOVE WRK-PEN-MATRICULA   TO WRK-MATR-AUDIT-NUM.
           MOVE WRK-MATR-AUDIT      TO WRK-AUDIT-VALOR-NOVO.
           MOVE WRK-PEN-MATRICULA   TO WRK-AUDIT-CHAVE.
           IF PEN-APROVADA
               MOVE 'APROVADO'  TO WRK-AUDIT-RESULTADO
               DISPLAY '   PEDIDO ' WRK-PEN-SEQUENCIA ' APROVADO.'
           ELSE
               MOVE 'REJEITADO' TO WRK-AUDIT-RESULTADO
               DISPLAY '   PEDIDO ' WRK-PEN-SEQUENCIA ' REJEITADO.'
           END-IF.
           PERFORM 9850-GRAVAR-AUDITORIA.

       0340-REGRAVAR-PENDENCIAS.
           OPEN OUTPUT PENDENCIAS-FILE.
           PERFORM VARYING WRK-IDX-PEND FROM 1 BY 1
                   UNTIL WRK-IDX-PEND > WRK-QTD-PENDENCIAS
               WRITE PENDENCIAS-RECORD
                   FROM WRK-PEND-REGISTRO(WRK-IDX-PEND)
           END-PERFORM.
           CLOSE PENDENCIAS-FILE.

      * Modo 4: listagem das alteracoes ainda pendentes, com quem
      * pediu e quando.
       0400-LISTAR-PENDENCIAS.
           PERFORM 0310-CARREGAR-PENDENCIAS.
           IF WRK-QTD-EM-ABERTO = ZEROS
               DISPLAY 'NENHUMA ALTERACAO PENDENTE.'
           ELSE
               DISPLAY 'ALTERACOES PENDENTES DE APROVACAO: ' ,
                   WRK-QTD-EM-ABERTO
               PERFORM VARYING WRK-IDX-PEND FROM 1 BY 1
                       UNTIL WRK-IDX-PEND > WRK-QTD-PENDENCIAS
                   MOVE WRK-PEND-REGISTRO(WRK-IDX-PEND)
                       TO WRK-PENDENCIA
                   IF PEN-PENDENTE
                       PERFORM 0410-EXIBIR-PENDENCIA
                   END-IF
               END-PERFORM
           END-IF.
           IF PENDENCIAS-ESTOURARAM
               DISPLAY 'AVISO: ALTERACOES-PENDENTES.DAT MAIOR QUE A ' ,
                   'TABELA - LISTAGEM INCOMPLETA'
           END-IF.

       0410-EXIBIR-PENDENCIA.
           DISPLAY 'PEDIDO ' WRK-PEN-SEQUENCIA ' MATRICULA ' ,
               WRK-PEN-MATRICULA ' POR ' WRK-PEN-SOLICITANTE ,
               ' EM ' WRK-PEN-DATA-PEDIDO ' ' WRK-PEN-HORA-PEDIDO.
           IF PEN-CADASTRO
               MOVE WRK-PEN-SALARIO-ANT  TO WRK-MASC-ANTIGO
               MOVE WRK-PEN-SALARIO-NOVO TO WRK-MASC-PEDIDO
               DISPLAY '   SALARIO ' WRK-MASC-ANTIGO ' -> ' ,
                   WRK-MASC-PEDIDO '  DEPTO ' WRK-PEN-DEPTO-ANT ,
                   ' -> ' WRK-PEN-DEPTO-NOVO ' (EMP ' ,
                   WRK-PEN-EMPRESA-NOVA ')  CARGO ' ,
                   WRK-PEN-CARGO-ANT ' -> ' WRK-PEN-CARGO-NOVO
               IF WRK-PEN-DEPTO-NOVO NOT = WRK-PEN-DEPTO-ANT
                   DISPLAY '   TRANSFERENCIA EFETIVA EM ' ,
                       WRK-PEN-DATA-TRANSF
               END-IF
           ELSE
               DISPLAY '   DADOS BANCARIOS: BANCO ' WRK-PEN-BANCO ,
                   ' AGENCIA ' WRK-PEN-AGENCIA ' CONTA ' ,
                   WRK-PEN-CONTA '-' WRK-PEN-DIGITO
           END-IF.

           COPY 'DEPTPR.COB'.
           COPY 'EMPRPR.COB'.
           COPY 'HFUNPR.COB'.
           COPY 'CARGPR.COB'.
           COPY 'TRVAPR.COB'.
           COPY 'AUDITPR.COB'.
