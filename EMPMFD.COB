      *              PROG17 contra o cadastro CARGOS.DAT (books CARG*)
      *              - e o cargo que da o piso e o teto salarial
      *              conferidos na admissao e no reajuste do PROG09.
      * 15/10/2026 - Incluida a data de nascimento (EMP-NASCIMENTO,
      *              AAAAMMDD, zeros quando nao informada), capturada
      *              pelo PROG17 - e com ela que o PROG66 confronta o
      *              funcionario com os dependentes de DEPENDENTES.DAT.
      * 15/10/2026 - Incluidos o dia de admissao (EMP-DIA-ENTRADA,
      *              zeros nos registros antigos - tratar como dia 01),
      *              o tipo de contrato (EMP-TIPO-CONTRATO: 'E'
      *              experiencia, 'I' prazo indeterminado, 'D' prazo
      *              determinado; branco nos antigos vale 'I') e o
      *              termino do contrato vigente (EMP-FIM-CONTRATO,
      *              AAAAMMDD - fim do periodo de experiencia em curso
      *              ou do prazo determinado; zeros no indeterminado).
      *              EMP-PRORROGADO marca a experiencia ja prorrogada
      *              uma vez (limite de 90 dias, art. 445 CLT).
      * 15/10/2026 - Incluida a empresa / filial do grupo
      *              (EMP-EMPRESA, codigo do cadastro EMPRESAS.DAT -
      *              books EMPR*), criticada pelo PROG17 e levada ate
      *              a folha, que totaliza, remete ao banco, recolhe e
      *              contabiliza por empresa. Zeros nos registros
      *              antigos - tratar como empresa 01.
      ******************************************************************
       FD  EMPLOYEE-MASTER-FILE.
       01  EMP-RECORD.
              88 EMP-ATIVO     VALUE 'A'.
              88 EMP-DESLIGADO VALUE 'D'.
           05 EMP-CARGO        PIC 9(03).
           05 EMP-NASCIMENTO   PIC 9(08).
           05 EMP-DIA-ENTRADA  PIC 9(02).
           05 EMP-TIPO-CONTRATO PIC X(01).
              88 EMP-CONTRATO-EXPERIENCIA   VALUE 'E'.
              88 EMP-CONTRATO-INDETERMINADO VALUE 'I' ' '.
              88 EMP-CONTRATO-DETERMINADO   VALUE 'D'.
           05 EMP-FIM-CONTRATO PIC 9(08).
           05 EMP-PRORROGADO   PIC X(01).
              88 EMP-EXPERIENCIA-PRORROGADA VALUE 'S'.
           05 EMP-EMPRESA      PIC 9(02).
