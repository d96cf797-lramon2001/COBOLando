      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do cadastro de responsaveis
      * financeiros e do vinculo aluno x familia: as tabelas
      * carregadas por 9282-CARREGAR-RESPONSAVEIS e
      * 9290-CARREGAR-FAMILIAS e as consultas - o chamador informa
      * WRK-RSP-FAMILIA-PROC e executa 9284-LOCALIZAR-RESPONSAVEL
      * (posicao em WRK-RSP-IDX-ACHADO), ou informa
      * WRK-FAM-MATRICULA-PROC e executa 9292-LOCALIZAR-VINCULO
      * (posicao em WRK-FAM-IDX-ACHADO); zeros = nao encontrado.
      * Tabela estourada na carga fica marcada para o chamador nao
      * regravar o arquivo sem os registros que nao couberam.
      * COPY na WORKING-STORAGE SECTION. Usar em conjunto com
      * RSPSL.COB, RSPFD.COB e RSPPR.COB.
      * Tectonics: cobc (COPY 'RSPWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       77  WRK-STATUS-RESPONSAVEL    PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-FAMILIAS       PIC X(02) VALUES ZEROS.
       77  WRK-FIM-RESPONSAVEL       PIC X(01) VALUES 'N'.
           88 FIM-RESPONSAVEL VALUE 'S'.
       77  WRK-FIM-FAMILIAS          PIC X(01) VALUES 'N'.
           88 FIM-FAMILIAS VALUE 'S'.
       77  WRK-RSP-ESTOUROU          PIC X(01) VALUES 'N'.
           88 RESPONSAVEIS-ESTOURARAM VALUE 'S'.
       77  WRK-FAM-ESTOUROU          PIC X(01) VALUES 'N'.
           88 FAMILIAS-ESTOURARAM VALUE 'S'.
       77  WRK-RSP-FAMILIA-PROC      PIC 9(04) VALUES ZEROS.
       77  WRK-RSP-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-FAM-MATRICULA-PROC    PIC 9(05) VALUES ZEROS.
       77  WRK-FAM-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-RESPONSAVEIS      PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-FAMILIAS          PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-RESPONSAVEIS.
           05 WRK-RESPONSAVEL-ITEM OCCURS 300 TIMES
                                    INDEXED BY WRK-IDX-RSP.
              10 WRK-RSP-FAMILIA        PIC 9(04).
              10 WRK-RSP-NOME           PIC X(30).
              10 WRK-RSP-CPF            PIC 9(11).
              10 WRK-RSP-ENDERECO       PIC X(40).
              10 WRK-RSP-CIDADE         PIC X(20).
              10 WRK-RSP-UF             PIC X(02).
              10 WRK-RSP-CEP            PIC 9(08).
              10 WRK-RSP-TELEFONE       PIC X(15).
              10 WRK-RSP-EMAIL          PIC X(40).
              10 WRK-RSP-SITUACAO       PIC X(01).
      * Vinculos na ordem de FAMILIAS.DAT (a posicao do irmao na
      * familia da o desconto no PROG57).
       01  WRK-TAB-FAMILIAS.
           05 WRK-FAM-ITEM OCCURS 200 TIMES
                            INDEXED BY WRK-IDX-FAM.
              10 WRK-FAM-MATRICULA      PIC 9(05).
              10 WRK-FAM-CODIGO         PIC 9(04).
