      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Campos de WORKING-STORAGE do cadastro de escalas de
      * trabalho: tabelas carregadas por 9000-CARREGAR-ESCALAS e
      * 9010-CARREGAR-ATRIBUICOES e a consulta do dia - o chamador
      * informa WRK-ESC-MATRICULA e WRK-ESC-DATA (AAAAMMDD) e executa
      * 9020-SITUAR-DIA-ESCALA, que devolve a escala vigente e o seu
      * tipo (WRK-ESC-CODIGO, WRK-ESC-TIPO), a situacao do dia em
      * WRK-ESC-SITUACAO (88 ESC-DIA-TRABALHO, ESC-DIA-FOLGA,
      * ESC-DIA-REPOUSO, ESC-DIA-FERIADO, ESC-SEM-ESCALA), a jornada
      * em WRK-ESC-MINUTOS e o dia da semana em WRK-ESC-DIA-SEMANA
      * (0 segunda ... 6 domingo). Os feriados vem do calendario
      * compartilhado (books CALN*, carregado pelo programa com
      * 9810-CARREGAR-CALENDARIO) e so valem para escala semanal -
      * quem trabalha em ciclo cumpre o ciclo. COPY na
      * WORKING-STORAGE SECTION. Usar em conjunto com ESCLSL.COB,
      * ESCLFD.COB, ESCLPR.COB e os books CALN*.
      * Tectonics: cobc (COPY 'ESCLWS.COB' na WORKING-STORAGE)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      * 15/10/2026 - Tabela fixa de feriados substituida pelo
      *              calendario compartilhado (FERIADOS.DAT).
      ******************************************************************
       77  WRK-STATUS-ESCALA         PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-ESC-FUNC       PIC X(02) VALUES ZEROS.
       77  WRK-STATUS-JUSTIF         PIC X(02) VALUES ZEROS.
       77  WRK-FIM-ESCALA            PIC X(01) VALUES 'N'.
           88 FIM-ESCALA VALUE 'S'.
       77  WRK-FIM-ESC-FUNC          PIC X(01) VALUES 'N'.
           88 FIM-ESC-FUNC VALUE 'S'.
       77  WRK-FIM-JUSTIF            PIC X(01) VALUES 'N'.
           88 FIM-JUSTIF VALUE 'S'.
       77  WRK-ESC-ESTOUROU          PIC X(01) VALUES 'N'.
           88 ESCALAS-ESTOURARAM VALUE 'S'.
       77  WRK-ESC-MATRICULA         PIC 9(05) VALUES ZEROS.
       77  WRK-ESC-DATA              PIC 9(08) VALUES ZEROS.
       77  WRK-ESC-CODIGO            PIC X(04) VALUES SPACES.
       77  WRK-ESC-TIPO              PIC X(01) VALUES SPACE.
           88 ESC-TIPO-SEMANAL VALUE 'S'.
           88 ESC-TIPO-CICLO   VALUE 'C'.
       77  WRK-ESC-MINUTOS           PIC 9(04) VALUES ZEROS.
       77  WRK-ESC-DIA-SEMANA        PIC 9(01) VALUES ZEROS.
       77  WRK-ESC-SITUACAO          PIC X(01) VALUES SPACE.
           88 ESC-DIA-TRABALHO VALUE 'T'.
           88 ESC-DIA-FOLGA    VALUE 'F'.
           88 ESC-DIA-REPOUSO  VALUE 'R'.
           88 ESC-DIA-FERIADO  VALUE 'H'.
           88 ESC-SEM-ESCALA   VALUE ' '.
       77  WRK-ESC-DIAS-DATA         PIC 9(08) VALUES ZEROS.
       77  WRK-ESC-DIAS-BASE         PIC 9(08) VALUES ZEROS.
       77  WRK-ESC-POSICAO           PIC 9(02) VALUES ZEROS.
       77  WRK-ESC-IDX-ACHADO        PIC 9(03) VALUES ZEROS.
       77  WRK-QTD-ESCALAS           PIC 9(03) VALUES ZEROS.
       01  WRK-TAB-ESCALAS.
           05 WRK-ESCALA-ITEM OCCURS 100 TIMES
                               INDEXED BY WRK-IDX-ESCALA.
              10 WRK-ESCL-CODIGO        PIC X(04).
              10 WRK-ESCL-DESCRICAO     PIC X(20).
              10 WRK-ESCL-TIPO          PIC X(01).
              10 WRK-ESCL-MINUTOS-DIA   PIC 9(04).
              10 WRK-ESCL-TAMANHO-CICLO PIC 9(02).
              10 WRK-ESCL-PADRAO        PIC X(14).
              10 WRK-ESCL-DATA-BASE     PIC 9(08).
       77  WRK-QTD-ATRIBUICOES       PIC 9(04) VALUES ZEROS.
       01  WRK-TAB-ATRIBUICOES.
           05 WRK-ATRIB-ITEM OCCURS 1000 TIMES
                              INDEXED BY WRK-IDX-ATRIB.
              10 WRK-ATRIB-MATRICULA    PIC 9(05).
              10 WRK-ATRIB-CODIGO       PIC X(04).
              10 WRK-ATRIB-INICIO       PIC 9(08).
              10 WRK-ATRIB-FIM          PIC 9(08).
