      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: Layout do log de acesso (ACCESS-LOG.LOG), o mesmo do
      * PROG08/PROG29/PROG30. Na visao sem mascara dos dados
      * salariais, LOG-PERFIL leva o relatorio ou arquivo visto
      * (FOLHA.SPL, HOLERITES.DAT...) e LOG-RESULTADO 'VISAO ABERTA',
      * para o PROG39 responder quem viu a folha no mes. COPY dentro
      * da FILE SECTION. Usar em conjunto com SIGLSL.COB.
      * Tectonics: cobc (COPY 'SIGLFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           05 LOG-USUARIO    PIC X(15).
           05 FILLER         PIC X(01).
           05 LOG-NIVEL      PIC 9(02).
           05 FILLER         PIC X(01).
           05 LOG-PERFIL     PIC X(14).
           05 FILLER         PIC X(01).
           05 LOG-RESULTADO  PIC X(13).
           05 FILLER         PIC X(01).
           05 LOG-DATA       PIC 9(08).
           05 FILLER         PIC X(01).
           05 LOG-HORA       PIC 9(08).
