      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: FD da bilheteria dos jogos da liga. Um registro por
      * jogo de FIXTURES.DAT (rodada, mandante e visitante), com os
      * ingressos vendidos, a renda bruta e as despesas do jogo, e o
      * rateio da renda liquida pelas regras de LIGA-PARAM.CTL: a
      * cota da liga e o restante dividido entre mandante e
      * visitante. BIL-VOUCHER fica zerado ate a cota da liga ser
      * contabilizada em TRANS.DAT (voucher 88AAMM); depois disso o
      * jogo nao se altera mais. COPY dentro da FILE SECTION. Usar em
      * conjunto com BILHSL.COB, BILHWS.COB e BILHPR.COB.
      * Tectonics: cobc (COPY 'BILHFD.COB' dentro da FILE SECTION)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
       FD  BILHETERIA-FILE.
       01  BILHETERIA-RECORD.
           05 BIL-RODADA          PIC 9(02).
           05 BIL-TIME-CASA       PIC 9(02).
           05 BIL-TIME-FORA       PIC 9(02).
           05 BIL-INGRESSOS       PIC 9(06).
           05 BIL-RENDA-BRUTA     PIC 9(08)V99.
           05 BIL-DESPESAS        PIC 9(08)V99.
           05 BIL-COTA-LIGA       PIC 9(08)V99.
           05 BIL-COTA-CASA       PIC 9(08)V99.
           05 BIL-COTA-FORA       PIC 9(08)V99.
           05 BIL-DATA-LANC       PIC 9(08).
           05 BIL-VOUCHER         PIC 9(06).
