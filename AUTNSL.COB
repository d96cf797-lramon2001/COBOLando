      ******************************************************************
      * Author: Lucas Ramon
      * Date: 15/10/2026
      * Purpose: SELECT do cadastro de autonomos (contribuintes
      * individuais pagos por RPA - instrutores, arbitros da liga e
      * consultores), separado do EMPLOYEE-MASTER.DAT: o cadastro
      * (AUTONOMOS.DAT, mantido pelo PROG72) e o historico dos RPA
      * pagos (RPA-PAGOS.DAT, gravado pelo PROG73 e lido pelo PROG48
      * no extrato anual). COPY dentro do FILE-CONTROL. Usar em
      * conjunto com AUTNFD.COB, AUTNWS.COB e AUTNPR.COB.
      * Tectonics: cobc (COPY 'AUTNSL.COB' dentro do FILE-CONTROL)
      *
      * Modification History:
      * 15/10/2026 - Criado.
      ******************************************************************
           SELECT AUTONOMOS-FILE ASSIGN TO "AUTONOMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AUTONOMO.
           SELECT RPA-PAGOS-FILE ASSIGN TO "RPA-PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPA-PAGO.
