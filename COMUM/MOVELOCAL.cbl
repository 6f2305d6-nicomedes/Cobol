      * "S" SUBTRAI, SEM DEIXAR NEGATIVO): ENTRADA E SAIDA MEXEM NO
      * DEPOSITO, O LANCAMENTO DE COMANDA NO SALAO E O TRANSFEST.cbl
      * MOVE ENTRE OS DOIS. O RELESTOQ MOSTRA AS DUAS COLUNAS.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - EL-QTD-SALAO, EL-QTD-DEP
      *   E O PARAMETRO QUANTIDADE PASSAM DE 3 PARA 5 DIGITOS,
      *   ACOMPANHANDO PROD-QTD (ESTLOCAL.DAT CONVERTIDO PELO
      *   CONVQTD.cbl).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       FD  ARQ-ESTLOCAL.
       01  REG-ESTLOCAL.
           02 EL-PROD        PIC 9(4).
           02 EL-QTD-SALAO   PIC 9(5).
           02 EL-QTD-DEP     PIC 9(5).

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-LOCAL  PIC XX   VALUE SPACES.
       01 PRODUTO       PIC 9(04).
       01 LOCAL-MOVTO   PIC X(01).
       01 TIPO-MOVTO    PIC X(01).
       01 QUANTIDADE    PIC 9(05).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING PRODUTO LOCAL-MOVTO TIPO-MOVTO
