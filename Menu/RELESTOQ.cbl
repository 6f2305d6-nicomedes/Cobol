      *   (ESTLOCAL.DAT, MANTIDO PELO COMUM/MOVELOCAL E PELO
      *   TRANSFEST.cbl), A LISTAGEM GANHA AS COLUNAS SALAO E
      *   DEPOSITO AO LADO DO TOTAL.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS (PROD-QTD E OS SALDOS DE ESTLOCAL.DAT), COM
      *   AS COLUNAS DO RELATORIO ALARGADAS.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

       FD  ARQ-ESTLOCAL.
       01  REG-ESTLOCAL.
           02 EL-PROD        PIC 9(4).
           02 EL-QTD-SALAO   PIC 9(5).
           02 EL-QTD-DEP     PIC 9(5).

       FD  REL-ESTOQUE
           LABEL RECORD STANDARD.
           02 FILLER  PIC X(08) VALUE "CODIGO".
           02 FILLER  PIC X(12) VALUE SPACES.
           02 FILLER  PIC X(30) VALUE "PRODUTO".
           02 FILLER  PIC X(08) VALUE "PRECO".
           02 FILLER  PIC X(07) VALUE "TOTAL".
           02 FILLER  PIC X(07) VALUE "SALAO".
           02 FILLER  PIC X(08) VALUE "DEPOS.".
       01 LINDET.
           02 LD-COD    PIC ZZZ9.
           02 FILLER    PIC X(16) VALUE SPACES.
           02 LD-NOME   PIC X(30).
           02 LD-PRECO  PIC ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-SALAO  PIC ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-DEP    PIC ZZZZ9.
           02 FILLER    PIC X(3)  VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
