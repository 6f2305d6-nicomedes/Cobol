      *   NOS PROXIMOS 15 DIAS, COM PRODUTO, LOTE, VALIDADE E
      *   QUANTIDADE, PAGINADO PELO COMUM/CABRELAT.cbl. LOTE JA
      *   VENCIDO SAI MARCADO.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS (PROD-QTD E LT-QTD DE LOTES.DAT).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               03 LT-PROD     PIC 9(4).
               03 LT-VALIDADE PIC 9(8).
               03 LT-LOTE     PIC X(10).
           02 LT-QTD          PIC 9(5).

       FD  ARQ-PROD.
       01  REG-PROD.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

       FD  REL-VALIDADE
           LABEL RECORD STANDARD.
               03 FILLER  PIC X VALUE "/".
               03 LD-ANO  PIC 9999.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-OBS    PIC X(10).
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(20) VALUE "LOTES LISTADOS....: ".
           02 LT-TOTAL  PIC ZZZ9.
