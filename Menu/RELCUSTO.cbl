      *   ENTREGA E CUSTO MEDIO RESULTANTE), NO MESMO MOLDE DO KARDEX.
      *   E AQUI QUE SE VE O QUE O FORNECEDOR ANDA FAZENDO COM A
      *   GENTE.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS (PROD-QTD E CH-QTD DE CUSTOHIS.DAT).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 FILLER         PIC X(01).
           02 CH-PROD        PIC 9(4).
           02 FILLER         PIC X(01).
           02 CH-QTD         PIC 9(5).
           02 FILLER         PIC X(01).
           02 CH-CUSTO-ENT   PIC 9(4)V99.
           02 FILLER         PIC X(01).
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

       FD  REL-CUSTOS
           LABEL RECORD STANDARD.
       01 LINDET.
           02 LD-DATA   PIC 9(8).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-CUSTO  PIC Z.ZZ9,99.
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 LD-MEDIO  PIC Z.ZZ9,99.
