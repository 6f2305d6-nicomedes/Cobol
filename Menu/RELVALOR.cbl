      *   E A PRECO DE VENDA POR CATEGORIA E NO GERAL. PRODUTOS
      *   ANTIGOS SEM CUSTO/CATEGORIA GRAVADOS ENTRAM COM CUSTO ZERO
      *   NA CATEGORIA "(SEM CATEG)".
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD AMPLIADO PARA 5 DIGITOS;
      *   COLUNA QTD E VALORES POR PRODUTO ALARGADOS.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  REL-VALOR
           LABEL RECORD STANDARD.

       77 W-CUSTO-PROD    PIC 9(4)V99 VALUE ZEROS.
       77 W-CATEG-PROD    PIC X(10)   VALUE SPACES.
       77 W-VAL-CUSTO     PIC 9(8)V99 VALUE ZEROS.
       77 W-VAL-VENDA     PIC 9(8)V99 VALUE ZEROS.
       77 W-MARGEM        PIC S9(4)V99 VALUE ZEROS.
       77 W-MARGEM-PERC   PIC S9(3)V99 VALUE ZEROS.

           02 FILLER    PIC X(05) VALUE "COD".
           02 FILLER    PIC X(21) VALUE "PRODUTO".
           02 FILLER    PIC X(11) VALUE "CATEGORIA".
           02 FILLER    PIC X(06) VALUE "QTD".
           02 FILLER    PIC X(10) VALUE "CUSTO".
           02 FILLER    PIC X(10) VALUE "VENDA".
           02 FILLER    PIC X(17) VALUE "MARGEM %".
       01 LINDET.
           02 LD-COD    PIC 9(4).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-CATEG  PIC X(10).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-CUSTO  PIC Z.ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-PRECO  PIC ZZ9,99.
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LD-MARGEM PIC +ZZ9,99.
           02 FILLER    PIC X(11) VALUE SPACES.
       01 LINCATEG.
           02 LC-NOME   PIC X(10).
           02 FILLER    PIC X(10) VALUE "  CUSTO: ".
