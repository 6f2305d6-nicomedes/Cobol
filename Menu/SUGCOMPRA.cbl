      *   E IMPRIME EM PEDCOMPR.LST O PEDIDO AGRUPADO POR FORNECEDOR
      *   (CADASTRO FORNECED.DAT DO CADFORN.cbl). A QUANTIDADE
      *   SUGERIDA RECOMPOE O DOBRO DO PONTO DE RESSUPRIMENTO.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS (PROD-QTD E SG-QTD-ATUAL/SG-QTD-SUGER DE
      *   SUGCOMPR.DAT), COLUNAS DO RELATORIO COM 5 POSICOES.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 PROD-FORN   PIC 9(3).
           02 FILLER      PIC X(74).

       FD  ARQ-FORN.
       01  REG-FORN.
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 SG-PROD       PIC 9(4).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 SG-QTD-ATUAL  PIC 9(5).
           02 FILLER        PIC X(1)  VALUE SPACE.
           02 SG-QTD-SUGER  PIC 9(5).

       FD  REL-PEDIDO
           LABEL RECORD STANDARD.
               03 TS-FORN      PIC 9(3).
               03 TS-PROD      PIC 9(4).
               03 TS-NOME      PIC X(30).
               03 TS-QTD-ATUAL PIC 9(5).
               03 TS-QTD-SUGER PIC 9(5).
       01 TS-TROCA.
           02 TX-FORN      PIC 9(3).
           02 TX-PROD      PIC 9(4).
           02 TX-NOME      PIC X(30).
           02 TX-QTD-ATUAL PIC 9(5).
           02 TX-QTD-SUGER PIC 9(5).

       01 LINCAB1.
           02 FILLER    PIC X(34) VALUE
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-NOME   PIC X(30).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(7)  VALUE SPACES.
           02 LD-SUGER  PIC ZZZZ9.
           02 FILLER    PIC X(25) VALUE SPACES.
       01 LINVAZIO.
           02 FILLER    PIC X(44) VALUE
               "NENHUM PRODUTO ABAIXO DO PONTO DE COMPRA".
