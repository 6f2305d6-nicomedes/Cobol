      *   (1=SABADO, 2=DOMINGO, ... 7=SEXTA). O ABRE-COMANDA APLICA O
      *   PRECO PROMOCIONAL AUTOMATICAMENTE NO LANCAMENTO, GRAVANDO EM
      *   ITENSCOM.DAT O PRECO REALMENTE COBRADO.
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD DE PRODUTOS.DAT AMPLIADO
      *   PARA 5 DIGITOS (TOMADOS DO FILLER, MESMO TAMANHO DE REGISTRO).
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

      *--------------------------------
       WORKING-STORAGE SECTION.
