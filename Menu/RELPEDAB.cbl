      *   QUANTIDADES PEDIDA E RECEBIDA (ENTREGA CURTA OU EXCESSO
      *   FICAM EVIDENTES), MARCANDO COMO ATRASADO O PEDIDO COM DATA
      *   PREVISTA JA VENCIDA.
      * 15 OUTUBRO 2026 - JULIANO - PC-QTD-PED/PC-QTD-REC AMPLIADOS
      *   PARA 5 DIGITOS; COLUNAS DO RELATORIO NO MESMO ALINHAMENTO.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DO PEDIDO SAO NA
      *   UNIDADE DE COMPRA; A LISTAGEM MOSTRA A UNIDADE (CONVUNID.DAT).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               88 PED-ABERTO   VALUE "A".
               88 PED-RECEBIDO VALUE "R".
           02 PC-PROD      PIC 9(4).
           02 PC-QTD-PED   PIC 9(5).
           02 PC-QTD-REC   PIC 9(5).

       FD  REL-ABERTOS
           LABEL RECORD STANDARD.
       77 W-LISTANDO      PIC X  VALUE "N".
           88 LISTANDO-PEDIDO      VALUE "S".
       77 W-QTD-ABERTOS   PIC 9(3) VALUE ZEROS.
       77 W-UN-COMPRA     PIC X(3) VALUE SPACES.
       77 W-UN-ESTOQUE    PIC X(3) VALUE SPACES.
       77 W-FATOR         PIC 9(5)V999 VALUE 1.

       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE
           02 FILLER    PIC X(19) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(08) VALUE "  COD".
           02 FILLER    PIC X(12) VALUE "PEDIDO  UN".
           02 FILLER    PIC X(60) VALUE "RECEBIDO".
       01 LINDET.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-PROD   PIC 9(4).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LD-PED    PIC ZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-UN     PIC X(3).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-REC    PIC ZZZZ9.
           02 FILLER    PIC X(54) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(20) VALUE "PEDIDOS ABERTOS...: ".
                   MOVE PC-PROD    TO LD-PROD
                   MOVE PC-QTD-PED TO LD-PED
                   MOVE PC-QTD-REC TO LD-REC
                   CALL "BUSCA-CONVERSAO" USING PC-PROD W-UN-COMPRA
                       W-UN-ESTOQUE W-FATOR
                   MOVE W-UN-COMPRA TO LD-UN
                   WRITE REG-REL FROM LINDET
               END-IF
           END-IF.
