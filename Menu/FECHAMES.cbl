      *   INFORMADO, PARA RESPONDER "QUAL ERA A POSICAO DO ESTOQUE NO
      *   ULTIMO DIA DO MES". UM MES JA FECHADO NAO E FECHADO DE NOVO.
      *   O COMPARATIVO MES A MES SAI NO RELMES.cbl.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS: PROD-QTD E EM-QTD DA FOTOGRAFIA MENSAL EM
      *   ESTOQMES.DAT (ARQUIVO ANTIGO CONVERTIDO PELO CONVQTD.cbl).
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

       FD  ARQ-ESTMES
           LABEL RECORD STANDARD.
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 EM-NOME     PIC X(30).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 EM-QTD      PIC 9(5).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 EM-CUSTO    PIC 9(4)V99.

