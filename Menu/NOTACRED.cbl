      *   PELO NUMERO DA NOTA, MARCANDO A DATA E LANCANDO A ENTRADA
      *   NO CAIXA GERAL (COMUM/GRAVACAIXA). FORNECEDOR QUE ENROLA
      *   APARECE AQUI TODO DIA ATE PAGAR.
      * 15 OUTUBRO 2026 - JULIANO - NC-QTD AMPLIADO PARA 5 DIGITOS,
      *   ACOMPANHANDO AS QUANTIDADES DE ESTOQUE.
      * 15 OUTUBRO 2026 - JULIANO - RESSARCIMENTO EM MES DE ESTOQUE
      *   FECHADO NO CONTROLE DE PERIODOS (PERIODO.cbl) E RECUSADO: A
      *   DATA DA BAIXA E CONSULTADA NO COMUM/VERIFPERIODO.cbl ANTES DE
      *   MARCAR A NOTA E LANCAR NO CAIXA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 NC-DATA       PIC 9(8).
           02 NC-FORN       PIC 9(3).
           02 NC-PROD       PIC 9(4).
           02 NC-QTD        PIC 9(5).
           02 NC-VALOR      PIC 9(6)V99.
           02 NC-STATUS     PIC X(1).
               88 NC-ABERTA      VALUE "A".
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".
       77 W-VALOR-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 LINNOTA.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LN-PROD     PIC 9(4).
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LN-QTD      PIC ZZZZ9.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LN-VALOR    PIC ZZZ.ZZ9,99.

           END-PERFORM.
           IF W-CONF = "S"
               ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
               CALL "VERIFICA-PERIODO" USING "E" W-DATA-HOJE
                   W-SIT-PERIODO
               IF MES-FECHADO
                   DISPLAY "MES FECHADO PARA O ESTOQUE" AT 2310
                   EXIT PARAGRAPH
               END-IF
               MOVE "R"         TO NC-STATUS
               MOVE W-DATA-HOJE TO NC-DT-RESSARC
               REWRITE REG-NOTACRED
