      * VALIDADE + LOTE JA ENTREGA ESSA ORDEM). LOTE ZERADO E
      * APAGADO. OS LOTES ENTRAM PELO RECEBIMENTO DO ENTRADA.cbl E O
      * RELATORIO DE VALIDADES E O Menu/RELVALID.cbl.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - LT-QTD E O PARAMETRO
      *   QUANTIDADE PASSAM DE 3 PARA 5 DIGITOS, ACOMPANHANDO
      *   PROD-QTD (LOTES.DAT CONVERTIDO PELO CONVQTD.cbl).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               03 LT-PROD     PIC 9(4).
               03 LT-VALIDADE PIC 9(8).
               03 LT-LOTE     PIC X(10).
           02 LT-QTD          PIC 9(5).

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-LOTE   PIC XX   VALUE SPACES.
       77 W-RESTANTE      PIC 9(5) VALUE ZEROS.
       77 W-FIM-LOTES     PIC X    VALUE "N".
           88 FIM-LOTES           VALUE "S".

       LINKAGE                 SECTION.
       01 PRODUTO       PIC 9(04).
       01 QUANTIDADE    PIC 9(05).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING PRODUTO QUANTIDADE.
