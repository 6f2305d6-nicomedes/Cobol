      *   E MARCA COMO PARADO O PRODUTO SEM NENHUMA SAIDA NOS ULTIMOS
      *   90 DIAS. SAI EM ABC.LST - E O QUE DECIDE O QUE PARAR DE
      *   COMPRAR.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS (PROD-QTD, MV-QTD, MV-SALDO E TP-ESTOQUE).
      * 15 OUTUBRO 2026 - JULIANO - MOVESTOQ.DAT PASSA A INDEXADO
      *   POR DATA (MV-CHAVE): EM VEZ DE VARRER O LIVRO INTEIRO, LE SO
      *   DO MENOR ENTRE A DATA INICIAL E O CORTE DE 90 DIAS ATE O
      *   MAIOR ENTRE A DATA FINAL E HOJE - O BASTANTE PARA AS SAIDAS
      *   DO PERIODO E PARA A MARCACAO DE PARADO. PRODUTO CUJA ULTIMA
      *   SAIDA E ANTERIOR A ESSA JANELA DEIXA DE APARECER (ANTES SAIA
      *   COMO PARADO E SEM VALOR NO PERIODO).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVEST ASSIGN TO "MOVESTOQ.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MV-CHAVE
               ALTERNATE RECORD KEY IS MV-CHAVE-PROD
               FILE STATUS     IS COD-ERRO-MOVEST.
           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-MOVEST.
       01  REG-MOVEST.
           02 MV-CHAVE.
               03 MV-DATA-AMD    PIC 9(08).
               03 MV-HORA-SEQ.
                   04 MV-HORA-NUM PIC 9(08).
                   04 MV-SEQ      PIC 9(03).
           02 MV-CHAVE-PROD.
               03 MV-PROD-COD    PIC 9(04).
               03 MV-DATA-PROD   PIC 9(08).
               03 MV-HORA-PROD   PIC 9(11).
           02 MV-DATA        PIC X(10).
           02 MV-HORA        PIC X(08).
           02 MV-PROGRAMA    PIC X(08).
           02 MV-TIPO        PIC X(01).
           02 MV-QTD         PIC 9(05).
           02 MV-SALDO       PIC 9(05).
           02 MV-LOCAL       PIC X(01).

       FD  ARQ-PROD.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

       FD  REL-ABC
           LABEL RECORD STANDARD.
       77 W-DATA-SIS      PIC 9(8) VALUE ZEROS.
       77 W-DIAS-HOJE     PIC 9(7) VALUE ZEROS.
       77 W-DATA-CORTE    PIC 9(8) VALUE ZEROS.
       77 W-DATA-LEIT-INI PIC 9(8) VALUE ZEROS.
       77 W-DATA-LEIT-FIM PIC 9(8) VALUE ZEROS.

       77 W-QTD-PRODUTOS  PIC 9(3) VALUE ZEROS.
       77 W-IND           PIC 9(3) VALUE ZEROS.
               03 TP-QTD-SAIDA PIC 9(6).
               03 TP-VALOR     PIC 9(8)V99.
               03 TP-ULT-SAIDA PIC 9(8).
               03 TP-ESTOQUE   PIC 9(5).
       01 TP-TROCA.
           02 TX-COD       PIC 9(4).
           02 TX-NOME      PIC X(30).
           02 TX-QTD-SAIDA PIC 9(6).
           02 TX-VALOR     PIC 9(8)V99.
           02 TX-ULT-SAIDA PIC 9(8).
           02 TX-ESTOQUE   PIC 9(5).

       01 LINCAB1.
           02 FILLER    PIC X(31) VALUE
      *-----------------------------------------------------------------*
      * ACUMULAR-MOVIMENTOS - SOMA AS SAIDAS DO PERIODO POR PRODUTO E
      *   GUARDA A DATA DA ULTIMA SAIDA DE CADA UM (MESMO FORA DO
      *   PERIODO, PARA A MARCACAO DE PRODUTO PARADO). O LIVRO E LIDO
      *   PELA CHAVE DE DATA, SO NA JANELA QUE COBRE O PERIODO E OS
      *   ULTIMOS 90 DIAS.
      *-----------------------------------------------------------------*
       ACUMULAR-MOVIMENTOS.
           MOVE W-DATA-INI TO W-DATA-LEIT-INI.
           IF W-DATA-CORTE < W-DATA-LEIT-INI
               MOVE W-DATA-CORTE TO W-DATA-LEIT-INI
           END-IF.
           MOVE W-DATA-FIM TO W-DATA-LEIT-FIM.
           IF W-DATA-SIS > W-DATA-LEIT-FIM
               MOVE W-DATA-SIS TO W-DATA-LEIT-FIM
           END-IF.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MOVEST.
           IF COD-ERRO-MOVEST = "00"
               MOVE W-DATA-LEIT-INI TO MV-DATA-AMD
               MOVE ZEROS           TO MV-HORA-SEQ
               START ARQ-MOVEST KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
               END-START
               PERFORM LER-MOVIMENTO
               PERFORM AVALIAR-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-MOVEST
           END-IF.

       LER-MOVIMENTO.
           IF NOT FIM-ARQUIVO
               READ ARQ-MOVEST NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF COD-ERRO-MOVEST NOT = "00"
                  OR MV-DATA-AMD > W-DATA-LEIT-FIM
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       AVALIAR-MOVIMENTO.
           IF MV-TIPO = "S"
               MOVE MV-DATA-AMD TO W-DATA-MOV
               PERFORM ACHAR-PRODUTO
               IF ACHOU-PRODUTO
                   IF W-DATA-MOV NOT < W-DATA-INI
