      *   21 AGOSTO 2026 - STOP RUN VIRA GOBACK PARA O PROGRAMA
      *   PODER SER CHAMADO PELO MENU GERAL (MENUGER.cbl) E
      *   DEVOLVER O CONTROLE AO MENU.
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD AMPLIADO PARA 5 DIGITOS
      *   (TELA, QUANTIDADE A ADICIONAR E CAMPOS PASSADOS AO LIVRO DE
      *   MOVIMENTACAO); RECUSA SOMA QUE PASSE DE 99999.
      * 15 OUTUBRO 2026 - JULIANO - RECEBIMENTO EM MES DE ESTOQUE JA
      *   FECHADO NO CONTROLE DE PERIODOS (PERIODO.cbl) E RECUSADO
      *   ANTES DE GRAVAR: A DATA DO DIA E CONSULTADA NO
      *   COMUM/VERIFPERIODO.cbl. CADASTRO NOVO SEM QUANTIDADE NAO
      *   MEXE NO ESTOQUE E CONTINUA LIBERADO.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  ARQ-ESTPAR
           LABEL RECORD STANDARD.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-QTD-MINIMA    PIC 99    VALUE 05.
       77 W-QTD-RECEBIDA  PIC 9(5)  VALUE ZEROS.
       77 W-STATPAR       PIC X(02) VALUE SPACES.
       77 W-MOV-QTD       PIC 9(5)  VALUE ZEROS.
       77 W-MOV-SALDO     PIC 9(5)  VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".

       01 DATA-DO-DIA-INV.
           02 ANO-INV PIC 9(4).
           05 I1 LINE 09 COLUMN 29 PIC 9(4)     USING PROD-COD.
           05 I2 LINE 11 COLUMN 29 PIC X(30)    USING PROD-NOME.
           05 I3 LINE 13 COLUMN 29 PIC $ZZ9,99  USING PROD-PRECO.
           05 I4 LINE 15 COLUMN 29 PIC 9(5)     USING PROD-QTD.
           05 I6 LINE 17 COLUMN 29 PIC ZZZ9,99  USING PROD-CUSTO.
           05 I7 LINE 18 COLUMN 29 PIC X(10)    USING PROD-CATEGORIA.
           05 I8 LINE 19 COLUMN 29 PIC X(3)     USING PROD-UNIDADE.
           05 M4 LINE 23 COLUMN 17 VALUE "PRODUTO JA CADASTRADO!".
           05 M5 LINE 23 COLUMN 17 VALUE "ESTOQUE ABAIXO DO MINIMO!".
           05 M6 LINE 23 COLUMN 17 VALUE "QUANTIDADE A ADICIONAR:".
           05 M7 LINE 23 COLUMN 17
               VALUE "ESTOQUE FICARIA ACIMA DE 99999".
           05 M8 LINE 23 COLUMN 17 VALUE "MES FECHADO PARA O ESTOQUE".
           05 MR LINE 23 COLUMN 41 PIC X TO W-RESP AUTO.
           05 I5 LINE 23 COLUMN 42 PIC 9(5) TO W-QTD-RECEBIDA.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
                   STOP " "
                   DISPLAY M6
               END-IF
               IF W-QTD-RECEBIDA > 99999 - PROD-QTD
                   DISPLAY M7
                   STOP " "
                   DISPLAY M0
                   DISPLAY M6
                   MOVE ZEROS TO W-QTD-RECEBIDA
               END-IF
           END-PERFORM.

           DISPLAY M1.
               MOVE FUNCTION UPPER-CASE (W-RESP) TO W-RESP
           END-PERFORM.

           IF W-RESP = "S"
               PERFORM CONFERIR-PERIODO
           END-IF.
           IF W-RESP = "S"
               MOVE PROD-QTD TO W-ANTES-AUDIT
               ADD W-QTD-RECEBIDA TO PROD-QTD
               MOVE FUNCTION UPPER-CASE (W-RESP) TO W-RESP
           END-PERFORM.

           IF W-RESP = "S" AND PROD-QTD > ZEROS
               PERFORM CONFERIR-PERIODO
           END-IF.
           IF W-RESP = "S"
               MOVE FUNCTION UPPER-CASE(REG-PROD) TO REG-PROD
               WRITE REG-PROD




      *-----------------------------------------------------------------*
      * CONFERIR-PERIODO - RECUSA A GRAVACAO (W-RESP = "N") QUANDO O
      *   MES DE ESTOQUE DA DATA DO DIA JA ESTA FECHADO.
      *-----------------------------------------------------------------*
       CONFERIR-PERIODO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "E" W-DATA-HOJE W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY M8
               STOP " "
               DISPLAY M0
               MOVE "N" TO W-RESP
           END-IF.
