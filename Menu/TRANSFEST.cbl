      *   DESTINO. O ALERTA DE RESSUPRIMENTO VIVIA DISPARANDO PARA
      *   PRODUTO EMPILHADO NO FUNDO DO DEPOSITO; AGORA O RELESTOQ
      *   MOSTRA AS DUAS COLUNAS.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS: PROD-QTD, OS SALDOS DE ESTLOCAL.DAT E A
      *   QUANTIDADE TRANSFERIDA (ARQUIVOS ANTIGOS CONVERTIDOS PELO
      *   CONVQTD.cbl).
      * 15 OUTUBRO 2026 - JULIANO - O CAMPO DO PRODUTO ACEITA O CODIGO
      *   INTERNO OU O CODIGO DE BARRAS (BARRAS.DAT, VIA BUSCA-BARRA).
      * 15 OUTUBRO 2026 - JULIANO - MES DE ESTOQUE FECHADO NO CONTROLE
      *   DE PERIODOS (PERIODO.cbl) NAO RECEBE MAIS TRANSFERENCIA: A
      *   DATA DO DIA E CONSULTADA NO COMUM/VERIFPERIODO.cbl AO ABRIR
      *   A TELA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

       FD  ARQ-ESTLOCAL.
       01  REG-ESTLOCAL.
           02 EL-PROD        PIC 9(4).
           02 EL-QTD-SALAO   PIC 9(5).
           02 EL-QTD-DEP     PIC 9(5).

       WORKING-STORAGE         SECTION.

       77 W-STATP         PIC X(02) VALUE SPACES.
       77 W-COD-LIDO      PIC X(13) VALUE SPACES.
       77 W-STATEL        PIC X(02) VALUE SPACES.
       77 W-OUTRO         PIC X     VALUE SPACE.
           88 W-OUTRO-OK              VALUE "S" "N".
       77 W-SENTIDO       PIC X     VALUE SPACE.
           88 SENTIDO-OK              VALUE "1" "2".
       77 W-QTD-TRANSF    PIC 9(5)  VALUE ZEROS.
       77 W-SALDO-ORIGEM  PIC 9(5)  VALUE ZEROS.
       77 W-MOV-SALDO     PIC 9(5)  VALUE ZEROS.
       77 W-LOCAL-DEST    PIC X     VALUE SPACE.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "E" W-DATA-HOJE W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA O ESTOQUE" AT 2210
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-PROD.
           IF W-STATP NOT = "00"
               DISPLAY ERASE
           MOVE SPACES TO W-SENTIDO.
           DISPLAY ERASE.
           DISPLAY "TRANSFERENCIA SALAO / DEPOSITO" AT 0520.
           DISPLAY "CODIGO OU BARRAS.:" AT 0810.

           PERFORM WITH TEST AFTER UNTIL W-STATP = "00"
               MOVE SPACES TO W-COD-LIDO
               ACCEPT W-COD-LIDO AT 0829
               CALL "BUSCA-BARRA" USING W-COD-LIDO PROD-COD
               READ ARQ-PROD
               IF W-STATP NOT = "00"
                   DISPLAY "PRODUTO NAO ENCONTRADO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY PROD-NOME AT 0844.

           MOVE PROD-COD TO EL-PROD.
           READ ARQ-ESTLOCAL
