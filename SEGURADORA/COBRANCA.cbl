      *   CARTAS SAEM EM COBRANCA.LST. A REATIVACAO E AUTOMATICA NO
      *   BAIXAPAR QUANDO O PAGAMENTO ENTRA. ANTES A SUSPENSAO ERA
      *   QUEM-LEMBRAR, INDEFENSAVEL QUANDO UM SUSPENSO SINISTRAVA.
      * 15 OUTUBRO 2026 - JULIANO - A SUSPENSAO VAI PARA O LIVRO DE
      *   MOVIMENTACAO DA CARTEIRA (COMUM/GRAVAMOVAP, TIPO "S").
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 AP-CLASSE-BONUS PIC 9.
           02 AP-CORRETOR    PIC 9(3).
           02 AP-CPF         PIC 9(11).
           02 AP-INICIO-VIG  PIC 9(8).
           02 AP-VEIC-MODELO PIC X(20).
           02 AP-VEIC-ANO    PIC 9(4).
           02 AP-VEIC-PLACA  PIC X(7).
           02 AP-VEIC-CHASSI PIC X(17).
           02 AP-VLR-SEGURADO PIC 9(8)V99.

       FD  REL-CARTAS
           LABEL RECORD STANDARD.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.

       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-APOL-ANTES    PIC X(154) VALUE SPACES.
       77 W-DIAS-HOJE     PIC 9(7) VALUE ZEROS.
       77 W-DIAS-VENC     PIC 9(7) VALUE ZEROS.
       77 W-ATRASO        PIC S9(5) VALUE ZEROS.
           END-READ.
           IF AP-ATIVA
               MOVE "APOLICE ATIVA" TO W-ANTES-AUDIT
               MOVE REG-APOLICE TO W-APOL-ANTES
               MOVE "S" TO AP-STATUS
               MOVE "SUSPENSA-COBRANCA" TO AP-MOTIVO
               REWRITE REG-APOLICE
               CALL "GRAVA-MOVAPOL" USING "COBRANCA" "S"
                   REG-APOLICE W-APOL-ANTES
               ADD 1 TO W-QTD-SUSPENSAS
               MOVE AP-NUM-APOLICE TO W-CHAVE-AUDIT
               MOVE "SUSPENSA POR ATRASO DE 60 DIAS"
