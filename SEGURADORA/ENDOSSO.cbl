      *   E DEPOIS DA APOLICE VAO PARA A TRILHA DE AUDITORIA. ANTES SE
      *   CANCELAVA NO CONSAPOL E SE EMITIA APOLICE NOVA, PERDENDO O
      *   HISTORICO E GERANDO UM SEGUNDO CARNE CONFUSO.
      * 15 OUTUBRO 2026 - JULIANO - O ENDOSSO VAI PARA O LIVRO DE
      *   MOVIMENTACAO DA CARTEIRA (COMUM/GRAVAMOVAP, TIPO "E"), COM
      *   GRUPO E PREMIO DE ANTES E DE DEPOIS.
      * 15 OUTUBRO 2026 - JULIANO - O ENDOSSO IMPRIME A APOLICE
      *   ATUALIZADA NO SPOOL (COMUM/IMPAPOL), COM O HISTORICO DE
      *   ENDOSSOS.
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

       FD  ARQ-TABPREM
           LABEL RECORD STANDARD.
       77 W-CATEGORIA-ED  PIC X(20) VALUE SPACES.

       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-APOL-ANTES    PIC X(154) VALUE SPACES.
       77 W-NOME-SPOOL    PIC X(12) VALUE SPACES.
       77 W-MELHOR-VIG    PIC 9(8) VALUE ZEROS.
       77 W-IND-PREM      PIC 99   VALUE ZEROS.


       PROCESSA.
           MOVE ZEROS  TO W-NUM-APOLICE W-DATA-VIGOR W-QTD-AJUSTADAS.
           MOVE SPACES TO W-CONF W-DATA-OK W-GRUPO-NOVO W-NOME-SPOOL.

           DISPLAY ERASE.
           DISPLAY "E N D O S S O   D E   A P O L I C E" AT 0320.
      *-----------------------------------------------------------------*
       EFETIVAR-ENDOSSO.
           MOVE REG-APOLICE(1:40) TO W-ANTES-AUDIT.
           MOVE REG-APOLICE       TO W-APOL-ANTES.

           MOVE COD-CATEGORIA TO COD-CATEGORIA-ED.
           MOVE SPACES TO W-CATEGORIA-ED.
           REWRITE REG-APOLICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "GRAVA-MOVAPOL" USING "ENDOSSO " "E"
                       REG-APOLICE W-APOL-ANTES
                   CALL "IMPRIME-APOLICE" USING "ENDOSSO " "ENDOSSO "
                       REG-APOLICE W-NOME-SPOOL
           END-REWRITE.

           MOVE AP-NUM-APOLICE TO W-CHAVE-AUDIT.
           PERFORM AJUSTAR-PARCELAS.
           DISPLAY "ENDOSSO EFETIVADO - PARCELAS AJUSTADAS:" AT 1810.
           DISPLAY W-QTD-AJUSTADAS AT 1850.
           DISPLAY "APOLICE ENDOSSADA IMPRESSA EM" AT 1910.
           DISPLAY W-NOME-SPOOL AT 1941.

      *-----------------------------------------------------------------*
      * AJUSTAR-PARCELAS - SUBSTITUI O VALOR DAS PARCELAS EM ABERTO
