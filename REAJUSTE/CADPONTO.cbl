      *   FUNCIONARIOS.DAT. BATIDA JA DIGITADA PODE SER CORRIGIDA. A
      *   APURACAO MENSAL DAS HORAS E FEITA PELO APURAPON.cbl, QUE
      *   ALIMENTA A FOLHA. ACABAM OS ACERTOS DE HORA EXTRA NO GRITO.
      * 15 OUTUBRO 2026 - JULIANO - BATIDA DATADA EM MES DA FOLHA
      *   FECHADO NO CONTROLE DE PERIODOS (PERIODO.cbl) E RECUSADA,
      *   CONSULTADA NO COMUM/VERIFPERIODO.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

       WORKING-STORAGE         SECTION.

       77 W-DIGITO        PIC 9    VALUE ZEROS.
       77 W-DATA          PIC 9(8) VALUE ZEROS.
       77 W-DATA-OK       PIC X    VALUE SPACES.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".
       77 W-ENTRADA       PIC 9(4) VALUE ZEROS.
       77 W-SAIDA         PIC 9(4) VALUE ZEROS.
       77 W-JA-EXISTE     PIC X    VALUE "N".
               CALL "VALIDA-DATA" USING W-DATA W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA" AT 2310
               ELSE
                   CALL "VERIFICA-PERIODO" USING "F" W-DATA
                       W-SIT-PERIODO
                   IF MES-FECHADO
                       MOVE "N" TO W-DATA-OK
                       DISPLAY "MES FECHADO PARA A FOLHA" AT 2310
                   END-IF
               END-IF
           END-PERFORM.

