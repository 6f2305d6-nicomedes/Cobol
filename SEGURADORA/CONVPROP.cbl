      *   UTIL E MARCA A PROPOSTA COMO CONVERTIDA COM O NUMERO E A
      *   DATA. PROPOSTA VENCIDA E MARCADA EXPIRADA NA HORA E O
      *   ACEITE RECUSADO - O CLIENTE PRECISA DE COTACAO NOVA.
      * 15 OUTUBRO 2026 - JULIANO - A APOLICE GRAVA O INICIO DE
      *   VIGENCIA (AP-INICIO-VIG = DATA DO ACEITE), BASE DO CALCULO
      *   PRO RATA DA RESERVA DE PREMIO NAO GANHO (RESERVA.cbl).
      * 15 OUTUBRO 2026 - JULIANO - A EMISSAO VAI PARA O LIVRO DE
      *   MOVIMENTACAO DA CARTEIRA (COMUM/GRAVAMOVAP, TIPO "N").
      * 15 OUTUBRO 2026 - JULIANO - A EMISSAO IMPRIME O DOCUMENTO DA
      *   APOLICE NO SPOOL (COMUM/IMPAPOL), COM AS CLAUSULAS DO GRUPO.
      * 15 OUTUBRO 2026 - JULIANO - O VEICULO DA PROPOSTA (MODELO, ANO,
      *   PLACA, CHASSI) E O VALOR SEGURADO PASSAM PARA A APOLICE NA
      *   EMISSAO E SAO MOSTRADOS NA CONFIRMACAO DO ACEITE.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 PR-CPF          PIC 9(11).
           02 PR-NUM-APOLICE  PIC 9(6).
           02 PR-DT-CONVERSAO PIC 9(8).
           02 PR-VEIC-MODELO  PIC X(20).
           02 PR-VEIC-ANO     PIC 9(4).
           02 PR-VEIC-PLACA   PIC X(7).
           02 PR-VEIC-CHASSI  PIC X(17).
           02 PR-VLR-SEGURADO PIC 9(8)V99.

       FD  ARQ-APOLICE.
       01  REG-APOLICE.
           02 AP-CLASSE-BONUS PIC 9.
           02 AP-CORRETOR    PIC 9(3).
           02 AP-CPF         PIC 9(11).
           02 AP-INICIO-VIG  PIC 9(8).
           02 AP-VEIC-MODELO PIC X(20).
           02 AP-VEIC-ANO    PIC 9(4).
           02 AP-VEIC-PLACA  PIC X(7).
           02 AP-VEIC-CHASSI PIC X(17).
           02 AP-VLR-SEGURADO PIC 9(8)V99.

       FD  ARQ-SEQ-APOL
           LABEL RECORD STANDARD.
       77 W-NUM-SERIE       PIC 9(6)   VALUE ZEROS.
       77 W-SEED-SERIE      PIC 9(6)   VALUE ZEROS.
       77 W-DATA-HOJE       PIC 9(8)   VALUE ZEROS.
       77 W-APOL-ANTES      PIC X(154) VALUE SPACES.
       77 W-NOME-SPOOL      PIC X(12)  VALUE SPACES.
       77 W-PREMIO-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-VLR-SEG-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-CONF            PIC X      VALUE SPACES.

       77 W-VALOR-PARCELA   PIC 9(6)V99 VALUE ZEROS.
           MOVE PR-PREMIO TO W-PREMIO-ED.
           DISPLAY PR-NOME " " PR-CATEGORIA
               " - PREMIO: " W-PREMIO-ED.
           MOVE PR-VLR-SEGURADO TO W-VLR-SEG-ED.
           DISPLAY PR-VEIC-MODELO " " PR-VEIC-ANO " " PR-VEIC-PLACA
               " - VALOR SEGURADO: " W-VLR-SEG-ED.
           DISPLAY "CONFIRMA O ACEITE? (S/N):".
           MOVE SPACE TO W-CONF.
           PERFORM WITH TEST AFTER UNTIL W-CONF = "S" OR "N"
               MOVE W-DATA-HOJE   TO PR-DT-CONVERSAO
               REWRITE REG-PROPOSTA
               DISPLAY "APOLICE " W-NUM-APOLICE " EMITIDA"
               IF W-NOME-SPOOL NOT = SPACES
                   DISPLAY "DOCUMENTO DA APOLICE EM " W-NOME-SPOOL
               END-IF
           ELSE
               DISPLAY "ACEITE ABANDONADO"
           END-IF.
           MOVE ZEROS         TO AP-CLASSE-BONUS.
           MOVE PR-CORRETOR   TO AP-CORRETOR.
           MOVE PR-CPF        TO AP-CPF.
           MOVE W-DATA-HOJE   TO AP-INICIO-VIG.
           MOVE PR-VEIC-MODELO  TO AP-VEIC-MODELO.
           MOVE PR-VEIC-ANO     TO AP-VEIC-ANO.
           MOVE PR-VEIC-PLACA   TO AP-VEIC-PLACA.
           MOVE PR-VEIC-CHASSI  TO AP-VEIC-CHASSI.
           MOVE PR-VLR-SEGURADO TO AP-VLR-SEGURADO.
           WRITE REG-APOLICE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A APOLICE " W-NUM-APOLICE
               NOT INVALID KEY
                   MOVE SPACES TO W-APOL-ANTES
                   CALL "GRAVA-MOVAPOL" USING "CONVPROP" "N"
                       REG-APOLICE W-APOL-ANTES
                   CALL "IMPRIME-APOLICE" USING "CONVPROP" "APOLICE "
                       REG-APOLICE W-NOME-SPOOL
           END-WRITE.

           CLOSE ARQ-APOLICE.
