      *   MAO). O DIGITO E CONFERIDO PELO MESMO CALCULO EM DOIS
      *   PASSOS DO COMUM/MODCALCDV USADO NA IMPRESSAO; LINHA COM
      *   DIGITO ERRADO NAO BAIXA NADA.
      * 15 OUTUBRO 2026 - JULIANO - A REATIVACAO VAI PARA O LIVRO DE
      *   MOVIMENTACAO DA CARTEIRA (COMUM/GRAVAMOVAP, TIPO "T").
      * 15 OUTUBRO 2026 - JULIANO - PARCELA CANCELADA JUNTO COM A
      *   APOLICE (STATUS "C", GRAVADO PELO CONSAPOL.cbl) NAO ACEITA
      *   BAIXA; O SALDO DEVIDO VEM NA PARCELA DE COBRANCA FINAL.
      * 15 OUTUBRO 2026 - JULIANO - MES DE SEGUROS FECHADO NO CONTROLE
      *   DE PERIODOS (PERIODO.cbl) NAO ACEITA MAIS BAIXA: A DATA DO
      *   DIA E CONSULTADA NO COMUM/VERIFPERIODO.cbl NA ABERTURA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 PC-STATUS      PIC X(1).
               88 PC-ABERTA      VALUE "A".
               88 PC-PAGA        VALUE "P".
               88 PC-CANCELADA   VALUE "C".
           02 PC-DATA-PGTO   PIC 9(8).
           02 PC-ETAPA-COBR  PIC 9.

           02 AP-CLASSE-BONUS PIC 9.
           02 AP-CORRETOR    PIC 9(3).
           02 AP-CPF         PIC 9(11).
           02 AP-INICIO-VIG  PIC 9(8).
           02 AP-VEIC-MODELO PIC X(20).
           02 AP-VEIC-ANO    PIC 9(4).
           02 AP-VEIC-PLACA  PIC X(7).
           02 AP-VEIC-CHASSI PIC X(17).
           02 AP-VLR-SEGURADO PIC 9(8)V99.

       WORKING-STORAGE         SECTION.

       77 W-NUM-APOLICE   PIC 9(6) VALUE ZEROS.
       77 W-NUM-PARCELA   PIC 99   VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".
       77 W-VALOR-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-VENC-ED       PIC 9(4)/99/99 VALUE ZEROS.

       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-APOL-ANTES    PIC X(154) VALUE SPACES.
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).
           CALL "VERIFICA-PERIODO" USING "S" W-DATA-HOJE
               W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY ERASE
               DISPLAY "MES FECHADO PARA OS SEGUROS" AT 1020
               STOP " "
               STOP RUN
           END-IF.
           OPEN I-O ARQ-PARCELAS.
           IF COD-ERRO-PARC NOT = "00"
               CALL "VERIFICA-STATUS" USING COD-ERRO-PARC
           DISPLAY "VALOR.....: " AT 1010.
           DISPLAY W-VALOR-ED     AT 1022.

           IF PC-CANCELADA
               DISPLAY "PARCELA CANCELADA COM A APOLICE" AT 2310
               EXIT PARAGRAPH
           END-IF.
           IF PC-PAGA
               DISPLAY "PARCELA JA PAGA EM " AT 2310
               MOVE PC-DATA-PGTO TO W-VENC-ED
           PERFORM VERIFICAR-ATRASOS.
           IF NOT TEM-ATRASO-60
               MOVE "APOLICE SUSPENSA" TO W-ANTES-AUDIT
               MOVE REG-APOLICE TO W-APOL-ANTES
               MOVE "A"    TO AP-STATUS
               MOVE SPACES TO AP-MOTIVO
               REWRITE REG-APOLICE
               CALL "GRAVA-MOVAPOL" USING "BAIXAPAR" "T"
                   REG-APOLICE W-APOL-ANTES
               MOVE AP-NUM-APOLICE TO W-CHAVE-AUDIT
               MOVE "REATIVADA PELO PAGAMENTO" TO W-DEPOIS-AUDIT
               CALL "GRAVA-AUDITORIA" USING "BAIXAPAR" W-CHAVE-AUDIT
