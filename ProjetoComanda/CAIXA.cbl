      *   EM CAIXA.LST A DIFERENCA ENTRE O CONTADO E O ESPERADO
      *   (FUNDO + DINHEIRO RECEBIDO - TROCO DADO). ANTES A GAVETA
      *   NUNCA BATIA E NAO HAVIA COMO SABER QUAL FECHAMENTO ERROU.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE PAGTOCOM.DAT GANHA A
      *   PARCELA DE SERVICO DO RECEBIMENTO (PG-SERVICO), GRAVADA PELO
      *   FECHA-COMANDA.cbl.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE PAGTOCOM.DAT GANHA A
      *   SITUACAO DE LIQUIDACAO DO CARTAO (PG-SIT-LIQ, PG-DT-LIQ E
      *   PG-VLR-LIQ), PREENCHIDA PELA CONCILIACAO DE CARTOES
      *   (CONC-CART.cbl).
      * 15 OUTUBRO 2026 - JULIANO - MES DE CAIXA FECHADO NO CONTROLE DE
      *   PERIODOS (PERIODO.cbl) NAO ACEITA ABERTURA DE CAIXA COM
      *   FUNDO DE TROCO (COMUM/VERIFPERIODO.cbl). A CONFERENCIA DE UM
      *   CAIXA JA ABERTO CONTINUA LIBERADA.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
           02 PG-TOTAL     PIC 9(7)V99.
           02 PG-RECEBIDO  PIC 9(7)V99.
           02 PG-TROCO     PIC 9(7)V99.
           02 PG-SERVICO   PIC 9(7)V99.
           02 PG-SIT-LIQ   PIC X(1).
               88 PG-LIQUIDADO  VALUE "L".
           02 PG-DT-LIQ    PIC 9(8).
           02 PG-VLR-LIQ   PIC 9(7)V99.

       FD  REL-CAIXA
           LABEL RECORD STANDARD.
           88 TEM-SESSAO              VALUE "S".

       77 W-DATA-SIS      PIC 9(8)  VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".
       01 W-DATA-BARRA.
           02 W-DIA-B   PIC 99.
           02 FILLER    PIC X VALUE "/".
      *   ESTEJA ABERTO PARA A MESMA DATA.
      *-----------------------------------------------------------------*
       ABRIR-CAIXA.
           CALL "VERIFICA-PERIODO" USING "X" W-DATA-SIS
               W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA O CAIXA" AT 2310
               STOP " "
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-SESSAO.
           IF TEM-SESSAO AND SES-ABERTA AND SES-DATA = W-DATA-BARRA
               DISPLAY "CAIXA JA ABERTO NESTA DATA" AT 2310
