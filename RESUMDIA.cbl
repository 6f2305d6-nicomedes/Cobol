      *   AS FALTAS (AGENDA.DAT) E O TOTAL VENCIDO DAS PARCELAS DA
      *   SEGURADORA (PARCELAS.DAT) - CADA FIGURA COM A VARIACAO
      *   CONTRA O DIA ANTERIOR, APURADO NA MESMA PASSADA.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE PAGTOCOM.DAT GANHA A
      *   PARCELA DE SERVICO DO RECEBIMENTO (PG-SERVICO), GRAVADA PELO
      *   FECHA-COMANDA.cbl.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE PAGTOCOM.DAT GANHA A
      *   SITUACAO DE LIQUIDACAO DO CARTAO (PG-SIT-LIQ, PG-DT-LIQ E
      *   PG-VLR-LIQ), PREENCHIDA PELA CONCILIACAO DE CARTOES
      *   (CONC-CART.cbl).
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD DE PRODUTOS.DAT AMPLIADO
      *   PARA 5 DIGITOS (TOMADOS DO FILLER, MESMO TAMANHO DE REGISTRO).
      * 15 OUTUBRO 2026 - JULIANO - REG-AGENDA ACOMPANHA O NOVO CAMPO
      *   AG-LEMBRETE (RESULTADO DA LIGACAO DE LEMBRETE DA VESPERA).
      * 15 OUTUBRO 2026 - JULIANO - REG-AGENDA GANHA A AUTORIZACAO DO
      *   CONVENIO (AG-AUTORIZ) E A SUA VALIDADE (AG-VALID-AUT).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 PG-TOTAL     PIC 9(7)V99.
           02 PG-RECEBIDO  PIC 9(7)V99.
           02 PG-TROCO     PIC 9(7)V99.
           02 PG-SERVICO   PIC 9(7)V99.
           02 PG-SIT-LIQ   PIC X(1).
               88 PG-LIQUIDADO  VALUE "L".
           02 PG-DT-LIQ    PIC 9(8).
           02 PG-VLR-LIQ   PIC 9(7)V99.

       FD  ARQ-PROD.
       01  REG-PROD.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

       FD  ARQ-ESTPAR
           LABEL RECORD STANDARD.
               88 AG-CANCELADO   VALUE "X".
               88 AG-FALTA       VALUE "F".
           05 AG-TIPO        PIC X(01).
           05 AG-LEMBRETE    PIC X(01).
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD  ARQ-PARCELAS.
       01  REG-PARCELA.
