      *   SAI NO CONSAPOL E A SINISTRALIDADE POR GRUPO NO
      *   RELSINIS.cbl. ATE AQUI, BATIDA DE CARRO ERA TRATADA NO
      *   PAPEL.
      * 15 OUTUBRO 2026 - JULIANO - VALOR ESTIMADO ACIMA DO VALOR
      *   SEGURADO DO VEICULO DA APOLICE (AP-VLR-SEGURADO) E RECUSADO
      *   NO REGISTRO. APOLICE SEM VALOR SEGURADO NAO TEM LIMITE.
      * 15 OUTUBRO 2026 - JULIANO - SINISTRO PAGO (G) PASSA A LANCAR
      *   A LIQUIDACAO COMO SAIDA NO LIVRO CAIXA CENTRAL
      *   (COMUM/GRAVACAIXA), PARA A CONTABILIDADE.
      * 15 OUTUBRO 2026 - JULIANO - LIQUIDACAO (G) COM O MES DOS
      *   SEGUROS JA FECHADO NO CONTROLE DE PERIODOS (PERIODO.cbl) PARA
      *   A DATA DO DIA E RECUSADA ANTES DE ATUALIZAR O SINISTRO E DE
      *   LANCAR NO CAIXA (CONSULTA NO COMUM/VERIFPERIODO.cbl).
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

       FD  ARQ-SINISTRO.
       01  REG-SINISTRO.
       77 W-DATA-OK       PIC X    VALUE SPACES.
       77 W-DESCR         PIC X(30) VALUE SPACES.
       77 W-VALOR         PIC 9(6)V99 VALUE ZEROS.
       77 W-VLR-SEG-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-NOVA-SIT      PIC X    VALUE SPACE.
           88 SIT-VALIDA          VALUE "P" "N" "G".
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM WITH TEST AFTER UNTIL W-VALOR > ZEROS
               ACCEPT W-VALOR AT 1439
           END-PERFORM.
           IF AP-VLR-SEGURADO > ZEROS AND W-VALOR > AP-VLR-SEGURADO
               MOVE AP-VLR-SEGURADO TO W-VLR-SEG-ED
               DISPLAY "VALOR ACIMA DO VALOR SEGURADO:" AT 2310
               DISPLAY W-VLR-SEG-ED AT 2341
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONFIRMAR.
           IF W-CONF NOT = "S"
           END-IF.

           PERFORM CONFIRMAR.
           IF W-CONF = "S" AND W-NOVA-SIT = "G"
               ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
               CALL "VERIFICA-PERIODO" USING "S" W-DATA-HOJE
                   W-SIT-PERIODO
               IF MES-FECHADO
                   DISPLAY "MES FECHADO PARA OS SEGUROS" AT 2310
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF W-CONF = "S"
               MOVE W-NOVA-SIT TO SN-STATUS
               IF W-NOVA-SIT = "G"
               MOVE REG-SINISTRO(1:40) TO W-DEPOIS-AUDIT
               CALL "GRAVA-AUDITORIA" USING "CADSINIS" W-CHAVE-AUDIT
                   "A" W-ANTES-AUDIT W-DEPOIS-AUDIT
               IF SN-PAGO
                   MOVE SPACES TO W-DOC-CAIXA
                   STRING "SINIS "  DELIMITED BY SIZE
                          SN-CHAVE  DELIMITED BY SIZE
                          INTO W-DOC-CAIXA
                   MOVE SN-VLR-PAGO TO W-VLR-CAIXA
                   CALL "GRAVA-CAIXA" USING "CADSINIS" W-DOC-CAIXA
                       W-VLR-CAIXA "S"
               END-IF
               DISPLAY "SITUACAO ATUALIZADA" AT 2310
           END-IF.

