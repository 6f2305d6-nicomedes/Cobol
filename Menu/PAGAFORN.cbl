      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             PAGAFORN.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - PAGAMENTO DE CONTA A PAGAR: DADO O
      *   FORNECEDOR, MOSTRA AS PARCELAS EM ABERTO EM CONTAPAG.DAT
      *   (GERADAS PELO ENTRADA.cbl NO RECEBIMENTO CONTRA PEDIDO),
      *   PEDE NOTA E PARCELA E, APOS CONFIRMACAO, MARCA A PARCELA
      *   COMO PAGA COM A DATA DO PAGAMENTO E LANCA A SAIDA EM
      *   CAIXAGER.DAT PELO COMUM/GRAVACAIXA. PARCELA JA PAGA NAO E
      *   PAGA DE NOVO - AS NOTAS NA GAVETA JA FORAM PAGAS EM DOBRO.
      *   NO MOLDE DA BAIXA DE PARCELA DA SEGURADORA (BAIXAPAR.cbl).
      * 15 OUTUBRO 2026 - JULIANO - PAGAMENTO EM MES DE ESTOQUE FECHADO
      *   NO CONTROLE DE PERIODOS (PERIODO.cbl) E RECUSADO: A DATA DO
      *   PAGAMENTO E CONSULTADA NO COMUM/VERIFPERIODO.cbl ANTES DE
      *   MARCAR A PARCELA E LANCAR NO CAIXA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAPAG ASSIGN TO "CONTAPAG.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CP-CHAVE
               FILE STATUS     IS W-STATCP.
           SELECT ARQ-FORN ASSIGN TO "FORNECED.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS FORN-COD
               FILE STATUS     IS W-STATF.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONTAPAG.
       01  REG-CONTAPAG.
           02 CP-CHAVE.
               03 CP-FORN      PIC 9(3).
               03 CP-NOTA      PIC X(10).
               03 CP-PARCELA   PIC 99.
           02 CP-PEDIDO        PIC 9(5).
           02 CP-EMISSAO       PIC 9(8).
           02 CP-VENCIMENTO    PIC 9(8).
           02 CP-VALOR         PIC 9(8)V99.
           02 CP-STATUS        PIC X(1).
               88 CP-ABERTA        VALUE "A".
               88 CP-PAGA          VALUE "P".
           02 CP-DATA-PGTO     PIC 9(8).
           02 FILLER           PIC X(20).

       FD  ARQ-FORN.
       01  REG-FORN.
           02 FORN-COD    PIC 9(3).
           02 FORN-NOME   PIC X(30).
           02 FORN-FONE   PIC X(12).

       WORKING-STORAGE         SECTION.

       77 W-STATCP        PIC XX VALUE SPACES.
       77 W-STATF         PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-CONF          PIC X  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-COD-FORN      PIC 9(3) VALUE ZEROS.
       77 W-NOTA          PIC X(10) VALUE SPACES.
       77 W-NUM-PARCELA   PIC 99   VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-VENC-ED       PIC 9(4)/99/99 VALUE ZEROS.
       77 W-FIM-CP        PIC X  VALUE "N".
           88 FIM-CONTAPAG        VALUE "S".
       77 W-LINHA         PIC 99 VALUE ZEROS.
       77 W-TOT-ABERTO    PIC 9(9)V99 VALUE ZEROS.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".

       01 LINPARC.
           02 LP-NOTA     PIC X(10).
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LP-PARCELA  PIC Z9.
           02 FILLER      PIC X(3)  VALUE SPACES.
           02 LP-VENC     PIC 9(4)/99/99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LP-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LP-OBS      PIC X(7).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-CONTAPAG.
           IF W-STATCP NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATCP
                   W-MENSAGEM-ERRO
                   "PAGAFORN"
               DISPLAY ERASE
               DISPLAY W-MENSAGEM-ERRO AT 1020
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FORN.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-CONTAPAG ARQ-FORN.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-COD-FORN W-NUM-PARCELA.
           MOVE SPACES TO W-NOTA W-CONF.

           DISPLAY ERASE.
           DISPLAY "PAGAMENTO A FORNECEDOR" AT 0320.
           DISPLAY "FORNECEDOR.........:" AT 0510.
           PERFORM WITH TEST AFTER UNTIL W-COD-FORN NOT = ZEROS
               ACCEPT W-COD-FORN AT 0531
           END-PERFORM.
           MOVE W-COD-FORN TO FORN-COD.
           READ ARQ-FORN
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO FORN-NOME
           END-READ.
           DISPLAY FORN-NOME AT 0536.

           PERFORM LISTAR-ABERTAS.

           DISPLAY "NOTA FISCAL........:" AT 1910.
           PERFORM WITH TEST AFTER UNTIL W-NOTA NOT = SPACES
               ACCEPT W-NOTA AT 1931
           END-PERFORM.
           DISPLAY "PARCELA............:" AT 1950.
           PERFORM WITH TEST AFTER UNTIL W-NUM-PARCELA NOT = ZEROS
               ACCEPT W-NUM-PARCELA AT 1971
           END-PERFORM.

           MOVE W-COD-FORN    TO CP-FORN.
           MOVE W-NOTA        TO CP-NOTA.
           MOVE W-NUM-PARCELA TO CP-PARCELA.
           READ ARQ-CONTAPAG
               INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   PERFORM PAGAR-PARCELA
           END-READ.

           PERFORM PERGUNTAR-OUTRA.

       PERGUNTAR-OUTRA.
           DISPLAY "OUTRO PAGAMENTO? (S/N):" AT 2210.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2234 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * LISTAR-ABERTAS - PARCELAS EM ABERTO DO FORNECEDOR (ATE 10 NA
      *   TELA) E O TOTAL DEVIDO A ELE.
      *-----------------------------------------------------------------*
       LISTAR-ABERTAS.
           MOVE ZEROS TO W-TOT-ABERTO.
           MOVE 8     TO W-LINHA.
           DISPLAY "NOTA        PARC  VENCIMENTO           VALOR"
               AT 0710.
           MOVE "N"        TO W-FIM-CP.
           MOVE W-COD-FORN TO CP-FORN.
           MOVE SPACES     TO CP-NOTA.
           MOVE ZEROS      TO CP-PARCELA.
           START ARQ-CONTAPAG KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-CP
           END-START.
           PERFORM LER-PARCELA-FORN.
           PERFORM MOSTRAR-PARCELA UNTIL FIM-CONTAPAG.
           IF W-LINHA = 8
               DISPLAY "NENHUMA PARCELA EM ABERTO" AT 0810
           END-IF.
           MOVE W-TOT-ABERTO TO W-VALOR-ED.
           DISPLAY "TOTAL EM ABERTO....:" AT 1810.
           DISPLAY W-VALOR-ED AT 1837.

       LER-PARCELA-FORN.
           IF NOT FIM-CONTAPAG
               READ ARQ-CONTAPAG NEXT RECORD
                   AT END MOVE "S" TO W-FIM-CP
               END-READ
               IF W-STATCP NOT = "00" OR CP-FORN NOT = W-COD-FORN
                   MOVE "S" TO W-FIM-CP
               END-IF
           END-IF.

       MOSTRAR-PARCELA.
           IF CP-ABERTA
               ADD CP-VALOR TO W-TOT-ABERTO
               IF W-LINHA < 18
                   MOVE CP-NOTA       TO LP-NOTA
                   MOVE CP-PARCELA    TO LP-PARCELA
                   MOVE CP-VENCIMENTO TO LP-VENC
                   MOVE CP-VALOR      TO LP-VALOR
                   IF CP-VENCIMENTO < W-DATA-HOJE
                       MOVE "VENCIDA" TO LP-OBS
                   ELSE
                       MOVE SPACES    TO LP-OBS
                   END-IF
                   DISPLAY LINPARC AT LINE W-LINHA COLUMN 10
                   ADD 1 TO W-LINHA
               END-IF
           END-IF.
           PERFORM LER-PARCELA-FORN.

       PAGAR-PARCELA.
           MOVE CP-VENCIMENTO TO W-VENC-ED.
           MOVE CP-VALOR      TO W-VALOR-ED.
           DISPLAY "VENCIMENTO:" AT 2010.
           DISPLAY W-VENC-ED     AT 2022.
           DISPLAY "VALOR:"      AT 2034.
           DISPLAY W-VALOR-ED    AT 2041.

           IF CP-PAGA
               DISPLAY "PARCELA JA PAGA EM " AT 2310
               MOVE CP-DATA-PGTO TO W-VENC-ED
               DISPLAY W-VENC-ED AT 2330
           ELSE
               DISPLAY "CONFIRMA O PAGAMENTO? (S/N):" AT 2110
               PERFORM WITH TEST AFTER UNTIL W-CONF = "S" OR "N"
                   ACCEPT W-CONF AT 2139 WITH UPPER AUTO
               END-PERFORM
               IF W-CONF = "S"
                   CALL "VERIFICA-PERIODO" USING "E" W-DATA-HOJE
                       W-SIT-PERIODO
                   IF MES-FECHADO
                       MOVE "N" TO W-CONF
                       DISPLAY "MES FECHADO PARA O ESTOQUE" AT 2210
                   END-IF
               END-IF
               IF W-CONF = "S"
                   MOVE "P"         TO CP-STATUS
                   MOVE W-DATA-HOJE TO CP-DATA-PGTO
                   REWRITE REG-CONTAPAG
                   DISPLAY "PAGAMENTO REGISTRADO" AT 2310
                   MOVE CP-CHAVE TO W-DOC-CAIXA
                   MOVE CP-VALOR TO W-VLR-CAIXA
                   CALL "GRAVA-CAIXA" USING "PAGAFORN" W-DOC-CAIXA
                       W-VLR-CAIXA "S"
                   MOVE CP-CHAVE      TO W-CHAVE-AUDIT
                   MOVE "PARCELA ABERTA" TO W-ANTES-AUDIT
                   MOVE "PAGA"        TO W-DEPOIS-AUDIT
                   CALL "GRAVA-AUDITORIA" USING "PAGAFORN"
                       W-CHAVE-AUDIT "A" W-ANTES-AUDIT W-DEPOIS-AUDIT
               ELSE
                   DISPLAY "PAGAMENTO ABANDONADO" AT 2310
               END-IF
           END-IF.
