      *   TABELA E O ARQUIVO INTEIRO E REGRAVADO NO FIM, COMO O
      *   FECHA-COMANDA FAZIA ANTES DA CONVERSAO PARA INDEXADO. O
      *   AGING POR CONVENIO SAI NO RELAGING.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   NUMERO DA AUTORIZACAO DO CONVENIO (FT-AUTORIZ), LEVADO PELO
      *   FATURAR.cbl PARA A REMESSA DO GERAREM.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   PROFISSIONAL DA CONSULTA (FT-PROF), A MARCA DE GLOSA
      *   (FT-GLOSA) E A BASE JA REPASSADA (FT-BASE-REP), USADOS PELO
      *   REPASSE.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA PASSA A TER UMA LINHA POR
      *   PROCEDIMENTO ALEM DA CONSULTA (FT-PROCED, 000 NA CONSULTA); A
      *   BAIXA PEDE TAMBEM O PROCEDIMENTO PARA ACHAR A LINHA CERTA.
      * 15 OUTUBRO 2026 - SOLANGE - DATA DE PAGAMENTO EM MES DA CLINICA
      *   FECHADO NO CONTROLE DE PERIODOS (PERIODO.cbl) E RECUSADA,
      *   CONSULTADA NO COMUM/VERIFPERIODO.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           05 FT-VLR-PAGO PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-DT-PAGTO PIC 9(8).
           05 FILLER      PIC X(1).
           05 FT-AUTORIZ  PIC X(15).
           05 FILLER      PIC X(1).
           05 FT-PROF     PIC 9(2).
           05 FILLER      PIC X(1).
           05 FT-GLOSA    PIC X(1).
           05 FILLER      PIC X(1).
           05 FT-BASE-REP PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-PROCED   PIC 9(3).

       WORKING-STORAGE SECTION.
       77 W-STATF        PIC XX VALUE SPACES.
       77 W-COD-PAC      PIC 9(5) VALUE ZEROS.
       77 W-DATA-CONS    PIC 9(8) VALUE ZEROS.
       77 W-HORA-CONS    PIC 9(4) VALUE ZEROS.
       77 W-PROCED       PIC 9(3) VALUE ZEROS.
       77 W-PROC-FAT     PIC 9(3) VALUE ZEROS.
       77 W-VLR-PAGO     PIC 9(4)V99 VALUE ZEROS.
       77 W-DT-PAGTO     PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO  PIC X    VALUE "A".
           88 MES-FECHADO         VALUE "F".
       77 W-SALDO        PIC 9(4)V99 VALUE ZEROS.
       77 W-SALDO-ED     PIC Z.ZZ9,99 VALUE ZEROS.
       77 W-DOC-CAIXA    PIC X(15) VALUE SPACES.

       01 TAB-FATURAS.
           02 TF-ENTRADA OCCURS 500 TIMES.
               03 TF-REG  PIC X(84).
       01 TF-AUX.
           05 TA-ANOMES   PIC 9(6).
           05 FILLER      PIC X(1).
           05 TA-VLR-PAGO PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 TA-DT-PAGTO PIC 9(8).
           05 FILLER      PIC X(1).
           05 TA-AUTORIZ  PIC X(15).
           05 FILLER      PIC X(1).
           05 TA-PROF     PIC 9(2).
           05 FILLER      PIC X(1).
           05 TA-GLOSA    PIC X(1).
           05 FILLER      PIC X(1).
           05 TA-BASE-REP PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 TA-PROCED   PIC 9(3).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PROCESSA.
           MOVE ZEROS TO W-ANOMES W-COD-PAC W-DATA-CONS W-HORA-CONS
                         W-VLR-PAGO W-DT-PAGTO W-PROCED.
           MOVE SPACES TO W-GRAVA W-DATA-OK.

           DISPLAY ERASE.
           ACCEPT W-DATA-CONS AT 1031.
           DISPLAY "HORA DA CONSULTA...:" AT 1210.
           ACCEPT W-HORA-CONS AT 1231.
           DISPLAY "PROCEDIMENTO.......:" AT 1310.
           DISPLAY "(0 = A CONSULTA)" AT 1336.
           ACCEPT W-PROCED AT 1331.

           PERFORM LOCALIZAR-FATURA.
           IF ACHOU-FATURA
       CONFERIR-FATURA.
           ADD 1 TO W-IND.
           MOVE TF-REG(W-IND) TO TF-AUX.
           IF TA-PROCED NUMERIC
               MOVE TA-PROCED TO W-PROC-FAT
           ELSE
               MOVE ZEROS TO W-PROC-FAT
           END-IF.
           IF TA-ANOMES = W-ANOMES AND TA-COD-PAC = W-COD-PAC
              AND TA-DATA = W-DATA-CONS AND TA-HORA = W-HORA-CONS
              AND W-PROC-FAT = W-PROCED
               MOVE "S" TO W-ACHOU
           END-IF.

               CALL "VALIDA-DATA" USING W-DT-PAGTO W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA" AT 2310
               ELSE
                   CALL "VERIFICA-PERIODO" USING "C" W-DT-PAGTO
                       W-SIT-PERIODO
                   IF MES-FECHADO
                       MOVE "N" TO W-DATA-OK
                       DISPLAY "MES FECHADO PARA A CLINICA" AT 2310
                   END-IF
               END-IF
           END-PERFORM.

