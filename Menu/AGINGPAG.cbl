      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             AGINGPAG.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - AGING DAS CONTAS A PAGAR: VARRE
      *   CONTAPAG.DAT E TOTALIZA, POR FORNECEDOR, AS PARCELAS EM
      *   ABERTO POR FAIXA DE ATRASO NA DATA DO RELATORIO (A VENCER,
      *   1-30, 31-60, 61-90 E MAIS DE 90 DIAS, PELA DIFERENCA EM DIAS
      *   ENTRE VENCIMENTO E HOJE), COM O TOTAL DEVIDO A CADA UM E O
      *   TOTAL GERAL, EM AGINGPAG.LST. O ARQUIVO JA VEM NA ORDEM DO
      *   FORNECEDOR (PRIMEIRA PARTE DA CHAVE).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAPAG ASSIGN TO "CONTAPAG.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CP-CHAVE
               FILE STATUS     IS W-STATCP.
           SELECT ARQ-FORN ASSIGN TO "FORNECED.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS FORN-COD
               FILE STATUS     IS W-STATF.
           SELECT REL-AGING ASSIGN TO "AGINGPAG.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

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

       FD  REL-AGING
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATCP        PIC XX VALUE SPACES.
       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-FORN-ABERTO   PIC X  VALUE "N".
           88 FORN-ABERTO          VALUE "S".
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-DIAS-HOJE     PIC 9(7) VALUE ZEROS.
       77 W-DIAS-VENC     PIC 9(7) VALUE ZEROS.
       77 W-ATRASO        PIC S9(5) VALUE ZEROS.
       77 W-FORN-QUEBRA   PIC 9(3) VALUE ZEROS.
       77 W-TEM-FORN      PIC X  VALUE "N".
           88 TEM-FORNECEDOR       VALUE "S".
       77 W-IND           PIC 9  VALUE ZEROS.
       77 W-QTD-FORN      PIC 9(4) VALUE ZEROS.

       01 W-FAIXAS-FORN.
           02 W-FAIXA-FORN  PIC 9(7)V99 OCCURS 6 TIMES.
       01 W-FAIXAS-GERAL.
           02 W-FAIXA-GERAL PIC 9(8)V99 OCCURS 6 TIMES.

       01 LINCAB1.
           02 FILLER    PIC X(41) VALUE
               "AGING DAS CONTAS A PAGAR - POSICAO EM: ".
           02 LC-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(29) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(40) VALUE
               "FORNECEDOR           A VENCER     1-30  ".
           02 FILLER    PIC X(40) VALUE
               "  31-60    61-90  MAIS 90    TOTAL      ".
       01 LINDET.
           02 LD-FORN   PIC 9(3).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-NOME   PIC X(16).
           02 LD-FAIXA  PIC ZZZZZ9,99 OCCURS 6 TIMES.
           02 FILLER    PIC X(06) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(20) VALUE "TOTAL GERAL".
           02 LT-FAIXA  PIC ZZZZZ9,99 OCCURS 6 TIMES.
           02 FILLER    PIC X(06) VALUE SPACES.
       01 LINQTD.
           02 FILLER    PIC X(34) VALUE
               "FORNECEDORES COM CONTAS EM ABERTO:".
           02 LQ-QTD    PIC ZZZ9.
           02 FILLER    PIC X(42) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).
           INITIALIZE W-FAIXAS-FORN W-FAIXAS-GERAL.

           OPEN OUTPUT REL-AGING.
           MOVE W-DATA-HOJE TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.

           OPEN INPUT ARQ-CONTAPAG.
           IF W-STATCP = "00"
               OPEN INPUT ARQ-FORN
               IF W-STATF = "00"
                   MOVE "S" TO W-FORN-ABERTO
               END-IF
               PERFORM LER-PARCELA
               PERFORM TRATAR-PARCELA UNTIL FIM-ARQUIVO
               IF TEM-FORNECEDOR
                   PERFORM IMPRIMIR-FORNECEDOR
               END-IF
               CLOSE ARQ-CONTAPAG
               IF FORN-ABERTO
                   CLOSE ARQ-FORN
               END-IF
           ELSE
               MOVE "NENHUMA CONTA A PAGAR REGISTRADA" TO REG-REL
               WRITE REG-REL
           END-IF.

           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE ZEROS TO W-IND.
           PERFORM MOVER-TOTAL-GERAL 6 TIMES.
           WRITE REG-REL FROM LINTOT.
           MOVE W-QTD-FORN TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           CLOSE REL-AGING.
           DISPLAY ERASE.
           DISPLAY "RELATORIO AGINGPAG.LST GERADO" AT 1220.
           GOBACK.

       LER-PARCELA.
           READ ARQ-CONTAPAG NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * TRATAR-PARCELA - PARCELA ABERTA SOMA NA FAIXA DO SEU ATRASO;
      *   NA TROCA DE FORNECEDOR SAI A LINHA DO ANTERIOR.
      *-----------------------------------------------------------------*
       TRATAR-PARCELA.
           IF CP-ABERTA
               IF TEM-FORNECEDOR AND CP-FORN NOT = W-FORN-QUEBRA
                   PERFORM IMPRIMIR-FORNECEDOR
               END-IF
               MOVE CP-FORN TO W-FORN-QUEBRA
               MOVE "S"     TO W-TEM-FORN
               COMPUTE W-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(CP-VENCIMENTO)
               COMPUTE W-ATRASO = W-DIAS-HOJE - W-DIAS-VENC
               EVALUATE TRUE
                   WHEN W-ATRASO NOT > 0
                       MOVE 1 TO W-IND
                   WHEN W-ATRASO NOT > 30
                       MOVE 2 TO W-IND
                   WHEN W-ATRASO NOT > 60
                       MOVE 3 TO W-IND
                   WHEN W-ATRASO NOT > 90
                       MOVE 4 TO W-IND
                   WHEN OTHER
                       MOVE 5 TO W-IND
               END-EVALUATE
               ADD CP-VALOR TO W-FAIXA-FORN(W-IND) W-FAIXA-FORN(6)
               ADD CP-VALOR TO W-FAIXA-GERAL(W-IND) W-FAIXA-GERAL(6)
           END-IF.
           PERFORM LER-PARCELA.

       IMPRIMIR-FORNECEDOR.
           ADD 1 TO W-QTD-FORN.
           MOVE W-FORN-QUEBRA TO LD-FORN.
           MOVE SPACES        TO LD-NOME.
           IF FORN-ABERTO
               MOVE W-FORN-QUEBRA TO FORN-COD
               READ ARQ-FORN
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO LD-NOME
                   NOT INVALID KEY
                       MOVE FORN-NOME TO LD-NOME
               END-READ
           END-IF.
           MOVE ZEROS TO W-IND.
           PERFORM MOVER-FAIXA-FORN 6 TIMES.
           WRITE REG-REL FROM LINDET.
           INITIALIZE W-FAIXAS-FORN.

       MOVER-FAIXA-FORN.
           ADD 1 TO W-IND.
           MOVE W-FAIXA-FORN(W-IND) TO LD-FAIXA(W-IND).

       MOVER-TOTAL-GERAL.
           ADD 1 TO W-IND.
           MOVE W-FAIXA-GERAL(W-IND) TO LT-FAIXA(W-IND).
