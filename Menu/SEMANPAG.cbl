      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             SEMANPAG.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - PREVISAO SEMANAL DE PAGAMENTOS:
      *   CARREGA AS PARCELAS EM ABERTO DO CONTAPAG.DAT, ORDENA PELO
      *   VENCIMENTO (BOLHA, COMO NO GERAPED) E LISTA EM SEMANAS
      *   CORRIDAS A PARTIR DE HOJE, COM O GRUPO DAS JA VENCIDAS NA
      *   FRENTE E O TOTAL A DESEMBOLSAR EM CADA SEMANA, EM
      *   SEMANPAG.LST.
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
           SELECT REL-SEMANA ASSIGN TO "SEMANPAG.LST"
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

       FD  REL-SEMANA
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
       77 W-DIAS-AUX      PIC 9(7) VALUE ZEROS.
       77 W-DATA-AUX      PIC 9(8) VALUE ZEROS.
       77 W-SEMANA        PIC 9(3) VALUE ZEROS.
       77 W-SEMANA-ATUAL  PIC 9(3) VALUE ZEROS.
       77 W-PRIMEIRA      PIC X  VALUE "S".
           88 PRIMEIRA-LINHA       VALUE "S".
       77 W-QTD-PARC      PIC 9(3) VALUE ZEROS.
       77 W-IND           PIC 9(3) VALUE ZEROS.
       77 W-IND2          PIC 9(3) VALUE ZEROS.
       77 W-TROCOU        PIC X    VALUE "N".
           88 HOUVE-TROCA          VALUE "S".
       77 W-ESTOURO-TAB   PIC X    VALUE "N".
           88 ESTOURO-TABELA       VALUE "S".
       77 W-TOTAL-SEMANA  PIC 9(8)V99 VALUE ZEROS.
       77 W-TOTAL-GERAL   PIC 9(9)V99 VALUE ZEROS.

       01 TAB-PARCELAS.
           02 TP-ENTRADA OCCURS 500 TIMES.
               03 TP-VENC      PIC 9(8).
               03 TP-FORN      PIC 9(3).
               03 TP-NOTA      PIC X(10).
               03 TP-PARCELA   PIC 99.
               03 TP-VALOR     PIC 9(8)V99.
       01 TP-TROCA.
           02 TX-VENC      PIC 9(8).
           02 TX-FORN      PIC 9(3).
           02 TX-NOTA      PIC X(10).
           02 TX-PARCELA   PIC 99.
           02 TX-VALOR     PIC 9(8)V99.

       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE
               "PREVISAO SEMANAL DE PAGAMENTOS - EM: ".
           02 LC-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(30) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(40) VALUE
               "VENCIMENTO FORN NOME                 NOT".
           02 FILLER    PIC X(40) VALUE
               "A FISCAL   PARC        VALOR            ".
       01 LINVENCIDAS.
           02 FILLER    PIC X(40) VALUE
               "*** VENCIDAS ATE ONTEM".
           02 FILLER    PIC X(40) VALUE SPACES.
       01 LINSEMANA.
           02 FILLER    PIC X(11) VALUE "*** SEMANA ".
           02 LS-SEMANA PIC ZZ9.
           02 FILLER    PIC X(02) VALUE ": ".
           02 LS-INICIO PIC 9(4)/99/99.
           02 FILLER    PIC X(03) VALUE " A ".
           02 LS-FIM    PIC 9(4)/99/99.
           02 FILLER    PIC X(41) VALUE SPACES.
       01 LINDET.
           02 LD-VENC   PIC 9(4)/99/99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-FORN   PIC 9(3).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-NOME   PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-NOTA   PIC X(10).
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LD-PARC   PIC 99.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LD-VALOR  PIC ZZZZZZZ9,99.
           02 FILLER    PIC X(13) VALUE SPACES.
       01 LINSUB.
           02 FILLER    PIC X(46) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "A PAGAR:".
           02 LSB-VALOR PIC ZZZZZZZ9,99.
           02 FILLER    PIC X(13) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(46) VALUE SPACES.
           02 FILLER    PIC X(09) VALUE "TOTAL:".
           02 LT-VALOR  PIC ZZZZZZZZ9,99.
           02 FILLER    PIC X(13) VALUE SPACES.
       01 LINESTOURO.
           02 FILLER    PIC X(40) VALUE
               "ATENCAO: MAIS DE 500 PARCELAS EM ABERTO,".
           02 FILLER    PIC X(40) VALUE
               " AS EXCEDENTES NAO FORAM LISTADAS".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).

           OPEN OUTPUT REL-SEMANA.
           MOVE W-DATA-HOJE TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.

           OPEN INPUT ARQ-CONTAPAG.
           IF W-STATCP = "00"
               PERFORM LER-PARCELA
               PERFORM CARREGAR-PARCELA UNTIL FIM-ARQUIVO
               CLOSE ARQ-CONTAPAG
           END-IF.

           IF W-QTD-PARC = ZEROS
               MOVE "NENHUMA PARCELA EM ABERTO" TO REG-REL
               WRITE REG-REL
           ELSE
               PERFORM ORDENAR-POR-VENCIMENTO
               OPEN INPUT ARQ-FORN
               IF W-STATF = "00"
                   MOVE "S" TO W-FORN-ABERTO
               END-IF
               MOVE ZEROS TO W-IND
               PERFORM LISTAR-PARCELA W-QTD-PARC TIMES
               PERFORM IMPRIMIR-SUBTOTAL
               IF FORN-ABERTO
                   CLOSE ARQ-FORN
               END-IF
           END-IF.

           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE W-TOTAL-GERAL TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           IF ESTOURO-TABELA
               WRITE REG-REL FROM LINESTOURO
           END-IF.
           CLOSE REL-SEMANA.
           DISPLAY ERASE.
           DISPLAY "RELATORIO SEMANPAG.LST GERADO" AT 1220.
           GOBACK.

       LER-PARCELA.
           READ ARQ-CONTAPAG NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CARREGAR-PARCELA.
           IF CP-ABERTA
               IF W-QTD-PARC < 500
                   ADD 1 TO W-QTD-PARC
                   MOVE CP-VENCIMENTO TO TP-VENC(W-QTD-PARC)
                   MOVE CP-FORN       TO TP-FORN(W-QTD-PARC)
                   MOVE CP-NOTA       TO TP-NOTA(W-QTD-PARC)
                   MOVE CP-PARCELA    TO TP-PARCELA(W-QTD-PARC)
                   MOVE CP-VALOR      TO TP-VALOR(W-QTD-PARC)
               ELSE
                   MOVE "S" TO W-ESTOURO-TAB
               END-IF
           END-IF.
           PERFORM LER-PARCELA.

      *-----------------------------------------------------------------*
      * ORDENAR-POR-VENCIMENTO - O CONTAPAG VEM POR FORNECEDOR E NOTA;
      *   REORDENA A TABELA POR TROCA (BOLHA) PELA DATA DE VENCIMENTO.
      *-----------------------------------------------------------------*
       ORDENAR-POR-VENCIMENTO.
           MOVE "S" TO W-TROCOU.
           PERFORM PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       PASSADA-ORDENACAO.
           MOVE "N"   TO W-TROCOU.
           MOVE ZEROS TO W-IND2.
           IF W-QTD-PARC > 1
               COMPUTE W-IND = W-QTD-PARC - 1
               PERFORM COMPARAR-PAR W-IND TIMES
           END-IF.

       COMPARAR-PAR.
           ADD 1 TO W-IND2.
           IF TP-VENC(W-IND2) > TP-VENC(W-IND2 + 1)
               MOVE TP-ENTRADA(W-IND2)     TO TP-TROCA
               MOVE TP-ENTRADA(W-IND2 + 1) TO TP-ENTRADA(W-IND2)
               MOVE TP-TROCA               TO TP-ENTRADA(W-IND2 + 1)
               MOVE "S" TO W-TROCOU
           END-IF.

      *-----------------------------------------------------------------*
      * LISTAR-PARCELA - SEMANA ZERO SAO AS VENCIDAS; DAI EM DIANTE
      *   CADA SEMANA CONTA SETE DIAS A PARTIR DE HOJE. NA TROCA DE
      *   SEMANA SAI O TOTAL DA ANTERIOR E O CABECALHO DA NOVA.
      *-----------------------------------------------------------------*
       LISTAR-PARCELA.
           ADD 1 TO W-IND.
           COMPUTE W-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(TP-VENC(W-IND)).
           IF W-DIAS-VENC < W-DIAS-HOJE
               MOVE ZEROS TO W-SEMANA
           ELSE
               COMPUTE W-SEMANA =
                   (W-DIAS-VENC - W-DIAS-HOJE) / 7 + 1
           END-IF.

           IF PRIMEIRA-LINHA OR W-SEMANA NOT = W-SEMANA-ATUAL
               IF NOT PRIMEIRA-LINHA
                   PERFORM IMPRIMIR-SUBTOTAL
               END-IF
               MOVE "N"      TO W-PRIMEIRA
               MOVE W-SEMANA TO W-SEMANA-ATUAL
               PERFORM IMPRIMIR-CABECALHO-SEMANA
           END-IF.

           MOVE TP-VENC(W-IND)    TO LD-VENC.
           MOVE TP-FORN(W-IND)    TO LD-FORN.
           MOVE TP-NOTA(W-IND)    TO LD-NOTA.
           MOVE TP-PARCELA(W-IND) TO LD-PARC.
           MOVE TP-VALOR(W-IND)   TO LD-VALOR.
           MOVE SPACES            TO LD-NOME.
           IF FORN-ABERTO
               MOVE TP-FORN(W-IND) TO FORN-COD
               READ ARQ-FORN
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO LD-NOME
                   NOT INVALID KEY
                       MOVE FORN-NOME TO LD-NOME
               END-READ
           END-IF.
           WRITE REG-REL FROM LINDET.
           ADD TP-VALOR(W-IND) TO W-TOTAL-SEMANA W-TOTAL-GERAL.

       IMPRIMIR-CABECALHO-SEMANA.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           IF W-SEMANA = ZEROS
               WRITE REG-REL FROM LINVENCIDAS
           ELSE
               MOVE W-SEMANA TO LS-SEMANA
               COMPUTE W-DIAS-AUX =
                   W-DIAS-HOJE + (W-SEMANA - 1) * 7
               COMPUTE W-DATA-AUX =
                   FUNCTION DATE-OF-INTEGER(W-DIAS-AUX)
               MOVE W-DATA-AUX TO LS-INICIO
               ADD 6 TO W-DIAS-AUX
               COMPUTE W-DATA-AUX =
                   FUNCTION DATE-OF-INTEGER(W-DIAS-AUX)
               MOVE W-DATA-AUX TO LS-FIM
               WRITE REG-REL FROM LINSEMANA
           END-IF.

       IMPRIMIR-SUBTOTAL.
           MOVE W-TOTAL-SEMANA TO LSB-VALOR.
           WRITE REG-REL FROM LINSUB.
           MOVE ZEROS TO W-TOTAL-SEMANA.
