      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       MAPA-FISC.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - MAPA FISCAL DO DIA (MAPAFISC.LST):
      *   VARRE DOCFISC.DAT E, PARA OS DOCUMENTOS EMITIDOS NA DATA
      *   INFORMADA, MOSTRA O PRIMEIRO E O ULTIMO NUMERO, A QUANTIDADE
      *   EMITIDA, OS NUMEROS CANCELADOS (COM COMANDA E MOTIVO) E A
      *   BASE E O IMPOSTO POR ALIQUOTA SO DOS DOCUMENTOS VALIDOS. E O
      *   QUE O CONTADOR PRECISA PARA O LIVRO FISCAL DO MES, QUE ANTES
      *   ERA MONTADO A MAO EM CIMA DAS CONTAS IMPRESSAS.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       CONFIGURATION       SECTION.
      *--------------------------------
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

      *--------------------------------
       INPUT-OUTPUT        SECTION.
      *--------------------------------

       FILE-CONTROL.
           SELECT ARQ-DOCF ASSIGN TO "DOCFISC.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS DF-NUMERO
               FILE STATUS     IS W-STATDF.

           SELECT REL-MAPA ASSIGN TO "MAPAFISC.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-DOCF.
       01  REG-DOCF.
           02 DF-NUMERO     PIC 9(6).
           02 DF-COMANDA    PIC 9(5).
           02 DF-DATA       PIC 9(8).
           02 DF-HORA       PIC 9(6).
           02 DF-SITUACAO   PIC X(1).
               88 DF-EMITIDO    VALUE "E".
               88 DF-CANCELADO  VALUE "C".
           02 DF-SUBTOTAL   PIC 9(7)V99.
           02 DF-DESCONTO   PIC 9(7)V99.
           02 DF-SERVICO    PIC 9(7)V99.
           02 DF-TAXA-ENT   PIC 9(5)V99.
           02 DF-TOTAL      PIC 9(7)V99.
           02 DF-FAIXA OCCURS 5 TIMES.
               03 DF-ALIQ    PIC 99V99.
               03 DF-BASE    PIC 9(7)V99.
               03 DF-IMPOSTO PIC 9(7)V99.
           02 DF-DT-CANC    PIC 9(8).
           02 DF-MOT-CANC   PIC X(30).

       FD  REL-MAPA
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATDF        PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       01 W-DATA-PROCURA.
           02 W-DIA-P     PIC 99.
           02 FILLER      PIC X.
           02 W-MES-P     PIC 99.
           02 FILLER      PIC X.
           02 W-ANO-P     PIC 9999.
       01 W-DATA-AMD.
           02 W-ANO-A     PIC 9999.
           02 W-MES-A     PIC 99.
           02 W-DIA-A     PIC 99.
       01 W-DATA-AMD-N REDEFINES W-DATA-AMD PIC 9(8).

       77 W-PRIMEIRO      PIC 9(6)  VALUE ZEROS.
       77 W-ULTIMO        PIC 9(6)  VALUE ZEROS.
       77 W-QTD-DOCS      PIC 9(5)  VALUE ZEROS.
       77 W-QTD-VALIDOS   PIC 9(5)  VALUE ZEROS.
       77 W-QTD-CANC      PIC 9(3)  VALUE ZEROS.
       77 W-TOT-VALOR     PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-SERVICO   PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-TAXA      PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-BASE      PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-IMPOSTO   PIC 9(9)V99 VALUE ZEROS.
       77 W-IND           PIC 99    VALUE ZEROS.
       77 W-IND-DF        PIC 9     VALUE ZEROS.
       77 W-QTD-ALQ       PIC 99    VALUE ZEROS.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-ALIQ              VALUE "S".

       01 TAB-ALIQUOTAS.
           02 TA-FAIXA OCCURS 20 TIMES.
               03 TA-ALIQ     PIC 99V99.
               03 TA-BASE     PIC 9(9)V99.
               03 TA-IMPOSTO  PIC 9(9)V99.

       01 TAB-CANCELADOS.
           02 TC-ENTRADA OCCURS 100 TIMES.
               03 TC-NUMERO   PIC 9(6).
               03 TC-COMANDA  PIC 9(5).
               03 TC-TOTAL    PIC 9(7)V99.
               03 TC-MOTIVO   PIC X(30).

       01 LINTRACO.
           02 FILLER    PIC X(70) VALUE ALL "-".
           02 FILLER    PIC X(10) VALUE SPACES.
       01 LINCAB1.
           02 FILLER    PIC X(24) VALUE "MAPA FISCAL DO DIA    ".
           02 LC-DATA   PIC X(10).
           02 FILLER    PIC X(46) VALUE SPACES.
       01 LINNUMERO.
           02 LN-TITULO PIC X(30).
           02 LN-NUMERO PIC ZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.
       01 LINVALOR.
           02 LV-TITULO PIC X(30).
           02 LV-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(36) VALUE SPACES.
       01 LINSECAO.
           02 LS-TITULO PIC X(40).
           02 FILLER    PIC X(40) VALUE SPACES.
       01 LINCANC.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LX-NUMERO PIC 9(6).
           02 FILLER    PIC X(10) VALUE "  COMANDA ".
           02 LX-COMANDA PIC 9(5).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LX-TOTAL  PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LX-MOTIVO PIC X(30).
           02 FILLER    PIC X(09) VALUE SPACES.
       01 LINALIQ.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LA-ALIQ   PIC Z9,99.
           02 FILLER    PIC X(03) VALUE "%  ".
           02 LA-BASE   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LA-IMPOSTO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(37) VALUE SPACES.
       01 LINCABALIQ.
           02 FILLER    PIC X(12) VALUE "    ALIQUOTA".
           02 FILLER    PIC X(17) VALUE "             BASE".
           02 FILLER    PIC X(17) VALUE "          IMPOSTO".
           02 FILLER    PIC X(34) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           INITIALIZE TAB-ALIQUOTAS TAB-CANCELADOS.
           DISPLAY ERASE.
           DISPLAY "M A P A   F I S C A L   D O   D I A" AT 0520.
           DISPLAY "DATA A APURAR (DD/MM/AAAA):" AT 0910.
           PERFORM WITH TEST AFTER
                   UNTIL W-DIA-P > ZEROS AND W-MES-P > ZEROS
                     AND W-MES-P < 13
               ACCEPT W-DATA-PROCURA AT 0938
           END-PERFORM.
           MOVE W-DIA-P TO W-DIA-A.
           MOVE W-MES-P TO W-MES-A.
           MOVE W-ANO-P TO W-ANO-A.

           OPEN INPUT ARQ-DOCF.
           IF W-STATDF NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATDF W-MENSAGEM-ERRO
                   "MAPAFISC"
               DISPLAY "DOCFISC.DAT INDISPONIVEL" AT 1210
               STOP " "
               GOBACK
           END-IF.

           PERFORM LER-DOCUMENTO.
           PERFORM ACUMULAR-DOCUMENTO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-DOCF.

           OPEN OUTPUT REL-MAPA.
           PERFORM IMPRIMIR-MAPA.
           CLOSE REL-MAPA.

           DISPLAY "MAPA GERADO EM MAPAFISC.LST - DOCUMENTOS:" AT 1210.
           DISPLAY W-QTD-DOCS AT 1252.
           STOP " ".
           GOBACK.

       LER-DOCUMENTO.
           READ ARQ-DOCF NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * ACUMULAR-DOCUMENTO - DOCUMENTO DA DATA ENTRA NA FAIXA DE
      *   NUMERACAO; CANCELADO VAI PARA A LISTA, VALIDO SOMA VALORES E
      *   BASES POR ALIQUOTA.
      *-----------------------------------------------------------------*
       ACUMULAR-DOCUMENTO.
           IF DF-DATA = W-DATA-AMD-N
               ADD 1 TO W-QTD-DOCS
               IF W-PRIMEIRO = ZEROS
                   MOVE DF-NUMERO TO W-PRIMEIRO
               END-IF
               MOVE DF-NUMERO TO W-ULTIMO
               IF DF-CANCELADO
                   PERFORM GUARDAR-CANCELADO
               ELSE
                   ADD 1           TO W-QTD-VALIDOS
                   ADD DF-TOTAL    TO W-TOT-VALOR
                   ADD DF-SERVICO  TO W-TOT-SERVICO
                   ADD DF-TAXA-ENT TO W-TOT-TAXA
                   MOVE ZEROS TO W-IND-DF
                   PERFORM SOMAR-FAIXA-DOC 5 TIMES
               END-IF
           END-IF.
           PERFORM LER-DOCUMENTO.

       GUARDAR-CANCELADO.
           IF W-QTD-CANC < 100
               ADD 1 TO W-QTD-CANC
               MOVE DF-NUMERO   TO TC-NUMERO(W-QTD-CANC)
               MOVE DF-COMANDA  TO TC-COMANDA(W-QTD-CANC)
               MOVE DF-TOTAL    TO TC-TOTAL(W-QTD-CANC)
               MOVE DF-MOT-CANC TO TC-MOTIVO(W-QTD-CANC)
           END-IF.

       SOMAR-FAIXA-DOC.
           ADD 1 TO W-IND-DF.
           IF DF-BASE(W-IND-DF) > ZEROS
               MOVE "N"   TO W-ACHOU
               MOVE ZEROS TO W-IND
               PERFORM PROCURAR-ALIQUOTA
                   UNTIL ACHOU-ALIQ OR W-IND >= W-QTD-ALQ
               IF NOT ACHOU-ALIQ AND W-QTD-ALQ < 20
                   ADD 1 TO W-QTD-ALQ
                   MOVE W-QTD-ALQ         TO W-IND
                   MOVE DF-ALIQ(W-IND-DF) TO TA-ALIQ(W-IND)
                   MOVE "S" TO W-ACHOU
               END-IF
               IF ACHOU-ALIQ
                   ADD DF-BASE(W-IND-DF)    TO TA-BASE(W-IND)
                   ADD DF-IMPOSTO(W-IND-DF) TO TA-IMPOSTO(W-IND)
               END-IF
           END-IF.

       PROCURAR-ALIQUOTA.
           ADD 1 TO W-IND.
           IF TA-ALIQ(W-IND) = DF-ALIQ(W-IND-DF)
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-MAPA - NUMERACAO, CANCELADOS, QUEBRA POR ALIQUOTA E
      *   TOTAIS DO DIA.
      *-----------------------------------------------------------------*
       IMPRIMIR-MAPA.
           MOVE W-DATA-PROCURA TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.

           MOVE "PRIMEIRO DOCUMENTO...........:" TO LN-TITULO.
           MOVE W-PRIMEIRO TO LN-NUMERO.
           WRITE REG-REL FROM LINNUMERO.
           MOVE "ULTIMO DOCUMENTO.............:" TO LN-TITULO.
           MOVE W-ULTIMO TO LN-NUMERO.
           WRITE REG-REL FROM LINNUMERO.
           MOVE "DOCUMENTOS NO DIA............:" TO LN-TITULO.
           MOVE W-QTD-DOCS TO LN-NUMERO.
           WRITE REG-REL FROM LINNUMERO.
           MOVE "VALIDOS......................:" TO LN-TITULO.
           MOVE W-QTD-VALIDOS TO LN-NUMERO.
           WRITE REG-REL FROM LINNUMERO.
           MOVE "CANCELADOS...................:" TO LN-TITULO.
           MOVE W-QTD-CANC TO LN-NUMERO.
           WRITE REG-REL FROM LINNUMERO.
           WRITE REG-REL FROM LINTRACO.

           IF W-QTD-CANC > ZEROS
               MOVE "DOCUMENTOS CANCELADOS:" TO LS-TITULO
               WRITE REG-REL FROM LINSECAO
               MOVE ZEROS TO W-IND
               PERFORM IMPRIMIR-CANCELADO W-QTD-CANC TIMES
               WRITE REG-REL FROM LINTRACO
           END-IF.

           MOVE "BASE POR ALIQUOTA (VALIDOS):" TO LS-TITULO.
           WRITE REG-REL FROM LINSECAO.
           WRITE REG-REL FROM LINCABALIQ.
           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-ALIQUOTA W-QTD-ALQ TIMES.
           WRITE REG-REL FROM LINTRACO.

           MOVE "TOTAL DAS BASES..............:" TO LV-TITULO.
           MOVE W-TOT-BASE TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "TOTAL DO IMPOSTO.............:" TO LV-TITULO.
           MOVE W-TOT-IMPOSTO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "SERVICO (FORA DA BASE).......:" TO LV-TITULO.
           MOVE W-TOT-SERVICO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "TAXAS DE ENTREGA.............:" TO LV-TITULO.
           MOVE W-TOT-TAXA TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "TOTAL DOS DOCUMENTOS VALIDOS.:" TO LV-TITULO.
           MOVE W-TOT-VALOR TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.

       IMPRIMIR-CANCELADO.
           ADD 1 TO W-IND.
           MOVE TC-NUMERO(W-IND)  TO LX-NUMERO.
           MOVE TC-COMANDA(W-IND) TO LX-COMANDA.
           MOVE TC-TOTAL(W-IND)   TO LX-TOTAL.
           MOVE TC-MOTIVO(W-IND)  TO LX-MOTIVO.
           WRITE REG-REL FROM LINCANC.

       IMPRIMIR-ALIQUOTA.
           ADD 1 TO W-IND.
           MOVE TA-ALIQ(W-IND)    TO LA-ALIQ.
           MOVE TA-BASE(W-IND)    TO LA-BASE.
           MOVE TA-IMPOSTO(W-IND) TO LA-IMPOSTO.
           WRITE REG-REL FROM LINALIQ.
           ADD TA-BASE(W-IND)    TO W-TOT-BASE.
           ADD TA-IMPOSTO(W-IND) TO W-TOT-IMPOSTO.
