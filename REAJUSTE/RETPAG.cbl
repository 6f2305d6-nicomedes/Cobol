      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             RETPAG.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - RETORNO DO BANCO PARA O ARQUIVO DE
      *   PAGAMENTO DO GERAPAG.cbl: LE PAGTO.RET (ABERTURA TIPO 1 COM
      *   COMPETENCIA E ORIGEM; DETALHES TIPO 2 COM MATRICULA, VALOR,
      *   SITUACAO "P" PAGO / "R" REJEITADO E MOTIVO DA REJEICAO) E
      *   ATUALIZA CADA PAGAMENTO EM PAGFOLHA.DAT. REJEITADOS E LINHAS
      *   SEM REMESSA SAEM EM RETPAG.LST PARA PAGAMENTO POR OUTRO MEIO
      *   OU CORRECAO DA CONTA NO CADFUNC.cbl. O TOTAL EFETIVAMENTE
      *   PAGO VAI PARA O CAIXA GERAL (CAIXAGER.DAT) EM UM LANCAMENTO
      *   DE SAIDA; PAGAMENTO QUE JA CONSTAVA PAGO NAO E LANCADO DE
      *   NOVO SE O RETORNO FOR REPROCESSADO.
      * 15 OUTUBRO 2026 - JULIANO - RETORNO PROCESSADO COM A FOLHA DO
      *   MES JA FECHADA NO CONTROLE DE PERIODOS (PERIODO.cbl) E
      *   RECUSADO ANTES DE BAIXAR QUALQUER PAGAMENTO OU LANCAR NO
      *   CAIXA: A DATA DO DIA E CONSULTADA NO COMUM/VERIFPERIODO.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PAGFOLHA ASSIGN TO "PAGFOLHA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PG-CHAVE
               FILE STATUS     IS W-STATPG.
           SELECT ARQ-RETORNO ASSIGN TO "PAGTO.RET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATR.
           SELECT REL-REJEITADOS ASSIGN TO "RETPAG.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-PAGFOLHA.
       01  REG-PAGFOLHA.
           02 PG-CHAVE.
               03 PG-ANOMES    PIC 9(6).
               03 PG-ORIGEM    PIC X(1).
               03 PG-MATRICULA PIC 9(8).
           02 PG-BANCO       PIC 9(3).
           02 PG-AGENCIA     PIC 9(5).
           02 PG-CONTA       PIC 9(12).
           02 PG-CONTA-DV    PIC X(1).
           02 PG-VALOR       PIC 9(10)V99.
           02 PG-SITUACAO    PIC X(1).
               88 PG-ENVIADO      VALUE "E".
               88 PG-PAGO         VALUE "P".
               88 PG-REJEITADO    VALUE "R".
               88 PG-SEM-BANCO    VALUE "S".
           02 PG-DT-REMESSA  PIC 9(8).
           02 PG-DT-RETORNO  PIC 9(8).
           02 PG-MOTIVO      PIC X(20).

       FD  ARQ-RETORNO
           LABEL RECORD STANDARD.
       01  REG-RETORNO.
           02 RT-TIPO     PIC X(1).
           02 RT-RESTO    PIC X(99).
       01  REG-RET-HEADER REDEFINES REG-RETORNO.
           02 FILLER      PIC X(1).
           02 RH-ANOMES   PIC 9(6).
           02 RH-ORIGEM   PIC X(1).
           02 FILLER      PIC X(92).
       01  REG-RET-DET REDEFINES REG-RETORNO.
           02 FILLER       PIC X(1).
           02 RD-MATRICULA PIC 9(8).
           02 RD-VALOR     PIC 9(10)V99.
           02 RD-SIT       PIC X(1).
               88 RET-PAGO      VALUE "P".
               88 RET-REJEITADO VALUE "R".
           02 RD-MOTIVO    PIC X(20).
           02 FILLER       PIC X(58).

       FD  REL-REJEITADOS
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       77 W-STATPG       PIC XX VALUE SPACES.
       77 W-STATR        PIC XX VALUE SPACES.
       77 W-STATREL      PIC XX VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-RET      PIC X  VALUE "N".
           88 FIM-RETORNO         VALUE "S".
       77 W-ACHOU        PIC X  VALUE "N".
           88 ACHOU-PAGTO         VALUE "S".

       77 W-ANOMES       PIC 9(6) VALUE ZEROS.
       77 W-ORIGEM       PIC X    VALUE SPACE.
       77 W-DATA-SIS     PIC 9(8) VALUE ZEROS.
       77 W-QTD-PAGOS    PIC 9(5) VALUE ZEROS.
       77 W-QTD-REJEIT   PIC 9(5) VALUE ZEROS.
       77 W-QTD-SEMREM   PIC 9(5) VALUE ZEROS.
       77 W-QTD-JAPAGO   PIC 9(5) VALUE ZEROS.
       77 W-TOT-PAGO     PIC 9(8)V99 VALUE ZEROS.
       77 W-DOC-CAIXA    PIC X(15) VALUE SPACES.
       77 W-SIT-PERIODO  PIC X    VALUE "A".
           88 MES-FECHADO         VALUE "F".

       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE
               "PAGAMENTOS REJEITADOS PELO BANCO".
           02 LC-ANOMES PIC 9(6).
           02 FILLER    PIC X(01) VALUE "-".
           02 LC-ORIGEM PIC X(1).
           02 FILLER    PIC X(32) VALUE SPACES.
       01 LINDET.
           02 LD-MATR   PIC 9(8).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-MOTIVO PIC X(30).
           02 FILLER    PIC X(25) VALUE SPACES.
       01 LINTOT.
           02 LT-ROTULO PIC X(25).
           02 LT-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(50) VALUE SPACES.
       01 LINVALOR.
           02 LV-ROTULO PIC X(25).
           02 LV-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(42) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       MESTRA.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "F" W-DATA-SIS W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY ERASE
               DISPLAY "MES FECHADO PARA A FOLHA" AT 1220
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-RETORNO.
           IF W-STATR NOT = "00"
               DISPLAY ERASE
               DISPLAY "PAGTO.RET NAO ENCONTRADO" AT 1220
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-PAGFOLHA.
           IF W-STATPG NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATPG W-MENSAGEM-ERRO
               "RETPAG  "
               DISPLAY ERASE
               DISPLAY "PAGFOLHA.DAT INDISPONIVEL - GERAR REMESSA"
                   AT 1220
               CLOSE ARQ-RETORNO
               STOP " "
               GOBACK
           END-IF.

           OPEN OUTPUT REL-REJEITADOS.
           PERFORM LER-RETORNO.
           PERFORM PROCESSAR-LINHA UNTIL FIM-RETORNO.

           MOVE "PAGOS...............: " TO LT-ROTULO.
           MOVE W-QTD-PAGOS TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "REJEITADOS..........: " TO LT-ROTULO.
           MOVE W-QTD-REJEIT TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "SEM REMESSA.........: " TO LT-ROTULO.
           MOVE W-QTD-SEMREM TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "JA BAIXADOS ANTES...: " TO LT-ROTULO.
           MOVE W-QTD-JAPAGO TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "TOTAL PAGO..........: " TO LV-ROTULO.
           MOVE W-TOT-PAGO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           CLOSE REL-REJEITADOS ARQ-RETORNO ARQ-PAGFOLHA.

           PERFORM LANCAR-CAIXA.
           DISPLAY ERASE.
           DISPLAY "RETORNO PROCESSADO - REJEITADOS EM RETPAG.LST"
               AT 1220.
           STOP " ".
           GOBACK.

       LER-RETORNO.
           READ ARQ-RETORNO
               AT END MOVE "S" TO W-FIM-RET
           END-READ.

       PROCESSAR-LINHA.
           EVALUATE RT-TIPO
               WHEN "1"
                   MOVE RH-ANOMES TO W-ANOMES LC-ANOMES
                   MOVE RH-ORIGEM TO W-ORIGEM LC-ORIGEM
                   WRITE REG-REL FROM LINCAB1
               WHEN "2"
                   PERFORM PROCESSAR-DETALHE
           END-EVALUATE.
           PERFORM LER-RETORNO.

      *-----------------------------------------------------------------*
      * PROCESSAR-DETALHE - PAGO SOMA NO TOTAL DO CAIXA; REJEITADO OU
      *   SEM PAGAMENTO CORRESPONDENTE VAI PARA A LISTA.
      *-----------------------------------------------------------------*
       PROCESSAR-DETALHE.
           MOVE W-ANOMES     TO PG-ANOMES.
           MOVE W-ORIGEM     TO PG-ORIGEM.
           MOVE RD-MATRICULA TO PG-MATRICULA.
           READ ARQ-PAGFOLHA
               INVALID KEY
                   MOVE "N" TO W-ACHOU
               NOT INVALID KEY
                   MOVE "S" TO W-ACHOU
           END-READ.
           EVALUATE TRUE
               WHEN NOT ACHOU-PAGTO
                   ADD 1 TO W-QTD-SEMREM
                   MOVE "PAGAMENTO NAO ENCONTRADO" TO LD-MOTIVO
                   PERFORM GRAVAR-REJEITADO
               WHEN PG-PAGO
                   ADD 1 TO W-QTD-JAPAGO
               WHEN RET-PAGO
                   ADD 1 TO W-QTD-PAGOS
                   ADD RD-VALOR TO W-TOT-PAGO
                   MOVE "P"        TO PG-SITUACAO
                   MOVE W-DATA-SIS TO PG-DT-RETORNO
                   MOVE SPACES     TO PG-MOTIVO
                   PERFORM REGRAVAR-PAGTO
               WHEN OTHER
                   ADD 1 TO W-QTD-REJEIT
                   MOVE "R"        TO PG-SITUACAO
                   MOVE W-DATA-SIS TO PG-DT-RETORNO
                   MOVE RD-MOTIVO  TO PG-MOTIVO
                   PERFORM REGRAVAR-PAGTO
                   MOVE RD-MOTIVO  TO LD-MOTIVO
                   PERFORM GRAVAR-REJEITADO
           END-EVALUATE.

       REGRAVAR-PAGTO.
           REWRITE REG-PAGFOLHA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATPG
                       W-MENSAGEM-ERRO "RETPAG  "
           END-REWRITE.

       GRAVAR-REJEITADO.
           MOVE RD-MATRICULA TO LD-MATR.
           MOVE RD-VALOR     TO LD-VALOR.
           WRITE REG-REL FROM LINDET.

      *    UM UNICO LANCAMENTO DE SAIDA COM O TOTAL PAGO PELO BANCO.
       LANCAR-CAIXA.
           IF W-TOT-PAGO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO W-DOC-CAIXA.
           STRING "PAGTO "  DELIMITED BY SIZE
                  W-ANOMES  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-ORIGEM  DELIMITED BY SIZE
                  INTO W-DOC-CAIXA.
           CALL "GRAVA-CAIXA" USING "RETPAG  " W-DOC-CAIXA
               W-TOT-PAGO "S".
