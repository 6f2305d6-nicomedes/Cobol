      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       CAD-TRIB.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - TABELA DE CLASSIFICACAO FISCAL
      *   (TABTRIB.DAT): PARA CADA PROD-CATEGORIA DE PRODUTOS.DAT, A
      *   DESCRICAO E A ALIQUOTA QUE O FECHA-COMANDA.cbl APLICA NA
      *   QUEBRA DO DOCUMENTO FISCAL. MESMO MOLDE (I)NCLUIR/(A)LTERAR/
      *   (E)XCLUIR DO CAD-MESA.cbl, COM TRILHA NO GRAVA-AUDITORIA.
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
           SELECT ARQ-TRIB ASSIGN TO "TABTRIB.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS TB-CATEGORIA
               FILE STATUS     IS W-STATTB.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-TRIB.
       01  REG-TRIB.
           02 TB-CATEGORIA  PIC X(10).
           02 TB-DESCRICAO  PIC X(20).
           02 TB-ALIQ       PIC 99V99.

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATTB        PIC X(02) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-GRAVA         PIC X     VALUE SPACES.
       77 W-OPCAO         PIC X     VALUE SPACE.
           88 W-OPCAO-OK              VALUE "I" "A" "E".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-CATEGORIA     PIC X(10) VALUE SPACES.
       77 W-DESCRICAO     PIC X(20) VALUE SPACES.
       77 W-ALIQ          PIC 99V99 VALUE ZEROS.
       77 W-ALIQ-ED       PIC Z9,99 VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           PERFORM ABRIR-ARQUIVO.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-TRIB.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-TRIB.
           IF W-STATTB = "35"
               OPEN OUTPUT ARQ-TRIB
               CLOSE       ARQ-TRIB
               OPEN I-O    ARQ-TRIB
           ELSE
               IF W-STATTB NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATTB
                       W-MENSAGEM-ERRO
                       "CADTRIB "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       PROCESSA.
           MOVE ZEROS  TO W-ALIQ.
           MOVE SPACES TO W-OPCAO W-GRAVA W-CATEGORIA W-DESCRICAO.

           DISPLAY ERASE.
           DISPLAY "A L I Q U O T A S   P O R   C A T E G O R I A"
               AT 0515.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0848 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "CATEGORIA DO PRODUTO..:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-CATEGORIA NOT = SPACES
               ACCEPT W-CATEGORIA AT 1034 WITH UPPER
           END-PERFORM.
           MOVE W-CATEGORIA TO TB-CATEGORIA.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRA CATEGORIA? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2034 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-TRIB
               INVALID KEY
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-CATEGORIA TO TB-CATEGORIA
                       MOVE W-DESCRICAO TO TB-DESCRICAO
                       MOVE W-ALIQ      TO TB-ALIQ
                       WRITE REG-TRIB
                       MOVE TB-CATEGORIA TO W-CHAVE-AUDIT
                       MOVE SPACES       TO W-ANTES-AUDIT
                       MOVE REG-TRIB     TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADTRIB "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "CATEGORIA JA CADASTRADA" AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-TRIB
               INVALID KEY
                   DISPLAY "CATEGORIA NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE TB-DESCRICAO TO W-DESCRICAO
                   MOVE TB-ALIQ      TO W-ALIQ W-ALIQ-ED
                   DISPLAY "ATUAL: " AT 1210
                   DISPLAY W-DESCRICAO AT 1217
                   DISPLAY W-ALIQ-ED   AT 1239
                   MOVE REG-TRIB TO W-ANTES-AUDIT
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-DESCRICAO TO TB-DESCRICAO
                       MOVE W-ALIQ      TO TB-ALIQ
                       REWRITE REG-TRIB
                       MOVE REG-TRIB     TO W-DEPOIS-AUDIT
                       MOVE TB-CATEGORIA TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADTRIB "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-TRIB
               INVALID KEY
                   DISPLAY "CATEGORIA NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE REG-TRIB TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-TRIB
                       MOVE SPACES       TO W-DEPOIS-AUDIT
                       MOVE TB-CATEGORIA TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADTRIB "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * RECEBER-DADOS - DESCRICAO OBRIGATORIA E ALIQUOTA DE 0 A 40%
      *   (ALIQUOTA ZERO E VALIDA: ITEM ISENTO OU SUBSTITUICAO).
      *-----------------------------------------------------------------*
       RECEBER-DADOS.
           DISPLAY "DESCRICAO.............:" AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-DESCRICAO NOT = SPACES
               ACCEPT W-DESCRICAO AT 1434 WITH UPPER
           END-PERFORM.
           DISPLAY "ALIQUOTA (%)..........:" AT 1510.
           PERFORM WITH TEST AFTER UNTIL W-ALIQ NOT > 40
               ACCEPT W-ALIQ-ED AT 1534
               MOVE W-ALIQ-ED TO W-ALIQ
           END-PERFORM.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1710.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1738 WITH UPPER AUTO
           END-PERFORM.
