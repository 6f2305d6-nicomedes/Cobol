      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       CAD-MOTOBOY.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CADASTRO DE MOTOBOYS (MOTOBOYS.DAT):
      *   CODIGO, NOME, TELEFONE E SITUACAO (A)TIVO/(I)NATIVO. O
      *   ENTREGA.cbl SO ACEITA NA SAIDA DO PEDIDO MOTOBOY CADASTRADO
      *   E ATIVO, E O ACERTO-MOTO.cbl TIRA DAQUI O NOME NO ACERTO DO
      *   FIM DO TURNO. MOTOBOY QUE SAI NAO E EXCLUIDO, E INATIVADO,
      *   PARA O HISTORICO DAS COMANDAS CONTINUAR COM NOME. MESMO
      *   MOLDE (I)NCLUIR/(A)LTERAR/(E)XCLUIR DO CAD-MESA.cbl.
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
           SELECT ARQ-MOTOBOY ASSIGN TO "MOTOBOYS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MB-CODIGO
               FILE STATUS     IS W-STATMB.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-MOTOBOY.
       01  REG-MOTOBOY.
           02 MB-CODIGO     PIC 9(3).
           02 MB-NOME       PIC X(30).
           02 MB-FONE       PIC X(12).
           02 MB-SITUACAO   PIC X(1).
               88 MB-ATIVO      VALUE "A".
               88 MB-INATIVO    VALUE "I".

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATMB        PIC X(02) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-GRAVA         PIC X     VALUE SPACES.
       77 W-OPCAO         PIC X     VALUE SPACE.
           88 W-OPCAO-OK              VALUE "I" "A" "E".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-CODIGO        PIC 9(3)  VALUE ZEROS.
       77 W-NOME          PIC X(30) VALUE SPACES.
       77 W-FONE          PIC X(12) VALUE SPACES.
       77 W-SITUACAO      PIC X     VALUE SPACE.
           88 W-SITUACAO-OK           VALUE "A" "I".

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           PERFORM ABRIR-ARQUIVO.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-MOTOBOY.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-MOTOBOY.
           IF W-STATMB = "35"
               OPEN OUTPUT ARQ-MOTOBOY
               CLOSE       ARQ-MOTOBOY
               OPEN I-O    ARQ-MOTOBOY
           ELSE
               IF W-STATMB NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATMB
                       W-MENSAGEM-ERRO
                       "CADMOTOB"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       PROCESSA.
           MOVE ZEROS  TO W-CODIGO.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME W-FONE W-SITUACAO.

           DISPLAY ERASE.
           DISPLAY "C A D A S T R O   D E   M O T O B O Y S" AT 0520.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0848 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "CODIGO DO MOTOBOY.....:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-CODIGO > ZEROS
               ACCEPT W-CODIGO AT 1034
           END-PERFORM.
           MOVE W-CODIGO TO MB-CODIGO.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRO MOTOBOY? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2032 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-MOTOBOY
               INVALID KEY
                   MOVE "A" TO W-SITUACAO
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-CODIGO   TO MB-CODIGO
                       MOVE W-NOME     TO MB-NOME
                       MOVE W-FONE     TO MB-FONE
                       MOVE W-SITUACAO TO MB-SITUACAO
                       WRITE REG-MOTOBOY
                       MOVE MB-CODIGO   TO W-CHAVE-AUDIT
                       MOVE SPACES      TO W-ANTES-AUDIT
                       MOVE REG-MOTOBOY TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADMOTOB"
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "MOTOBOY JA CADASTRADO" AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-MOTOBOY
               INVALID KEY
                   DISPLAY "MOTOBOY NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE MB-NOME     TO W-NOME
                   MOVE MB-FONE     TO W-FONE
                   MOVE MB-SITUACAO TO W-SITUACAO
                   DISPLAY "ATUAL: "  AT 1210
                   DISPLAY MB-NOME    AT 1217
                   DISPLAY MB-FONE    AT 1248
                   DISPLAY MB-SITUACAO AT 1261
                   MOVE REG-MOTOBOY TO W-ANTES-AUDIT
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-NOME     TO MB-NOME
                       MOVE W-FONE     TO MB-FONE
                       MOVE W-SITUACAO TO MB-SITUACAO
                       REWRITE REG-MOTOBOY
                       MOVE REG-MOTOBOY TO W-DEPOIS-AUDIT
                       MOVE MB-CODIGO   TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADMOTOB"
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-MOTOBOY
               INVALID KEY
                   DISPLAY "MOTOBOY NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-MOTOBOY TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-MOTOBOY
                       MOVE SPACES    TO W-DEPOIS-AUDIT
                       MOVE MB-CODIGO TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADMOTOB"
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * RECEBER-DADOS - NOME OBRIGATORIO; SITUACAO SO (A)TIVO OU
      *   (I)NATIVO. NA INCLUSAO A SITUACAO JA VEM COMO ATIVO.
      *-----------------------------------------------------------------*
       RECEBER-DADOS.
           DISPLAY "NOME..................:" AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-NOME NOT = SPACES
               ACCEPT W-NOME AT 1434 WITH UPPER
           END-PERFORM.
           DISPLAY "TELEFONE..............:" AT 1510.
           ACCEPT W-FONE AT 1534.
           DISPLAY "SITUACAO (A/I)........:" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-SITUACAO-OK
               ACCEPT W-SITUACAO AT 1634 WITH UPPER AUTO
           END-PERFORM.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1810.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1838 WITH UPPER AUTO
           END-PERFORM.
