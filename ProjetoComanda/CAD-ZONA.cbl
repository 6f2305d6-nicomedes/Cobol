      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       CAD-ZONA.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - TABELA DE ZONAS DE ENTREGA
      *   (ZONAS.DAT): PARA CADA BAIRRO ATENDIDO, A TAXA DE ENTREGA
      *   COBRADA DO CLIENTE E O TEMPO PREVISTO EM MINUTOS. O
      *   ABRE-COMANDA.cbl PREENCHE A TAXA DO PEDIDO DE ENTREGA A
      *   PARTIR DAQUI, EM VEZ DE O ATENDENTE DIGITAR DE CABECA. MESMO
      *   MOLDE (I)NCLUIR/(A)LTERAR/(E)XCLUIR DO CAD-MESA.cbl, COM
      *   TRILHA NO GRAVA-AUDITORIA.
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
           SELECT ARQ-ZONA ASSIGN TO "ZONAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS ZN-BAIRRO
               FILE STATUS     IS W-STATZN.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-ZONA.
       01  REG-ZONA.
           02 ZN-BAIRRO     PIC X(20).
           02 ZN-TAXA       PIC 9(3)V99.
           02 ZN-TEMPO      PIC 9(3).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATZN        PIC X(02) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-GRAVA         PIC X     VALUE SPACES.
       77 W-OPCAO         PIC X     VALUE SPACE.
           88 W-OPCAO-OK              VALUE "I" "A" "E".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-BAIRRO        PIC X(20) VALUE SPACES.
       77 W-TAXA          PIC 9(3)V99 VALUE ZEROS.
       77 W-TAXA-ED       PIC ZZ9,99 VALUE ZEROS.
       77 W-TEMPO         PIC 9(3)  VALUE ZEROS.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           PERFORM ABRIR-ARQUIVO.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-ZONA.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-ZONA.
           IF W-STATZN = "35"
               OPEN OUTPUT ARQ-ZONA
               CLOSE       ARQ-ZONA
               OPEN I-O    ARQ-ZONA
           ELSE
               IF W-STATZN NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATZN
                       W-MENSAGEM-ERRO
                       "CADZONA "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       PROCESSA.
           MOVE ZEROS  TO W-TAXA W-TEMPO.
           MOVE SPACES TO W-OPCAO W-GRAVA W-BAIRRO.

           DISPLAY ERASE.
           DISPLAY "Z O N A S   D E   E N T R E G A" AT 0522.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0848 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "BAIRRO................:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-BAIRRO NOT = SPACES
               ACCEPT W-BAIRRO AT 1034 WITH UPPER
           END-PERFORM.
           MOVE W-BAIRRO TO ZN-BAIRRO.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRO BAIRRO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2031 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-ZONA
               INVALID KEY
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-BAIRRO TO ZN-BAIRRO
                       MOVE W-TAXA   TO ZN-TAXA
                       MOVE W-TEMPO  TO ZN-TEMPO
                       WRITE REG-ZONA
                       MOVE ZN-BAIRRO TO W-CHAVE-AUDIT
                       MOVE SPACES    TO W-ANTES-AUDIT
                       MOVE REG-ZONA  TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADZONA "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "BAIRRO JA CADASTRADO" AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-ZONA
               INVALID KEY
                   DISPLAY "BAIRRO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE ZN-TAXA  TO W-TAXA W-TAXA-ED
                   MOVE ZN-TEMPO TO W-TEMPO
                   DISPLAY "ATUAL: TAXA" AT 1210
                   DISPLAY W-TAXA-ED     AT 1222
                   DISPLAY "MINUTOS"     AT 1230
                   DISPLAY W-TEMPO       AT 1238
                   MOVE REG-ZONA TO W-ANTES-AUDIT
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-TAXA  TO ZN-TAXA
                       MOVE W-TEMPO TO ZN-TEMPO
                       REWRITE REG-ZONA
                       MOVE REG-ZONA  TO W-DEPOIS-AUDIT
                       MOVE ZN-BAIRRO TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADZONA "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-ZONA
               INVALID KEY
                   DISPLAY "BAIRRO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-ZONA TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-ZONA
                       MOVE SPACES    TO W-DEPOIS-AUDIT
                       MOVE ZN-BAIRRO TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADZONA "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * RECEBER-DADOS - TAXA DE ENTREGA (ZERO VALE: ENTREGA GRATIS NO
      *   BAIRRO) E TEMPO PREVISTO, OBRIGATORIO, ATE 180 MINUTOS.
      *-----------------------------------------------------------------*
       RECEBER-DADOS.
           DISPLAY "TAXA DE ENTREGA.......:" AT 1410.
           ACCEPT W-TAXA-ED AT 1434.
           MOVE W-TAXA-ED TO W-TAXA.
           DISPLAY "TEMPO PREVISTO (MIN)..:" AT 1510.
           PERFORM WITH TEST AFTER
                   UNTIL W-TEMPO > ZEROS AND W-TEMPO NOT > 180
               ACCEPT W-TEMPO AT 1534
           END-PERFORM.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1710.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1738 WITH UPPER AUTO
           END-PERFORM.
