      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       CADPROC.
           AUTHOR.           SOLANGE BARROS.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - SOLANGE - CADASTRO DOS PROCEDIMENTOS FEITOS
      *   NA CONSULTA (ECG, CURATIVO, INFILTRACAO...) EM PROCEDIM.DAT:
      *   CODIGO, DESCRICAO E O VALOR COBRADO DE CADA CONVENIO ACEITO
      *   (01-UNIMED 02-AMIL 03-BRADESCO 04-SULAMERICA 99-PARTICULAR),
      *   COM AS OPCOES (I)NCLUIR, (A)LTERAR E (E)XCLUIR NO MOLDE DO
      *   CADPROF.cbl. O PRONTUAR.cbl ANOTA OS PROCEDIMENTOS FEITOS NA
      *   CONSULTA E O FATURAR.cbl COBRA CADA UM EM LINHA PROPRIA.
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
           SELECT ARQ-PROCED ASSIGN TO "PROCEDIM.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PC-COD
               FILE STATUS     IS W-STATPC.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-PROCED.
       01  REG-PROCED.
           02 PC-COD    PIC 9(3).
           02 PC-NOME   PIC X(30).
           02 PC-VALOR  OCCURS 5 TIMES PIC 9(4)V99.

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATPC        PIC X(02) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-GRAVA         PIC X     VALUE SPACES.
       77 W-OPCAO         PIC X     VALUE SPACE.
           88 W-OPCAO-OK              VALUE "I" "A" "E".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-COD-PROC      PIC 9(3)  VALUE ZEROS.
       77 W-NOME          PIC X(30) VALUE SPACES.
       77 W-IND           PIC 9(1)  VALUE ZEROS.
       77 W-COLUNA        PIC 9(2)  VALUE ZEROS.

      *    VALOR POR CONVENIO, NA ORDEM DOS CONVENIOS ACEITOS.
       01 W-TAB-VALOR.
           02 W-VALOR OCCURS 5 TIMES PIC 9(4)V99.
       01 W-TAB-ROTULOS.
           02 FILLER      PIC X(10) VALUE "0102030499".
       01 FILLER REDEFINES W-TAB-ROTULOS.
           02 W-ROT-CONV  OCCURS 5 TIMES PIC X(2).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           PERFORM ABRIR-ARQUIVO.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-PROCED.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ABRIR-ARQUIVO.
           OPEN I-O ARQ-PROCED.
           IF W-STATPC = "35"
               OPEN OUTPUT ARQ-PROCED
               CLOSE       ARQ-PROCED
               OPEN I-O    ARQ-PROCED
           ELSE
               IF W-STATPC NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATPC
                       W-MENSAGEM-ERRO
                       "CADPROC "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       PROCESSA.
           MOVE ZEROS  TO W-COD-PROC W-TAB-VALOR.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME.

           DISPLAY ERASE.
           DISPLAY "C A D A S T R O   D E   P R O C E D I M E N T O S"
               AT 0315.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0610.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0648 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "CODIGO (001-999):" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-COD-PROC NOT = ZEROS
               ACCEPT W-COD-PROC AT 0828
           END-PERFORM.
           MOVE W-COD-PROC TO PC-COD.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRO PROCEDIMENTO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2037 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-PROCED
               INVALID KEY
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-COD-PROC TO PC-COD
                       PERFORM MOVER-DADOS
                       WRITE REG-PROCED
                       MOVE PC-COD     TO W-CHAVE-AUDIT
                       MOVE SPACES     TO W-ANTES-AUDIT
                       MOVE REG-PROCED TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADPROC "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "PROCEDIMENTO JA CADASTRADO" AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-PROCED
               INVALID KEY
                   DISPLAY "PROCEDIMENTO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-PROCED TO W-ANTES-AUDIT
                   DISPLAY "DESCRICAO ATUAL: " AT 1010
                   DISPLAY PC-NOME             AT 1028
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       PERFORM MOVER-DADOS
                       REWRITE REG-PROCED
                       MOVE REG-PROCED TO W-DEPOIS-AUDIT
                       MOVE PC-COD     TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADPROC "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-PROCED
               INVALID KEY
                   DISPLAY "PROCEDIMENTO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-PROCED TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-PROCED
                       MOVE SPACES TO W-DEPOIS-AUDIT
                       MOVE PC-COD TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADPROC "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       RECEBER-DADOS.
           DISPLAY "DESCRICAO........:" AT 1210.
           PERFORM WITH TEST AFTER UNTIL W-NOME NOT = SPACES
               ACCEPT W-NOME AT 1229
           END-PERFORM.
           DISPLAY "VALOR POR CONVENIO:" AT 1410.
           MOVE ZEROS TO W-IND.
           PERFORM RECEBER-VALOR-CONV 5 TIMES.

       RECEBER-VALOR-CONV.
           ADD 1 TO W-IND.
           COMPUTE W-COLUNA = W-IND * 14 - 4.
           DISPLAY W-ROT-CONV(W-IND) AT LINE 15 COLUMN W-COLUNA.
           ADD 3 TO W-COLUNA.
           ACCEPT W-VALOR(W-IND) AT LINE 15 COLUMN W-COLUNA.

       MOVER-DADOS.
           MOVE W-NOME TO PC-NOME.
           MOVE ZEROS  TO W-IND.
           PERFORM MOVER-VALOR-CONV 5 TIMES.

       MOVER-VALOR-CONV.
           ADD 1 TO W-IND.
           MOVE W-VALOR(W-IND) TO PC-VALOR(W-IND).

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1810.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1838 WITH UPPER AUTO
           END-PERFORM.
