      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       CAD-GARCOM.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CADASTRO DE GARCONS (GARCONS.DAT):
      *   LIGA O NOME DO GARCOM COMO ELE E DIGITADO NA ABERTURA DA
      *   COMANDA (COM-GARCOM) A MATRICULA DELE EM FUNCIONARIOS.DAT,
      *   PARA QUE A CAIXINHA DOS 10% APURADA PELO RATEIO-SV.cbl
      *   CAIA NO HOLERITE CERTO. MATRICULA ZERO MARCA GARCOM SEM
      *   REGISTRO (EXTRA), QUE RECEBE O RATEIO FORA DA FOLHA. MESMO
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
           SELECT ARQ-GARCOM ASSIGN TO "GARCONS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS GC-NOME
               FILE STATUS     IS W-STATG.

           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS RF-MATRICULA
               FILE STATUS     IS W-STATF.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-GARCOM.
       01  REG-GARCOM.
           02 GC-NOME       PIC X(20).
           02 GC-MATRICULA  PIC 9(8).

       FD  ARQ-FUNC.
       01  REG-FUNC.
           02 RF-MATRICULA.
               03 RF-MATR-BASE PIC 9(7).
               03 RF-MATR-DV   PIC 9.
           02 RF-NOME      PIC X(30).
           02 RF-SALARIO   PIC 9(10)V99.
           02 RF-SITUACAO  PIC X(1).
               88 RF-ATIVO      VALUE "A" " ".
               88 RF-DESLIGADO  VALUE "D".
           02 RF-DT-ADMISSAO PIC 9(8).
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATG         PIC X(02) VALUE SPACES.
       77 W-STATF         PIC X(02) VALUE SPACES.
       77 W-FUNC-ABERTO   PIC X     VALUE "N".
           88 FUNC-ABERTO             VALUE "S".
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-GRAVA         PIC X     VALUE SPACES.
       77 W-OPCAO         PIC X     VALUE SPACE.
           88 W-OPCAO-OK              VALUE "I" "A" "E".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-NOME-GARCOM   PIC X(20) VALUE SPACES.
       77 W-MATRICULA     PIC 9(8)  VALUE ZEROS.
       77 W-MATR-OK       PIC X     VALUE "N".

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-GARCOM.
           IF FUNC-ABERTO
               CLOSE ARQ-FUNC
           END-IF.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-GARCOM.
           IF W-STATG = "35"
               OPEN OUTPUT ARQ-GARCOM
               CLOSE       ARQ-GARCOM
               OPEN I-O    ARQ-GARCOM
           ELSE
               IF W-STATG NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATG
                       W-MENSAGEM-ERRO
                       "CADGARC "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           OPEN INPUT ARQ-FUNC.
           IF W-STATF = "00"
               MOVE "S" TO W-FUNC-ABERTO
           END-IF.

       PROCESSA.
           MOVE ZEROS  TO W-MATRICULA.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME-GARCOM.

           DISPLAY ERASE.
           DISPLAY "C A D A S T R O   D E   G A R C O N S" AT 0520.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0848 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "NOME DO GARCOM........:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-NOME-GARCOM NOT = SPACES
               ACCEPT W-NOME-GARCOM AT 1034 WITH UPPER
           END-PERFORM.
           MOVE W-NOME-GARCOM TO GC-NOME.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRO GARCOM? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2031 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-GARCOM
               INVALID KEY
                   PERFORM RECEBER-MATRICULA
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-NOME-GARCOM TO GC-NOME
                       MOVE W-MATRICULA   TO GC-MATRICULA
                       WRITE REG-GARCOM
                       MOVE GC-NOME    TO W-CHAVE-AUDIT
                       MOVE SPACES     TO W-ANTES-AUDIT
                       MOVE REG-GARCOM TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADGARC "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "GARCOM JA CADASTRADO" AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-GARCOM
               INVALID KEY
                   DISPLAY "GARCOM NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE GC-MATRICULA TO W-MATRICULA
                   DISPLAY "MATRICULA ATUAL: " AT 1210
                   DISPLAY W-MATRICULA         AT 1227
                   MOVE REG-GARCOM TO W-ANTES-AUDIT
                   PERFORM RECEBER-MATRICULA
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-MATRICULA TO GC-MATRICULA
                       REWRITE REG-GARCOM
                       MOVE REG-GARCOM TO W-DEPOIS-AUDIT
                       MOVE GC-NOME    TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADGARC "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-GARCOM
               INVALID KEY
                   DISPLAY "GARCOM NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-GARCOM TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-GARCOM
                       MOVE SPACES  TO W-DEPOIS-AUDIT
                       MOVE GC-NOME TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADGARC "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * RECEBER-MATRICULA - MATRICULA ZERO (GARCOM EXTRA, SEM REGISTRO)
      *   E ACEITA; QUALQUER OUTRA PRECISA EXISTIR EM FUNCIONARIOS.DAT
      *   E ESTAR ATIVA, QUANDO O CADASTRO DE FUNCIONARIOS EXISTE.
      *-----------------------------------------------------------------*
       RECEBER-MATRICULA.
           DISPLAY "MATRICULA (0 = EXTRA).:" AT 1410.
           MOVE "N" TO W-MATR-OK.
           PERFORM WITH TEST AFTER UNTIL W-MATR-OK = "S"
               ACCEPT W-MATRICULA AT 1434
               PERFORM VALIDAR-MATRICULA
           END-PERFORM.

       VALIDAR-MATRICULA.
           MOVE "S" TO W-MATR-OK.
           DISPLAY "                              " AT 1444.
           IF W-MATRICULA = ZEROS OR NOT FUNC-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE W-MATRICULA TO RF-MATRICULA.
           READ ARQ-FUNC
               INVALID KEY
                   MOVE "N" TO W-MATR-OK
                   DISPLAY "MATRICULA NAO CADASTRADA" AT 2310
               NOT INVALID KEY
                   IF RF-DESLIGADO
                       MOVE "N" TO W-MATR-OK
                       DISPLAY "FUNCIONARIO DESLIGADO   " AT 2310
                   ELSE
                       DISPLAY RF-NOME AT 1444
                       DISPLAY "                        " AT 2310
                   END-IF
           END-READ.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1638 WITH UPPER AUTO
           END-PERFORM.
