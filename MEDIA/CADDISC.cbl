       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CADDISC.
       AUTHOR.      JULIANO.
      *    15 OUTUBRO 2026 - JULIANO - CADASTRO DE DISCIPLINAS
      *    (DISCIPLINAS.DAT): O MEDIATUR.DAT GUARDAVA UMA MEDIA POR
      *    ALUNO E BIMESTRE, COMO SE A ESCOLA TIVESSE UMA MATERIA SO.
      *    O CADASTRO E INDEXADO PELO CODIGO DE 4 POSICOES (EX.: MAT,
      *    PORT, HIST) COM O NOME, E AS OPCOES (I)NCLUIR, (A)LTERAR E
      *    (E)XCLUIR, COMO NO CADALUNO. AS DISCIPLINAS DE CADA TURMA
      *    FICAM NO CADTURMA.cbl.

       ENVIRONMENT DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-DISC ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS DI-CODIGO
               FILE STATUS     IS W-STATD.

       DATA DIVISION.

       FILE                    SECTION.
       FD  ARQ-DISC.
       01  REG-DISC.
           02 DI-CODIGO    PIC X(4).
           02 DI-NOME      PIC X(20).

       WORKING-STORAGE SECTION.
       77    W-STATD      PIC XX    VALUE SPACES.
       77    W-RESP       PIC X     VALUE SPACES.
       77    W-GRAVA      PIC X     VALUE SPACES.
       77    W-OPCAO      PIC X     VALUE SPACE.
           88    W-OPCAO-OK         VALUE "I" "A" "E".
       77    W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77    W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77    W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77    W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77    W-CODIGO     PIC X(4)  VALUE SPACES.
       77    W-NOME-DISC  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ROT-ABRIR.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-DISC.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ROT-ABRIR.
           OPEN I-O ARQ-DISC.
           IF W-STATD = "35"
               OPEN OUTPUT ARQ-DISC
               CLOSE       ARQ-DISC
               OPEN I-O    ARQ-DISC
           ELSE
               IF W-STATD NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATD
                       W-MENSAGEM-ERRO
                       "CADDISC "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       ROT-PROCESSA.
           MOVE SPACES TO W-OPCAO W-GRAVA W-CODIGO W-NOME-DISC.

           DISPLAY ERASE.
           DISPLAY "CADASTRO DE DISCIPLINAS" AT 0320.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0510.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0548 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "CODIGO (4 POSICOES).:" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-CODIGO NOT = SPACES
               ACCEPT W-CODIGO AT 0733 WITH UPPER
           END-PERFORM.
           MOVE W-CODIGO TO DI-CODIGO.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRA DISCIPLINA? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2035 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-DISC
               INVALID KEY
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-CODIGO    TO DI-CODIGO
                       MOVE W-NOME-DISC TO DI-NOME
                       WRITE REG-DISC
                       MOVE DI-CODIGO TO W-CHAVE-AUDIT
                       MOVE SPACES TO W-ANTES-AUDIT
                       MOVE REG-DISC TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADDISC "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "DISCIPLINA JA CADASTRADA" AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-DISC
               INVALID KEY
                   DISPLAY "DISCIPLINA NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE DI-NOME TO W-NOME-DISC
                   MOVE REG-DISC TO W-ANTES-AUDIT
                   DISPLAY W-NOME-DISC AT 0933
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-NOME-DISC TO DI-NOME
                       REWRITE REG-DISC
                       MOVE DI-CODIGO TO W-CHAVE-AUDIT
                       MOVE REG-DISC TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADDISC "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-DISC
               INVALID KEY
                   DISPLAY "DISCIPLINA NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   DISPLAY DI-NOME AT 0933
                   MOVE REG-DISC TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-DISC
                       MOVE DI-CODIGO TO W-CHAVE-AUDIT
                       MOVE SPACES TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADDISC "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       RECEBER-DADOS.
           DISPLAY "NOME................:" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-NOME-DISC NOT = SPACES
               ACCEPT W-NOME-DISC AT 0933 WITH UPPER
           END-PERFORM.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1638 WITH UPPER AUTO
           END-PERFORM.
