       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CADTURMA.
       AUTHOR.      JULIANO.
      *    15 OUTUBRO 2026 - JULIANO - DISCIPLINAS DA TURMA
      *    (TURMAS.DAT): PARA CADA TURMA (O MESMO NOME GRAVADO EM
      *    AL-TURMA NO CADALUNO) GUARDA ATE 12 DISCIPLINAS DO
      *    DISCIPLINAS.DAT (CADDISC.cbl) E A REGRA DA TURMA PARA O
      *    FECHAMENTO DO ANO: QUANTAS DISCIPLINAS O ALUNO PODE PERDER E
      *    AINDA IR PARA A RECUPERACAO; ACIMA DISSO FICA RETIDO. O
      *    MEDIA.cbl E O FREQESC.cbl SO ACEITAM DISCIPLINA DA TURMA DO
      *    ALUNO. NA ALTERACAO, CODIGO EM BRANCO MANTEM A DISCIPLINA DA
      *    POSICAO E "-" A RETIRA.
      *    15 OUTUBRO 2026 - JULIANO - TABELA DE PROMOCAO: A TURMA
      *    GANHA A PROXIMA TURMA (TM-PROXIMA), PARA ONDE O PROMOVE.cbl
      *    LEVA OS APROVADOS NO FIM DO ANO, E A MARCA DE ULTIMA SERIE
      *    (TM-FORMANDA), CUJOS APROVADOS SAEM FORMADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS TM-TURMA
               FILE STATUS     IS W-STATT.
           SELECT ARQ-DISC ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS DI-CODIGO
               FILE STATUS     IS W-STATD.

       DATA DIVISION.

       FILE                    SECTION.
       FD  ARQ-TURMAS.
       01  REG-TURMA.
           02 TM-TURMA      PIC X(15).
           02 TM-MAX-RECUP  PIC 9.
           02 TM-QTD-DISC   PIC 99.
           02 TM-DISCIPLINA PIC X(4) OCCURS 12 TIMES.
           02 TM-PROXIMA    PIC X(15).
           02 TM-FORMANDA   PIC X.
               88 TM-ULTIMA-SERIE VALUE "S".

       FD  ARQ-DISC.
       01  REG-DISC.
           02 DI-CODIGO    PIC X(4).
           02 DI-NOME      PIC X(20).

       WORKING-STORAGE SECTION.
       77    W-STATT      PIC XX    VALUE SPACES.
       77    W-STATD      PIC XX    VALUE SPACES.
       77    W-RESP       PIC X     VALUE SPACES.
       77    W-GRAVA      PIC X     VALUE SPACES.
       77    W-OPCAO      PIC X     VALUE SPACE.
           88    W-OPCAO-OK         VALUE "I" "A" "E".
       77    W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77    W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77    W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77    W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77    W-TURMA      PIC X(15) VALUE SPACES.
       77    W-MAX-RECUP  PIC 9     VALUE ZEROS.
       77    W-IND        PIC 99    VALUE ZEROS.
       77    W-QTD        PIC 99    VALUE ZEROS.
       77    W-LINHA      PIC 99    VALUE ZEROS.
       77    W-COLUNA     PIC 99    VALUE ZEROS.
       77    W-CODIGO     PIC X(4)  VALUE SPACES.
       77    W-DISC-OK    PIC X     VALUE "N".
       77    W-FORMANDA   PIC X     VALUE "N".
       77    W-PROXIMA    PIC X(15) VALUE SPACES.

       01    W-LISTA.
           02 W-DISCIPLINA PIC X(4) OCCURS 12 TIMES.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ROT-ABRIR.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-TURMAS ARQ-DISC.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ROT-ABRIR.
           OPEN INPUT ARQ-DISC.
           IF W-STATD NOT = "00"
               DISPLAY "DISCIPLINAS.DAT NAO ENCONTRADO - RODE O CADDISC"
                   AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-TURMAS.
           IF W-STATT = "35"
               OPEN OUTPUT ARQ-TURMAS
               CLOSE       ARQ-TURMAS
               OPEN I-O    ARQ-TURMAS
           ELSE
               IF W-STATT NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATT
                       W-MENSAGEM-ERRO
                       "CADTURMA"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       ROT-PROCESSA.
           MOVE SPACES TO W-OPCAO W-GRAVA W-TURMA W-LISTA W-PROXIMA.
           MOVE "N"    TO W-FORMANDA.
           MOVE ZEROS  TO W-MAX-RECUP.

           DISPLAY ERASE.
           DISPLAY "DISCIPLINAS DA TURMA" AT 0320.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0510.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0548 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "TURMA...............:" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-TURMA NOT = SPACES
               ACCEPT W-TURMA AT 0733 WITH UPPER
           END-PERFORM.
           MOVE W-TURMA TO TM-TURMA.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRA TURMA? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2030 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-TURMAS
               INVALID KEY
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       PERFORM MOVER-DADOS
                       WRITE REG-TURMA
                       MOVE TM-TURMA TO W-CHAVE-AUDIT
                       MOVE SPACES TO W-ANTES-AUDIT
                       MOVE REG-TURMA TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADTURMA"
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "TURMA JA CADASTRADA" AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-TURMAS
               INVALID KEY
                   DISPLAY "TURMA NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE TM-MAX-RECUP TO W-MAX-RECUP
                   MOVE TM-FORMANDA  TO W-FORMANDA
                   MOVE TM-PROXIMA   TO W-PROXIMA
                   MOVE ZEROS TO W-IND
                   PERFORM CARREGAR-DISCIPLINA 12 TIMES
                   MOVE REG-TURMA TO W-ANTES-AUDIT
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       PERFORM MOVER-DADOS
                       REWRITE REG-TURMA
                       MOVE TM-TURMA TO W-CHAVE-AUDIT
                       MOVE REG-TURMA TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADTURMA"
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-TURMAS
               INVALID KEY
                   DISPLAY "TURMA NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE REG-TURMA TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-TURMAS
                       MOVE TM-TURMA TO W-CHAVE-AUDIT
                       MOVE SPACES TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADTURMA"
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       CARREGAR-DISCIPLINA.
           ADD 1 TO W-IND.
           IF W-IND NOT > TM-QTD-DISC
               MOVE TM-DISCIPLINA(W-IND) TO W-DISCIPLINA(W-IND)
           END-IF.

      *    RECEBER-DADOS - A REGRA DA TURMA E AS 12 POSICOES DE
      *    DISCIPLINA, EM DUAS COLUNAS; CADA CODIGO DIGITADO TEM DE
      *    EXISTIR NO DISCIPLINAS.DAT.
       RECEBER-DADOS.
           DISPLAY "FORMANDA? (S/N):" AT 0810.
           DISPLAY W-FORMANDA AT 0827.
           PERFORM WITH TEST AFTER UNTIL W-FORMANDA = "S" OR "N"
               ACCEPT W-FORMANDA AT 0827 WITH UPPER AUTO
           END-PERFORM.
           IF W-FORMANDA = "S"
               MOVE SPACES TO W-PROXIMA
           ELSE
               DISPLAY "PROXIMA TURMA:" AT 0835
               DISPLAY W-PROXIMA AT 0850
               PERFORM WITH TEST AFTER
                       UNTIL W-PROXIMA NOT = SPACES
                         AND W-PROXIMA NOT = W-TURMA
                   ACCEPT W-PROXIMA AT 0850 WITH UPPER
               END-PERFORM
           END-IF.
           DISPLAY "DISCIPLINAS PERDIDAS QUE AINDA VAO A RECUPERACAO:"
               AT 0910.
           DISPLAY W-MAX-RECUP AT 0960.
           ACCEPT W-MAX-RECUP AT 0960.
           DISPLAY "DISCIPLINAS (BRANCO MANTEM, - RETIRA):" AT 1010.
           MOVE ZEROS TO W-IND.
           PERFORM RECEBER-DISCIPLINA 12 TIMES.

       RECEBER-DISCIPLINA.
           ADD 1 TO W-IND.
           IF W-IND < 7
               COMPUTE W-LINHA = 10 + W-IND
               MOVE 10 TO W-COLUNA
           ELSE
               COMPUTE W-LINHA = 4 + W-IND
               MOVE 46 TO W-COLUNA
           END-IF.
           DISPLAY "DISC" AT LINE W-LINHA COLUMN W-COLUNA.
           DISPLAY W-IND  AT LINE W-LINHA COLUMN W-COLUNA + 5.
           DISPLAY W-DISCIPLINA(W-IND)
               AT LINE W-LINHA COLUMN W-COLUNA + 9.
           MOVE "N" TO W-DISC-OK.
           PERFORM WITH TEST AFTER UNTIL W-DISC-OK = "S"
               MOVE SPACES TO W-CODIGO
               ACCEPT W-CODIGO AT LINE W-LINHA COLUMN W-COLUNA + 9
                   WITH UPPER
               EVALUATE W-CODIGO
                   WHEN SPACES
                       MOVE "S" TO W-DISC-OK
                   WHEN "-"
                       MOVE SPACES TO W-DISCIPLINA(W-IND)
                       MOVE "S" TO W-DISC-OK
                   WHEN OTHER
                       PERFORM CONFERIR-DISCIPLINA
               END-EVALUATE
           END-PERFORM.
           DISPLAY W-DISCIPLINA(W-IND)
               AT LINE W-LINHA COLUMN W-COLUNA + 9.

       CONFERIR-DISCIPLINA.
           MOVE W-CODIGO TO DI-CODIGO.
           READ ARQ-DISC
               INVALID KEY
                   DISPLAY "DISCIPLINA NAO CADASTRADA" AT 2310
               NOT INVALID KEY
                   MOVE W-CODIGO TO W-DISCIPLINA(W-IND)
                   MOVE "S" TO W-DISC-OK
                   DISPLAY "                         " AT 2310
           END-READ.

      *    MOVER-DADOS - AS DISCIPLINAS VAO PARA O REGISTRO SEM AS
      *    POSICOES VAZIAS.
       MOVER-DADOS.
           MOVE W-TURMA     TO TM-TURMA.
           MOVE W-MAX-RECUP TO TM-MAX-RECUP.
           MOVE W-PROXIMA   TO TM-PROXIMA.
           MOVE W-FORMANDA  TO TM-FORMANDA.
           MOVE SPACES      TO TM-DISCIPLINA(1) TM-DISCIPLINA(2)
                               TM-DISCIPLINA(3) TM-DISCIPLINA(4)
                               TM-DISCIPLINA(5) TM-DISCIPLINA(6)
                               TM-DISCIPLINA(7) TM-DISCIPLINA(8)
                               TM-DISCIPLINA(9) TM-DISCIPLINA(10)
                               TM-DISCIPLINA(11) TM-DISCIPLINA(12).
           MOVE ZEROS TO W-QTD W-IND.
           PERFORM COMPACTAR-DISCIPLINA 12 TIMES.
           MOVE W-QTD TO TM-QTD-DISC.

       COMPACTAR-DISCIPLINA.
           ADD 1 TO W-IND.
           IF W-DISCIPLINA(W-IND) NOT = SPACES
               ADD 1 TO W-QTD
               MOVE W-DISCIPLINA(W-IND) TO TM-DISCIPLINA(W-QTD)
           END-IF.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1810.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1838 WITH UPPER AUTO
           END-PERFORM.
