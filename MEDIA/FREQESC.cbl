      *    CADA UM EM FREQTUR.DAT. A MEDIA (MEDIA.cbl) APURA DAI O
      *    PERCENTUAL DE FREQUENCIA NO FECHAMENTO E REPROVA POR FALTA
      *    QUEM FICA ABAIXO DE 75%.
      *    15 OUTUBRO 2026 - JULIANO - A CHAMADA PASSA A SER POR
      *    DISCIPLINA: DEPOIS DA TURMA O PROGRAMA PEDE O CODIGO DA
      *    DISCIPLINA (DISCIPLINAS.DAT, DA LISTA DA TURMA EM TURMAS.DAT
      *    QUANDO ELA EXISTE), GRAVADO EM FQ-DISCIPLINA NO FIM DO
      *    FREQTUR.DAT. A FREQUENCIA E APURADA POR DISCIPLINA.
      *    15 OUTUBRO 2026 - JULIANO - ALUNO FORMADO (AL-FORMADO,
      *    MARCADO PELO PROMOVE.cbl) FICA FORA DA CHAMADA DA ULTIMA
      *    TURMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION           SECTION.
           SELECT ARQ-FREQ ASSIGN TO "FREQTUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATFQ.
           SELECT ARQ-DISC ASSIGN TO "DISCIPLINAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS DI-CODIGO
               FILE STATUS     IS W-STATD.
           SELECT ARQ-TURMAS ASSIGN TO "TURMAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS TM-TURMA
               FILE STATUS     IS W-STATT.

       DATA DIVISION.

               03 AL-MATR-DV   PIC 9.
           02 AL-NOME      PIC X(30).
           02 AL-TURMA     PIC X(15).
           02 AL-SITUACAO  PIC X.
               88 AL-FORMADO   VALUE "F".

       FD  ARQ-FREQ
           LABEL RECORD STANDARD.
           02 FQ-PRES      PIC X(1).
               88 FQ-PRESENTE VALUE "P".
               88 FQ-FALTOU   VALUE "F".
           02 FILLER       PIC X(01) VALUE SPACE.
           02 FQ-DISCIPLINA PIC X(4).

       FD  ARQ-DISC.
       01  REG-DISC.
           02 DI-CODIGO    PIC X(4).
           02 DI-NOME      PIC X(20).

       FD  ARQ-TURMAS.
       01  REG-TURMA.
           02 TM-TURMA      PIC X(15).
           02 TM-MAX-RECUP  PIC 9.
           02 TM-QTD-DISC   PIC 99.
           02 TM-DISCIPLINA PIC X(4) OCCURS 12 TIMES.
           02 TM-PROXIMA    PIC X(15).
           02 TM-FORMANDA   PIC X.
               88 TM-ULTIMA-SERIE VALUE "S".

       WORKING-STORAGE SECTION.
       77    W-STATA       PIC XX    VALUE SPACES.
       77    W-PRESENCA    PIC X     VALUE SPACES.
           88 PRESENCA-VALIDA       VALUE "P" "F".
       77    W-QTD-ALUNOS  PIC 9(3)  VALUE ZEROS.
       77    W-STATD       PIC XX    VALUE SPACES.
       77    W-STATT       PIC XX    VALUE SPACES.
       77    W-DISCIPLINA  PIC X(4)  VALUE SPACES.
       77    W-DISC-OK     PIC X     VALUE "N".
       77    W-TEM-LISTA   PIC X     VALUE "N".
       77    W-IND         PIC 99    VALUE ZEROS.

       PROCEDURE DIVISION.

       INICIO.
           OPEN INPUT ARQ-DISC.
           IF W-STATD NOT = "00"
               DISPLAY "DISCIPLINAS.DAT NAO ENCONTRADO - RODE O CADDISC"
                   AT 1210
               STOP " "
               GOBACK
           END-IF.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-DISC.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE SPACES TO W-TURMA W-DATA-OK W-DISCIPLINA.
           MOVE ZEROS  TO W-DATA-AULA W-QTD-ALUNOS.

           DISPLAY ERASE.
           PERFORM WITH TEST AFTER UNTIL W-TURMA NOT = SPACES
               ACCEPT W-TURMA AT 0531 WITH UPPER
           END-PERFORM.
           PERFORM BUSCAR-DISCIPLINA.
           DISPLAY "DATA (AAAAMMDD)....:" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT W-DATA-AULA AT 0731
      *    CHAMAR-ALUNO - CADA ALUNO DA TURMA E CHAMADO NA TELA E A
      *    RESPOSTA (P/F) VAI PARA FREQTUR.DAT.
       CHAMAR-ALUNO.
           IF AL-TURMA = W-TURMA AND NOT AL-FORMADO
               ADD 1 TO W-QTD-ALUNOS
               MOVE SPACES TO W-PRESENCA
               DISPLAY "ALUNO: " AT 1010
           MOVE W-DATA-AULA   TO FQ-DATA.
           MOVE AL-MATRICULA  TO FQ-MATRICULA.
           MOVE W-PRESENCA    TO FQ-PRES.
           MOVE W-DISCIPLINA  TO FQ-DISCIPLINA.
           OPEN EXTEND ARQ-FREQ.
           IF W-STATFQ = "35"
               OPEN OUTPUT ARQ-FREQ
           WRITE REG-FREQ.
           CLOSE ARQ-FREQ.

      *    BUSCAR-DISCIPLINA - A CHAMADA E DE UMA DISCIPLINA DO
      *    DISCIPLINAS.DAT; SE A TURMA TEM LISTA NO TURMAS.DAT
      *    (CADTURMA.cbl), A DISCIPLINA TEM DE ESTAR NELA.
       BUSCAR-DISCIPLINA.
           MOVE "N" TO W-TEM-LISTA.
           OPEN INPUT ARQ-TURMAS.
           IF W-STATT = "00"
               MOVE W-TURMA TO TM-TURMA
               READ ARQ-TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TM-QTD-DISC > ZEROS
                           MOVE "S" TO W-TEM-LISTA
                       END-IF
               END-READ
               CLOSE ARQ-TURMAS
           END-IF.

           DISPLAY "DISCIPLINA.........:" AT 0610.
           MOVE "N" TO W-DISC-OK.
           PERFORM WITH TEST AFTER UNTIL W-DISC-OK = "S"
               MOVE SPACES TO W-DISCIPLINA
               PERFORM WITH TEST AFTER UNTIL W-DISCIPLINA NOT = SPACES
                   ACCEPT W-DISCIPLINA AT 0631 WITH UPPER
               END-PERFORM
               PERFORM CONFERIR-DISCIPLINA
           END-PERFORM.

       CONFERIR-DISCIPLINA.
           MOVE W-DISCIPLINA TO DI-CODIGO.
           READ ARQ-DISC
               INVALID KEY
                   DISPLAY "DISCIPLINA NAO CADASTRADA   " AT 2310
               NOT INVALID KEY
                   IF W-TEM-LISTA = "S"
                       MOVE ZEROS TO W-IND
                       PERFORM PROCURAR-NA-TURMA
                           UNTIL W-IND NOT < TM-QTD-DISC
                              OR W-DISC-OK = "S"
                       IF W-DISC-OK NOT = "S"
                           DISPLAY "DISCIPLINA FORA DA TURMA    "
                               AT 2310
                       END-IF
                   ELSE
                       MOVE "S" TO W-DISC-OK
                   END-IF
           END-READ.
           IF W-DISC-OK = "S"
               DISPLAY "                            " AT 2310
               DISPLAY DI-NOME AT 0636
           END-IF.

       PROCURAR-NA-TURMA.
           ADD 1 TO W-IND.
           IF TM-DISCIPLINA(W-IND) = W-DISCIPLINA
               MOVE "S" TO W-DISC-OK
           END-IF.

       FIM.
