      *    O FECHAMENTO DO ANO (MEDIA DOS QUATRO BIMESTRES, DECISAO
      *    FINAL E CONSELHO DE CLASSE) E FEITO PELO NOVO FECHAANO.cbl,
      *    QUE GRAVA O RESULTADO FINAL COM BIMESTRE 9.
      *    15 OUTUBRO 2026 - JULIANO - A NOTA PASSA A SER POR
      *    DISCIPLINA: DEPOIS DO BIMESTRE O PROGRAMA PEDE O CODIGO DA
      *    DISCIPLINA (DISCIPLINAS.DAT, CADDISC.cbl), QUE TEM DE SER
      *    DA LISTA DA TURMA QUANDO ELA EXISTE EM TURMAS.DAT
      *    (CADTURMA.cbl). O CODIGO VAI PARA RM-DISCIPLINA NO FIM DO
      *    MEDIATUR.DAT E A FREQUENCIA SO CONTA AS CHAMADAS DAQUELA
      *    DISCIPLINA. REGISTROS ANTIGOS FICAM COM DISCIPLINA EM
      *    BRANCO.
      *    15 OUTUBRO 2026 - JULIANO - ALUNO FORMADO (AL-FORMADO,
      *    MARCADO PELO PROMOVE.cbl) NAO RECEBE MAIS NOTA.

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

           02 RM-FREQUENCIA PIC 9(3).
           02 FILLER       PIC X(01).
           02 RM-BIMESTRE  PIC 9.
           02 FILLER       PIC X(01).
           02 RM-DISCIPLINA PIC X(4).

       FD  ARQ-ALUNOS.
       01  REG-ALUNO.
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
           02 FILLER       PIC X(01).
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
      *    SEMPRE INICIALIZAR AS VARIAVIES. NESSE CASO COM 0.
       77    W-QTD-PRES    PIC 9(3) VALUE ZEROS.
       77    W-FREQUENCIA  PIC 9(3) VALUE ZEROS.
       77    W-FREQ-ED     PIC ZZ9  VALUE ZEROS.
       77    W-STATD       PIC XX   VALUE SPACES.
       77    W-STATT       PIC XX   VALUE SPACES.
       77    W-DISCIPLINA  PIC X(4) VALUE SPACES.
       77    W-DISC-OK     PIC X    VALUE "N".
       77    W-TEM-LISTA   PIC X    VALUE "N".
       77    W-IND         PIC 99   VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM WITH TEST AFTER UNTIL BIMESTRE-OK
               ACCEPT W-BIMESTRE AT 0847
           END-PERFORM.
           PERFORM BUSCAR-DISCIPLINA.

           DISPLAY "TURMA: " AT 0930.
           DISPLAY "NOME:  " AT 1030.
           END-IF.

           PERFORM GRAVAR-MEDIA.
           GOBACK.

      *    BUSCAR-ALUNO - RECEBE A MATRICULA, CONFERE O DIGITO E TRAZ
      *    NOME E TURMA DO CADASTRO ALUNOS.DAT.
                   INVALID KEY
                       DISPLAY "ALUNO NAO CADASTRADO     " AT 0830
                   NOT INVALID KEY
                       IF AL-FORMADO
                           DISPLAY "ALUNO JA FORMADO         " AT 0830
                       ELSE
                           MOVE "S" TO W-ACHOU-ALUNO
                           DISPLAY "                         " AT 0830
                       END-IF
               END-READ
           END-PERFORM.
           MOVE AL-NOME  TO NOME.
           MOVE SITUACAO TO RM-SITUACAO.
           MOVE W-FREQUENCIA TO RM-FREQUENCIA.
           MOVE W-BIMESTRE TO RM-BIMESTRE.
           MOVE W-DISCIPLINA TO RM-DISCIPLINA.
           WRITE REG-MEDIA.
           CLOSE ARQ-MEDIA.

      *    APURAR-FREQUENCIA - CONTA EM FREQTUR.DAT AS CHAMADAS DO
      *    ALUNO NA DISCIPLINA (FREQESC.cbl) E CALCULA O PERCENTUAL
      *    DE PRESENCA; SEM CHAMADA REGISTRADA, O ALUNO FICA COM 100%.
       APURAR-FREQUENCIA.
           MOVE ZEROS TO W-QTD-AULAS W-QTD-PRES.
           MOVE "N"   TO W-FIM-FREQ.

       CONTAR-FREQUENCIA.
           IF FQ-MATRICULA = AL-MATRICULA
              AND FQ-DISCIPLINA = W-DISCIPLINA
               ADD 1 TO W-QTD-AULAS
               IF FQ-PRESENTE
                   ADD 1 TO W-QTD-PRES
           END-IF.
           PERFORM LER-FREQUENCIA.

      *    BUSCAR-DISCIPLINA - A DISCIPLINA DA NOTA TEM DE EXISTIR NO
      *    DISCIPLINAS.DAT E, SE A TURMA TEM LISTA NO TURMAS.DAT
      *    (CADTURMA.cbl), FAZER PARTE DELA.
       BUSCAR-DISCIPLINA.
           OPEN INPUT ARQ-DISC.
           IF W-STATD NOT = "00"
               DISPLAY "DISCIPLINAS.DAT NAO ENCONTRADO - RODE O CADDISC"
                   AT 2310
               STOP " "
               GOBACK
           END-IF.
           MOVE "N" TO W-TEM-LISTA.
           OPEN INPUT ARQ-TURMAS.
           IF W-STATT = "00"
               MOVE TURMA TO TM-TURMA
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

           DISPLAY "DISCIPLINA: " AT 0850.
           MOVE "N" TO W-DISC-OK.
           PERFORM WITH TEST AFTER UNTIL W-DISC-OK = "S"
               MOVE SPACES TO W-DISCIPLINA
               PERFORM WITH TEST AFTER UNTIL W-DISCIPLINA NOT = SPACES
                   ACCEPT W-DISCIPLINA AT 0862 WITH UPPER
               END-PERFORM
               PERFORM CONFERIR-DISCIPLINA
           END-PERFORM.
           CLOSE ARQ-DISC.

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
               DISPLAY DI-NOME AT 0867
           END-IF.

       PROCURAR-NA-TURMA.
           ADD 1 TO W-IND.
           IF TM-DISCIPLINA(W-IND) = W-DISCIPLINA
               MOVE "S" TO W-DISC-OK
           END-IF.

       FIM.
