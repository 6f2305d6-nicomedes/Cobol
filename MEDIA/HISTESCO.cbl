      *    COMUM/MODCALCDV.cbl), BUSCA O ALUNO EM ALUNOS.DAT E LISTA
      *    EM HISTESCO.LST TODOS OS RESULTADOS DELE, TURMA POR TURMA,
      *    COM MEDIA E SITUACAO.
      *    15 OUTUBRO 2026 - JULIANO - COLUNA DA DISCIPLINA: CADA
      *    NOTA, BIMESTRAL OU FINAL, SAI COM O CODIGO DA DISCIPLINA; A
      *    LINHA FINAL SEM DISCIPLINA E O RESULTADO GERAL DO ANO.
      *    15 OUTUBRO 2026 - JULIANO - ANOS ANTERIORES: O
      *    PROMOVE.cbl LEVA OS RESULTADOS FINAIS DE CADA ANO PARA
      *    HISTANO.DAT E OS TIRA DE MEDIATUR.DAT. O HISTORICO LISTA
      *    PRIMEIRO ESSES ANOS (COM O ANO LETIVO E O DESTINO DO ALUNO)
      *    E DEPOIS O ANO CORRENTE ("ATUAL").

       ENVIRONMENT DIVISION.
       CONFIGURATION           SECTION.
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS AL-MATRICULA
               FILE STATUS     IS W-STATA.
           SELECT ARQ-HIST ASSIGN TO "HISTANO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATH.
           SELECT REL-HIST ASSIGN TO "HISTESCO.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.
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

       FD  ARQ-HIST
           LABEL RECORD STANDARD.
       01  REG-HIST.
           02 HA-ANO       PIC 9(4).
           02 FILLER       PIC X(01).
           02 HA-MATRICULA PIC 9(8).
           02 FILLER       PIC X(01).
           02 HA-TURMA     PIC X(15).
           02 FILLER       PIC X(01).
           02 HA-NOME      PIC X(30).
           02 FILLER       PIC X(01).
           02 HA-MEDIA     PIC Z9,9.
           02 FILLER       PIC X(01).
           02 HA-SITUACAO  PIC X(09).
           02 FILLER       PIC X(01).
           02 HA-FREQUENCIA PIC 9(3).
           02 FILLER       PIC X(01).
           02 HA-DISCIPLINA PIC X(4).
           02 FILLER       PIC X(01).
           02 HA-RESULTADO PIC X(12).
           02 FILLER       PIC X(01).
           02 HA-DESTINO   PIC X(15).

       FD  REL-HIST
           LABEL RECORD STANDARD.
       77    COD-ERRO-MED PIC XX     VALUE SPACES.
       77    W-STATA      PIC XX     VALUE SPACES.
       77    COD-ERRO-REL PIC XX     VALUE SPACES.
       77    W-STATH      PIC XX     VALUE SPACES.
       77    W-FIM-ARQ    PIC X      VALUE "N".
           88    FIM-ARQUIVO         VALUE "S".
       77    W-MATR-BASE  PIC 9(7)   VALUE ZEROS.
           02    FILLER   PIC X(08) VALUE "MEDIA".
           02    FILLER   PIC X(11) VALUE "SITUACAO".
           02    FILLER   PIC X(08) VALUE "FREQ %".
           02    FILLER   PIC X(07) VALUE "BIM".
           02    FILLER   PIC X(06) VALUE "DISC".
           02    FILLER   PIC X(07) VALUE "ANO".
           02    FILLER   PIC X(16) VALUE "DESTINO".
       01    LINDET.
           02    LD-TURMA PIC X(15).
           02    FILLER   PIC X(2)  VALUE SPACES.
           02    LD-FREQ  PIC ZZ9.
           02    FILLER   PIC X(3)  VALUE SPACES.
           02    LD-BIM   PIC X(05).
           02    FILLER   PIC X(2)  VALUE SPACES.
           02    LD-DISC  PIC X(4).
           02    FILLER   PIC X(2)  VALUE SPACES.
           02    LD-ANO   PIC X(05).
           02    FILLER   PIC X(2)  VALUE SPACES.
           02    LD-DESTINO PIC X(15).
           02    FILLER   PIC X(3)  VALUE SPACES.
       01    LINVAZIO.
           02    FILLER   PIC X(40) VALUE
                 "NENHUM RESULTADO LANCADO PARA O ALUNO".
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-HIST.
           IF W-STATH = "00"
               PERFORM LER-HISTORICO
               PERFORM LISTAR-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE ARQ-HIST
           END-IF.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MEDIA.
           IF COD-ERRO-MED = "00"
               MOVE RM-MEDIA    TO LD-MEDIA
               MOVE RM-SITUACAO TO LD-SIT
               MOVE RM-FREQUENCIA TO LD-FREQ
               MOVE RM-DISCIPLINA TO LD-DISC
               MOVE "ATUAL"       TO LD-ANO
               MOVE SPACES        TO LD-DESTINO
      *        O RESULTADO DO FECHAMENTO DO ANO (BIMESTRE 9) SAI COMO
      *        FINAL; OS DEMAIS MOSTRAM O BIMESTRE 1 A 4.
               IF RM-BIMESTRE = 9
               ADD 1 TO W-QTD-RES
           END-IF.
           PERFORM LER-MEDIA.

      *    LISTAR-HISTORICO - ANOS JA ENCERRADOS PELO PROMOVE.cbl: SO
      *    OS RESULTADOS FINAIS, COM O ANO LETIVO E, NA LINHA GERAL, O
      *    DESTINO DO ALUNO (PROXIMA TURMA, RETIDO OU FORMADO).
       LER-HISTORICO.
           READ ARQ-HIST
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       LISTAR-HISTORICO.
           IF HA-MATRICULA = AL-MATRICULA
               MOVE HA-TURMA      TO LD-TURMA
               MOVE HA-MEDIA      TO LD-MEDIA
               MOVE HA-SITUACAO   TO LD-SIT
               MOVE HA-FREQUENCIA TO LD-FREQ
               MOVE "FINAL"       TO LD-BIM
               MOVE HA-DISCIPLINA TO LD-DISC
               MOVE HA-ANO        TO LD-ANO
               MOVE SPACES        TO LD-DESTINO
               IF HA-DISCIPLINA = SPACES
                   IF HA-RESULTADO = "PROMOVIDO"
                       MOVE HA-DESTINO   TO LD-DESTINO
                   ELSE
                       MOVE HA-RESULTADO TO LD-DESTINO
                   END-IF
               END-IF
               WRITE REG-REL FROM LINDET
               ADD 1 TO W-QTD-RES
           END-IF.
           PERFORM LER-HISTORICO.
