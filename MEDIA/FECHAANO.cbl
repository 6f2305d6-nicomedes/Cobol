      *    GRAVADO EM MEDIATUR.DAT COM BIMESTRE 9 E O QUADRO DO
      *    CONSELHO DE CLASSE (B1 A B4, FINAL, FREQUENCIA E SITUACAO)
      *    SAI EM CONSELHO.LST.
      *    15 OUTUBRO 2026 - JULIANO - O FECHAMENTO PASSA A SER POR
      *    DISCIPLINA (RM-DISCIPLINA, GRAVADA PELO MEDIA.cbl): CADA
      *    DISCIPLINA DO ALUNO TEM MEDIA FINAL, FREQUENCIA E SITUACAO
      *    PROPRIAS, GRAVADAS COM BIMESTRE 9, E O RESULTADO GERAL VAI
      *    NUM REGISTRO COM DISCIPLINA EM BRANCO. A REGRA DA TURMA
      *    (TURMAS.DAT, CADTURMA.cbl) DIZ QUANTAS DISCIPLINAS O ALUNO
      *    PODE LEVAR PARA A RECUPERACAO; ACIMA DISSO, OU COM NOTA
      *    ABAIXO DE 5,0 EM ALGUMA, FICA RETIDO. O CONSELHO.LST TRAZ A
      *    LINHA GERAL DO ALUNO SEGUIDA DAS SUAS DISCIPLINAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION           SECTION.
           SELECT REL-CONSELHO ASSIGN TO "CONSELHO.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.
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

       FD  REL-CONSELHO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

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
       77    COD-ERRO-MED PIC XX    VALUE SPACES.
       77    COD-ERRO-REL PIC XX    VALUE SPACES.
       77    W-MEDIA-FINAL PIC 99V9 VALUE ZEROS.
       77    W-FREQ-FINAL PIC 9(3)  VALUE ZEROS.
       77    W-SITUACAO   PIC X(09) VALUE SPACES.
       77    W-STATT      PIC XX    VALUE SPACES.
       77    W-MAX-RECUP  PIC 9     VALUE 3.
       77    W-IND-D      PIC 99    VALUE ZEROS.
       77    W-ACHOU-D    PIC X     VALUE "N".
           88 ACHOU-DISCIPLINA     VALUE "S".
       77    W-QTD-RECUP  PIC 99    VALUE ZEROS.
       77    W-REPROVOU   PIC X     VALUE "N".
       77    W-FALTOU     PIC X     VALUE "N".
       77    W-SOMA-FINAL PIC 9(4)V9 VALUE ZEROS.
       77    W-SOMA-FREQ  PIC 9(5)  VALUE ZEROS.

       01    TAB-ALUNOS.
           02 TA-ENTRADA OCCURS 100 TIMES.
               03 TA-MATRICULA PIC 9(8).
               03 TA-NOME      PIC X(30).
               03 TA-QTD-DISC  PIC 99.
               03 TA-DISC OCCURS 12 TIMES.
                   04 TD-CODIGO    PIC X(4).
                   04 TD-MEDIA-BIM OCCURS 4 TIMES PIC 99V9.
                   04 TD-TEM-BIM   OCCURS 4 TIMES PIC X.
                   04 TD-SOMA-FREQ PIC 9(4).
                   04 TD-QTD-BIM   PIC 9.
                   04 TD-FINAL     PIC 99V9.
                   04 TD-FREQ      PIC 9(3).
                   04 TD-SIT       PIC X(09).

       01    LINCAB1.
           02 FILLER    PIC X(36) VALUE
           02 LC-TURMA  PIC X(15).
           02 FILLER    PIC X(29) VALUE SPACES.
       01    LINCAB2.
           02 FILLER    PIC X(31) VALUE "ALUNO / DISCIPLINA".
           02 FILLER    PIC X(05) VALUE "B1".
           02 FILLER    PIC X(05) VALUE "B2".
           02 FILLER    PIC X(05) VALUE "B3".
           02 FILLER    PIC X(78) VALUE ALL "=".
           02 FILLER    PIC X(02) VALUE SPACES.
       01    LINDET.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LD-DISC   PIC X(04).
           02 FILLER    PIC X(22) VALUE SPACES.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-B1     PIC Z9,9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-SIT    PIC X(09).
           02 FILLER    PIC X(15) VALUE SPACES.
       01    LINALU.
           02 LA-NOME   PIC X(30).
           02 FILLER    PIC X(21) VALUE SPACES.
           02 LA-FINAL  PIC Z9,9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LA-FREQ   PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LA-SIT    PIC X(09).
           02 FILLER    PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM WITH TEST AFTER UNTIL W-TURMA NOT = SPACES
               ACCEPT W-TURMA AT 0917 WITH UPPER
           END-PERFORM.
           PERFORM BUSCAR-REGRA-TURMA.

           PERFORM CARREGAR-BIMESTRES.
           IF W-QTD-ALUNOS = ZEROS
           STOP " ".
           GOBACK.

      *    BUSCAR-REGRA-TURMA - QUANTAS DISCIPLINAS O ALUNO PODE
      *    PERDER E AINDA IR PARA A RECUPERACAO (TURMAS.DAT,
      *    CADTURMA.cbl); TURMA SEM REGISTRO FICA COM 3.
       BUSCAR-REGRA-TURMA.
           MOVE 3 TO W-MAX-RECUP.
           OPEN INPUT ARQ-TURMAS.
           IF W-STATT = "00"
               MOVE W-TURMA TO TM-TURMA
               READ ARQ-TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-MAX-RECUP TO W-MAX-RECUP
               END-READ
               CLOSE ARQ-TURMAS
           END-IF.

      *    CARREGAR-BIMESTRES - GUARDA POR ALUNO E DISCIPLINA AS
      *    MEDIAS DOS BIMESTRES 1 A 4 DA TURMA E ACUMULA A FREQUENCIA.
      *    REGISTRO ANTIGO, SEM DISCIPLINA, ENTRA COMO UMA DISCIPLINA
      *    EM BRANCO.
       CARREGAR-BIMESTRES.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MEDIA.
              AND RM-BIMESTRE > 0 AND RM-BIMESTRE < 5
               PERFORM ACHAR-ALUNO
               IF ACHOU-ALUNO
                   PERFORM ACHAR-DISCIPLINA
               END-IF
               IF ACHOU-ALUNO AND ACHOU-DISCIPLINA
                   MOVE RM-MEDIA TO W-MEDIA-BIM
                   IF TD-TEM-BIM(W-IND W-IND-D RM-BIMESTRE) NOT = "S"
                       MOVE "S"
                           TO TD-TEM-BIM(W-IND W-IND-D RM-BIMESTRE)
                       ADD 1 TO TD-QTD-BIM(W-IND W-IND-D)
                   END-IF
                   MOVE W-MEDIA-BIM
                       TO TD-MEDIA-BIM(W-IND W-IND-D RM-BIMESTRE)
                   ADD RM-FREQUENCIA TO TD-SOMA-FREQ(W-IND W-IND-D)
               END-IF
           END-IF.
           PERFORM LER-MEDIA.
               MOVE W-QTD-ALUNOS TO W-IND
               MOVE RM-MATRICULA TO TA-MATRICULA(W-IND)
               MOVE RM-NOME      TO TA-NOME(W-IND)
               MOVE "S" TO W-ACHOU
           END-IF.

               MOVE "S" TO W-ACHOU
           END-IF.

       ACHAR-DISCIPLINA.
           MOVE "N"   TO W-ACHOU-D.
           MOVE ZEROS TO W-IND-D.
           PERFORM PROCURAR-DISCIPLINA
               UNTIL ACHOU-DISCIPLINA
                  OR W-IND-D >= TA-QTD-DISC(W-IND).
           IF NOT ACHOU-DISCIPLINA AND TA-QTD-DISC(W-IND) < 12
               ADD 1 TO TA-QTD-DISC(W-IND)
               MOVE TA-QTD-DISC(W-IND) TO W-IND-D
               MOVE RM-DISCIPLINA TO TD-CODIGO(W-IND W-IND-D)
               MOVE "S" TO W-ACHOU-D
           END-IF.

       PROCURAR-DISCIPLINA.
           ADD 1 TO W-IND-D.
           IF TD-CODIGO(W-IND W-IND-D) = RM-DISCIPLINA
               MOVE "S" TO W-ACHOU-D
           END-IF.

      *    FECHAR-E-IMPRIMIR - CALCULA A MEDIA FINAL E A FREQUENCIA
      *    DE CADA DISCIPLINA DO ALUNO, DECIDE A SITUACAO POR
      *    DISCIPLINA E A GERAL, GRAVA OS RESULTADOS FINAIS
      *    (BIMESTRE 9) E IMPRIME O QUADRO DO CONSELHO.
       FECHAR-E-IMPRIMIR.
           OPEN OUTPUT REL-CONSELHO.
           MOVE W-TURMA TO LC-TURMA.
           PERFORM FECHAR-UM-ALUNO W-QTD-ALUNOS TIMES.
           CLOSE REL-CONSELHO.

      *    FECHAR-UM-ALUNO - POR DISCIPLINA: 7,0 OU MAIS APROVA, DE
      *    5,0 A 6,9 VAI PARA A RECUPERACAO, ABAIXO DE 5,0 REPROVA E
      *    FREQUENCIA ABAIXO DE 75% REPROVA POR FALTA. NO GERAL, FALTA
      *    EM ALGUMA DISCIPLINA DA REP.FALTA; REPROVACAO EM ALGUMA, OU
      *    MAIS DISCIPLINAS EM RECUPERACAO DO QUE A REGRA DA TURMA
      *    PERMITE, RETEM O ALUNO, E AS DISCIPLINAS QUE IAM PARA A
      *    RECUPERACAO FICAM REPROVADAS.
       FECHAR-UM-ALUNO.
           ADD 1 TO W-IND.
           MOVE ZEROS TO W-QTD-RECUP W-SOMA-FINAL W-SOMA-FREQ W-IND-D.
           MOVE "N"   TO W-REPROVOU W-FALTOU.
           PERFORM APURAR-DISCIPLINA TA-QTD-DISC(W-IND) TIMES.

           EVALUATE TRUE
               WHEN W-FALTOU = "S"
                   MOVE "REP.FALTA" TO W-SITUACAO
               WHEN W-REPROVOU = "S"
                   MOVE "REPROVADO" TO W-SITUACAO
               WHEN W-QTD-RECUP > W-MAX-RECUP
                   MOVE "REPROVADO" TO W-SITUACAO
               WHEN W-QTD-RECUP > ZEROS
                   MOVE "RECUPERA." TO W-SITUACAO
               WHEN OTHER
                   MOVE "APROVADO"  TO W-SITUACAO
           END-EVALUATE.

           COMPUTE W-MEDIA-FINAL = W-SOMA-FINAL / TA-QTD-DISC(W-IND)
               ON SIZE ERROR
                   MOVE ZEROS TO W-MEDIA-FINAL
           END-COMPUTE.
           COMPUTE W-FREQ-FINAL = W-SOMA-FREQ / TA-QTD-DISC(W-IND)
               ON SIZE ERROR
                   MOVE ZEROS TO W-FREQ-FINAL
           END-COMPUTE.

           MOVE TA-NOME(W-IND) TO LA-NOME.
           MOVE W-MEDIA-FINAL  TO LA-FINAL.
           MOVE W-FREQ-FINAL   TO LA-FREQ.
           MOVE W-SITUACAO     TO LA-SIT.
           WRITE REG-REL FROM LINALU.

           OPEN EXTEND ARQ-MEDIA.
           IF COD-ERRO-MED = "35"
               OPEN OUTPUT ARQ-MEDIA
           END-IF.
           MOVE ZEROS TO W-IND-D.
           PERFORM FECHAR-DISCIPLINA TA-QTD-DISC(W-IND) TIMES.
           PERFORM GRAVAR-FINAL.
           CLOSE ARQ-MEDIA.

       APURAR-DISCIPLINA.
           ADD 1 TO W-IND-D.
           COMPUTE TD-FINAL(W-IND W-IND-D) =
               (TD-MEDIA-BIM(W-IND W-IND-D 1)
              + TD-MEDIA-BIM(W-IND W-IND-D 2)
              + TD-MEDIA-BIM(W-IND W-IND-D 3)
              + TD-MEDIA-BIM(W-IND W-IND-D 4))
               / TD-QTD-BIM(W-IND W-IND-D)
               ON SIZE ERROR
                   MOVE ZEROS TO TD-FINAL(W-IND W-IND-D)
           END-COMPUTE.
           COMPUTE TD-FREQ(W-IND W-IND-D) =
               TD-SOMA-FREQ(W-IND W-IND-D) / TD-QTD-BIM(W-IND W-IND-D)
               ON SIZE ERROR
                   MOVE ZEROS TO TD-FREQ(W-IND W-IND-D)
           END-COMPUTE.

           EVALUATE TRUE
               WHEN TD-FREQ(W-IND W-IND-D) < 75
                   MOVE "REP.FALTA" TO TD-SIT(W-IND W-IND-D)
                   MOVE "S" TO W-FALTOU
               WHEN TD-FINAL(W-IND W-IND-D) NOT < 7
                   MOVE "APROVADO"  TO TD-SIT(W-IND W-IND-D)
               WHEN TD-FINAL(W-IND W-IND-D) NOT < 5
                   MOVE "RECUPERA." TO TD-SIT(W-IND W-IND-D)
                   ADD 1 TO W-QTD-RECUP
               WHEN OTHER
                   MOVE "REPROVADO" TO TD-SIT(W-IND W-IND-D)
                   MOVE "S" TO W-REPROVOU
           END-EVALUATE.
           ADD TD-FINAL(W-IND W-IND-D) TO W-SOMA-FINAL.
           ADD TD-FREQ(W-IND W-IND-D)  TO W-SOMA-FREQ.

      *    FECHAR-DISCIPLINA - ALUNO RETIDO NAO FAZ RECUPERACAO;
      *    IMPRIME A LINHA DA DISCIPLINA E GRAVA O SEU RESULTADO FINAL
      *    (A DISCIPLINA EM BRANCO DOS REGISTROS ANTIGOS SO ENTRA NO
      *    RESULTADO GERAL).
       FECHAR-DISCIPLINA.
           ADD 1 TO W-IND-D.
           IF TD-SIT(W-IND W-IND-D) = "RECUPERA."
              AND W-SITUACAO NOT = "RECUPERA."
               MOVE "REPROVADO" TO TD-SIT(W-IND W-IND-D)
           END-IF.

           MOVE TD-CODIGO(W-IND W-IND-D)      TO LD-DISC.
           MOVE TD-MEDIA-BIM(W-IND W-IND-D 1) TO LD-B1.
           MOVE TD-MEDIA-BIM(W-IND W-IND-D 2) TO LD-B2.
           MOVE TD-MEDIA-BIM(W-IND W-IND-D 3) TO LD-B3.
           MOVE TD-MEDIA-BIM(W-IND W-IND-D 4) TO LD-B4.
           MOVE TD-FINAL(W-IND W-IND-D)       TO LD-FINAL.
           MOVE TD-FREQ(W-IND W-IND-D)        TO LD-FREQ.
           MOVE TD-SIT(W-IND W-IND-D)         TO LD-SIT.
           WRITE REG-REL FROM LINDET.

           IF TD-CODIGO(W-IND W-IND-D) NOT = SPACES
               MOVE SPACES              TO REG-MEDIA
               MOVE TA-MATRICULA(W-IND) TO RM-MATRICULA
               MOVE W-TURMA             TO RM-TURMA
               MOVE TA-NOME(W-IND)      TO RM-NOME
               MOVE TD-FINAL(W-IND W-IND-D) TO RM-MEDIA
               MOVE TD-SIT(W-IND W-IND-D)   TO RM-SITUACAO
               MOVE TD-FREQ(W-IND W-IND-D)  TO RM-FREQUENCIA
               MOVE 9                   TO RM-BIMESTRE
               MOVE TD-CODIGO(W-IND W-IND-D) TO RM-DISCIPLINA
               WRITE REG-MEDIA
           END-IF.

      *    GRAVAR-FINAL - O RESULTADO GERAL DO ALUNO VAI COM A
      *    DISCIPLINA EM BRANCO E A MEDIA DAS MEDIAS FINAIS.
       GRAVAR-FINAL.
           MOVE SPACES              TO REG-MEDIA.
           MOVE TA-MATRICULA(W-IND) TO RM-MATRICULA.
           MOVE W-TURMA             TO RM-TURMA.
           MOVE W-FREQ-FINAL        TO RM-FREQUENCIA.
           MOVE 9                   TO RM-BIMESTRE.
           WRITE REG-MEDIA.

       FIM.
