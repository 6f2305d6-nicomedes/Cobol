       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROMOVE.
       AUTHOR.      JULIANO.
      *    15 OUTUBRO 2026 - JULIANO - PROMOCAO DE FIM DE ANO: DEPOIS
      *    DO FECHAANO.cbl E DA RECUPERACAO, A SECRETARIA MUDAVA A
      *    TURMA DE CADA ALUNO NA MAO PELO CADALUNO. PARA CADA TURMA DO
      *    TURMAS.DAT (CADTURMA.cbl) COM RESULTADO FINAL EM
      *    MEDIATUR.DAT, O APROVADO VAI PARA A PROXIMA TURMA
      *    (TM-PROXIMA), O RETIDO FICA NA MESMA SERIE E O APROVADO DA
      *    ULTIMA SERIE (TM-FORMANDA) FICA FORMADO (AL-FORMADO). TURMA
      *    COM ALUNO AINDA EM RECUPERACAO OU SEM PROXIMA TURMA NAO E
      *    PROMOVIDA. OS RESULTADOS FINAIS (BIMESTRE 9) DA TURMA VAO
      *    PARA O HISTORICO HISTANO.DAT COM O ANO LETIVO E O DESTINO DO
      *    ALUNO (LIDO PELO HISTESCO.cbl), E AS NOTAS E CHAMADAS DO ANO
      *    SAEM DE MEDIATUR.DAT E FREQTUR.DAT (AS CHAMADAS VAO PARA
      *    FREQHIST.DAT), PASSANDO POR PROMOVE.TMP EM DUAS PASSAGENS
      *    COMO NO ARQUIVA, PARA O ANO NOVO COMECAR LIMPO. A LISTA DE
      *    PROMOCAO DE CADA TURMA, COM ESPACO PARA AS ASSINATURAS DO
      *    CONSELHO, SAI EM PROMOVE.LST.

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
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS AL-MATRICULA
               FILE STATUS     IS W-STATA.
           SELECT ARQ-MEDIA ASSIGN TO "MEDIATUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-MED.
           SELECT ARQ-FREQ ASSIGN TO "FREQTUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATFQ.
           SELECT ARQ-HIST ASSIGN TO "HISTANO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATH.
           SELECT ARQ-FREQH ASSIGN TO "FREQHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATFH.
           SELECT ARQ-TMP ASSIGN TO "PROMOVE.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.
           SELECT REL-PROMO ASSIGN TO "PROMOVE.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.

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

       FD  ARQ-ALUNOS.
       01  REG-ALUNO.
           02 AL-MATRICULA.
               03 AL-MATR-BASE PIC 9(7).
               03 AL-MATR-DV   PIC 9.
           02 AL-NOME      PIC X(30).
           02 AL-TURMA     PIC X(15).
           02 AL-SITUACAO  PIC X.
               88 AL-FORMADO   VALUE "F".

       FD  ARQ-MEDIA
           LABEL RECORD STANDARD.
       01  REG-MEDIA.
           02 RM-MATRICULA PIC 9(8).
           02 FILLER       PIC X(01).
           02 RM-TURMA     PIC X(15).
           02 FILLER       PIC X(01).
           02 RM-NOME      PIC X(30).
           02 FILLER       PIC X(01).
           02 RM-MEDIA     PIC Z9,9.
           02 FILLER       PIC X(01).
           02 RM-SITUACAO  PIC X(09).
           02 FILLER       PIC X(01).
           02 RM-FREQUENCIA PIC 9(3).
           02 FILLER       PIC X(01).
           02 RM-BIMESTRE  PIC 9.
           02 FILLER       PIC X(01).
           02 RM-DISCIPLINA PIC X(4).

       FD  ARQ-FREQ
           LABEL RECORD STANDARD.
       01  REG-FREQ.
           02 FQ-TURMA     PIC X(15).
           02 FQ-RESTO     PIC X(25).

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

       FD  ARQ-FREQH
           LABEL RECORD STANDARD.
       01  REG-FREQH   PIC X(40).

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP     PIC X(81).

       FD  REL-PROMO
           LABEL RECORD STANDARD.
       01  REG-REL     PIC X(80).

       WORKING-STORAGE SECTION.
       77    W-STATT      PIC XX    VALUE SPACES.
       77    W-STATA      PIC XX    VALUE SPACES.
       77    COD-ERRO-MED PIC XX    VALUE SPACES.
       77    W-STATFQ     PIC XX    VALUE SPACES.
       77    W-STATH      PIC XX    VALUE SPACES.
       77    W-STATFH     PIC XX    VALUE SPACES.
       77    W-STATTMP    PIC XX    VALUE SPACES.
       77    COD-ERRO-REL PIC XX    VALUE SPACES.
       77    W-FIM-TURMAS PIC X     VALUE "N".
           88 FIM-TURMAS           VALUE "S".
       77    W-FIM-ARQ    PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77    W-ANO        PIC 9(4)  VALUE ZEROS.
       77    W-RESP       PIC X     VALUE SPACES.
       77    W-QTD-ALUNOS PIC 9(3)  VALUE ZEROS.
       77    W-IND        PIC 9(3)  VALUE ZEROS.
       77    W-ACHOU      PIC X     VALUE "N".
           88 ACHOU-ALUNO          VALUE "S".
       77    W-PENDENTE   PIC X     VALUE "N".
       77    W-QTD-FECHADAS PIC 99  VALUE ZEROS.
       77    W-IND-T      PIC 99    VALUE ZEROS.
       77    W-ACHOU-T    PIC X     VALUE "N".
           88 TURMA-FECHADA        VALUE "S".
       77    W-TURMA-PROC PIC X(15) VALUE SPACES.
       77    W-PROMOVIDOS PIC 9(3)  VALUE ZEROS.
       77    W-RETIDOS    PIC 9(3)  VALUE ZEROS.
       77    W-FORMADOS   PIC 9(3)  VALUE ZEROS.
       77    W-TOT-PROMOVIDOS PIC 9(4) VALUE ZEROS.
       77    W-TOT-RETIDOS    PIC 9(4) VALUE ZEROS.
       77    W-TOT-FORMADOS   PIC 9(4) VALUE ZEROS.
       77    W-TOT-ED     PIC ZZZ9  VALUE ZEROS.
       77    W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77    W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77    W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.

       01    TAB-ALUNOS.
           02 TA-ENTRADA OCCURS 100 TIMES.
               03 TA-MATRICULA PIC 9(8).
               03 TA-NOME      PIC X(30).
               03 TA-SITUACAO  PIC X(09).
               03 TA-RESULTADO PIC X(12).
               03 TA-DESTINO   PIC X(15).

       01    TAB-FECHADAS.
           02 TF-TURMA OCCURS 50 TIMES PIC X(15).

       01    LINCAB1.
           02 FILLER    PIC X(36) VALUE
              "LISTA DE PROMOCAO - ANO LETIVO ".
           02 LC-ANO    PIC 9(4).
           02 FILLER    PIC X(09) VALUE "  TURMA: ".
           02 LC-TURMA  PIC X(15).
           02 FILLER    PIC X(16) VALUE SPACES.
       01    LINCAB2.
           02 FILLER    PIC X(10) VALUE "MATRICULA".
           02 FILLER    PIC X(31) VALUE "NOME".
           02 FILLER    PIC X(10) VALUE "FINAL".
           02 FILLER    PIC X(13) VALUE "RESULTADO".
           02 FILLER    PIC X(16) VALUE "DESTINO".
       01    LINTRACO.
           02 FILLER    PIC X(78) VALUE ALL "=".
           02 FILLER    PIC X(02) VALUE SPACES.
       01    LINDET.
           02 LD-MATR   PIC 9(8).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-NOME   PIC X(30).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-SIT    PIC X(09).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-RESULT PIC X(12).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-DESTINO PIC X(15).
           02 FILLER    PIC X(01) VALUE SPACES.
       01    LINPENDE.
           02 FILLER    PIC X(24) VALUE "TURMA NAO PROMOVIDA - ".
           02 LP-MOTIVO PIC X(40).
           02 FILLER    PIC X(16) VALUE SPACES.
       01    LINTOTAL.
           02 FILLER    PIC X(12) VALUE "PROMOVIDOS: ".
           02 LT-PROM   PIC ZZ9.
           02 FILLER    PIC X(11) VALUE "  RETIDOS: ".
           02 LT-RET    PIC ZZ9.
           02 FILLER    PIC X(12) VALUE "  FORMADOS: ".
           02 LT-FORM   PIC ZZ9.
           02 FILLER    PIC X(36) VALUE SPACES.
       01    LINASSINA1.
           02 FILLER    PIC X(36) VALUE ALL "_".
           02 FILLER    PIC X(06) VALUE SPACES.
           02 FILLER    PIC X(36) VALUE ALL "_".
           02 FILLER    PIC X(02) VALUE SPACES.
       01    LINASSINA2.
           02 FILLER    PIC X(42) VALUE "DIRECAO".
           02 FILLER    PIC X(38) VALUE "SECRETARIA ESCOLAR".
       01    LINBRANCO  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY ERASE.
           DISPLAY "PROMOCAO DE FIM DE ANO" AT 0525.
           DISPLAY "ANO LETIVO (AAAA):" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-ANO > 1999
               ACCEPT W-ANO AT 0829
           END-PERFORM.
           DISPLAY "CONFIRMA A PROMOCAO DAS TURMAS? (S/N):" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 1049 WITH UPPER AUTO
           END-PERFORM.
           IF W-RESP = "N"
               GOBACK
           END-IF.

           OPEN INPUT ARQ-TURMAS.
           IF W-STATT NOT = "00"
               DISPLAY "TURMAS.DAT NAO ENCONTRADO - RODE O CADTURMA"
                   AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-ALUNOS.
           IF W-STATA NOT = "00"
               CLOSE ARQ-TURMAS
               DISPLAY "ALUNOS.DAT NAO ENCONTRADO - RODE O CADALUNO"
                   AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN EXTEND ARQ-HIST.
           IF W-STATH = "35"
               OPEN OUTPUT ARQ-HIST
           END-IF.
           OPEN OUTPUT REL-PROMO.

           MOVE "N" TO W-FIM-TURMAS.
           PERFORM LER-TURMA.
           PERFORM PROMOVER-TURMA UNTIL FIM-TURMAS.

           CLOSE ARQ-TURMAS ARQ-ALUNOS ARQ-HIST REL-PROMO.

           IF W-QTD-FECHADAS > ZEROS
               PERFORM EXPURGAR-MEDIAS
               PERFORM EXPURGAR-FREQUENCIA
           END-IF.

           DISPLAY "TURMAS PROMOVIDAS..:" AT 1210.
           MOVE W-QTD-FECHADAS TO W-TOT-ED.
           DISPLAY W-TOT-ED AT 1231.
           DISPLAY "ALUNOS PROMOVIDOS..:" AT 1310.
           MOVE W-TOT-PROMOVIDOS TO W-TOT-ED.
           DISPLAY W-TOT-ED AT 1331.
           DISPLAY "ALUNOS RETIDOS.....:" AT 1410.
           MOVE W-TOT-RETIDOS TO W-TOT-ED.
           DISPLAY W-TOT-ED AT 1431.
           DISPLAY "ALUNOS FORMADOS....:" AT 1510.
           MOVE W-TOT-FORMADOS TO W-TOT-ED.
           DISPLAY W-TOT-ED AT 1531.
           DISPLAY "LISTAS DE PROMOCAO EM PROMOVE.LST" AT 1710.
           STOP " ".
           GOBACK.

       LER-TURMA.
           READ ARQ-TURMAS NEXT RECORD
               AT END MOVE "S" TO W-FIM-TURMAS
           END-READ.

      *    PROMOVER-TURMA - SO ENTRA A TURMA QUE TEM RESULTADO GERAL
      *    DO FECHAMENTO (BIMESTRE 9, DISCIPLINA EM BRANCO); TURMA
      *    AINDA ABERTA E IGNORADA SEM AVISO, E TURMA COM PENDENCIA
      *    SAI NA LISTA COM O MOTIVO.
       PROMOVER-TURMA.
           INITIALIZE TAB-ALUNOS.
           MOVE ZEROS TO W-QTD-ALUNOS.
           PERFORM CARREGAR-RESULTADOS.
           IF W-QTD-ALUNOS > ZEROS
               MOVE W-ANO    TO LC-ANO
               MOVE TM-TURMA TO LC-TURMA
               WRITE REG-REL FROM LINCAB1
               WRITE REG-REL FROM LINTRACO
               MOVE "N" TO W-PENDENTE
               MOVE ZEROS TO W-IND
               PERFORM VERIFICAR-PENDENTE W-QTD-ALUNOS TIMES
               EVALUATE TRUE
                   WHEN W-PENDENTE = "S"
                       MOVE "ALUNOS AINDA EM RECUPERACAO"
                           TO LP-MOTIVO
                       WRITE REG-REL FROM LINPENDE
                   WHEN TM-PROXIMA = SPACES AND NOT TM-ULTIMA-SERIE
                       MOVE "SEM PROXIMA TURMA NO CADTURMA"
                           TO LP-MOTIVO
                       WRITE REG-REL FROM LINPENDE
                   WHEN W-QTD-FECHADAS NOT < 50
                       MOVE "LIMITE DE 50 TURMAS NA EXECUCAO"
                           TO LP-MOTIVO
                       WRITE REG-REL FROM LINPENDE
                   WHEN OTHER
                       PERFORM PROMOVER-ALUNOS
               END-EVALUATE
               WRITE REG-REL FROM LINBRANCO
           END-IF.
           PERFORM LER-TURMA.

       CARREGAR-RESULTADOS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MEDIA.
           IF COD-ERRO-MED = "00"
               PERFORM LER-MEDIA
               PERFORM GUARDAR-RESULTADO UNTIL FIM-ARQUIVO
               CLOSE ARQ-MEDIA
           END-IF.

       LER-MEDIA.
           READ ARQ-MEDIA
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *    SE O FECHAMENTO FOI REFEITO, VALE O ULTIMO RESULTADO GERAL
      *    DO ALUNO NO ARQUIVO.
       GUARDAR-RESULTADO.
           IF RM-TURMA = TM-TURMA
              AND RM-BIMESTRE = 9
              AND RM-DISCIPLINA = SPACES
               PERFORM ACHAR-ALUNO
               IF NOT ACHOU-ALUNO AND W-QTD-ALUNOS < 100
                   ADD 1 TO W-QTD-ALUNOS
                   MOVE W-QTD-ALUNOS TO W-IND
                   MOVE RM-MATRICULA TO TA-MATRICULA(W-IND)
                   MOVE "S" TO W-ACHOU
               END-IF
               IF ACHOU-ALUNO
                   MOVE RM-NOME     TO TA-NOME(W-IND)
                   MOVE RM-SITUACAO TO TA-SITUACAO(W-IND)
               END-IF
           END-IF.
           PERFORM LER-MEDIA.

       ACHAR-ALUNO.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-ALUNO
               UNTIL ACHOU-ALUNO OR W-IND >= W-QTD-ALUNOS.

       PROCURAR-ALUNO.
           ADD 1 TO W-IND.
           IF TA-MATRICULA(W-IND) = RM-MATRICULA
               MOVE "S" TO W-ACHOU
           END-IF.

       VERIFICAR-PENDENTE.
           ADD 1 TO W-IND.
           IF TA-SITUACAO(W-IND) = "RECUPERA."
               MOVE "S" TO W-PENDENTE
           END-IF.

      *    PROMOVER-ALUNOS - MUDA A TURMA (OU FORMA) CADA ALUNO, FECHA
      *    A LISTA COM OS TOTAIS E AS ASSINATURAS E LEVA OS
      *    RESULTADOS FINAIS DA TURMA PARA O HISTORICO.
       PROMOVER-ALUNOS.
           MOVE ZEROS TO W-PROMOVIDOS W-RETIDOS W-FORMADOS.
           WRITE REG-REL FROM LINCAB2.
           MOVE ZEROS TO W-IND.
           PERFORM PROMOVER-UM-ALUNO W-QTD-ALUNOS TIMES.

           WRITE REG-REL FROM LINTRACO.
           MOVE W-PROMOVIDOS TO LT-PROM.
           MOVE W-RETIDOS    TO LT-RET.
           MOVE W-FORMADOS   TO LT-FORM.
           WRITE REG-REL FROM LINTOTAL.
           WRITE REG-REL FROM LINBRANCO.
           WRITE REG-REL FROM LINBRANCO.
           WRITE REG-REL FROM LINASSINA1.
           WRITE REG-REL FROM LINASSINA2.

           ADD W-PROMOVIDOS TO W-TOT-PROMOVIDOS.
           ADD W-RETIDOS    TO W-TOT-RETIDOS.
           ADD W-FORMADOS   TO W-TOT-FORMADOS.
           ADD 1 TO W-QTD-FECHADAS.
           MOVE TM-TURMA TO TF-TURMA(W-QTD-FECHADAS).
           PERFORM GRAVAR-HISTORICO.

      *    PROMOVER-UM-ALUNO - ALUNO QUE JA NAO ESTA NA TURMA (MUDADO
      *    PELO CADALUNO OU FORMADO) NAO E MEXIDO.
       PROMOVER-UM-ALUNO.
           ADD 1 TO W-IND.
           MOVE TA-MATRICULA(W-IND) TO AL-MATRICULA.
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE "NAO CADASTR." TO TA-RESULTADO(W-IND)
                   MOVE SPACES         TO TA-DESTINO(W-IND)
               NOT INVALID KEY
                   IF AL-TURMA NOT = TM-TURMA OR AL-FORMADO
                       MOVE "JA MUDOU"  TO TA-RESULTADO(W-IND)
                       MOVE AL-TURMA    TO TA-DESTINO(W-IND)
                   ELSE
                       PERFORM MUDAR-ALUNO
                   END-IF
           END-READ.

           MOVE TA-MATRICULA(W-IND) TO LD-MATR.
           MOVE TA-NOME(W-IND)      TO LD-NOME.
           MOVE TA-SITUACAO(W-IND)  TO LD-SIT.
           MOVE TA-RESULTADO(W-IND) TO LD-RESULT.
           MOVE TA-DESTINO(W-IND)   TO LD-DESTINO.
           WRITE REG-REL FROM LINDET.

       MUDAR-ALUNO.
           MOVE AL-TURMA TO W-ANTES-AUDIT.
           EVALUATE TRUE
               WHEN TA-SITUACAO(W-IND) NOT = "APROVADO"
                   MOVE "RETIDO"    TO TA-RESULTADO(W-IND)
                   MOVE TM-TURMA    TO TA-DESTINO(W-IND)
                   ADD 1 TO W-RETIDOS
               WHEN TM-ULTIMA-SERIE
                   MOVE "FORMADO"   TO TA-RESULTADO(W-IND)
                   MOVE SPACES      TO TA-DESTINO(W-IND)
                   MOVE "F"         TO AL-SITUACAO
                   ADD 1 TO W-FORMADOS
               WHEN OTHER
                   MOVE "PROMOVIDO" TO TA-RESULTADO(W-IND)
                   MOVE TM-PROXIMA  TO TA-DESTINO(W-IND)
                   MOVE TM-PROXIMA  TO AL-TURMA
                   ADD 1 TO W-PROMOVIDOS
           END-EVALUATE.
           IF TA-RESULTADO(W-IND) NOT = "RETIDO"
               REWRITE REG-ALUNO
               MOVE AL-MATRICULA TO W-CHAVE-AUDIT
               IF AL-FORMADO
                   MOVE "FORMADO" TO W-DEPOIS-AUDIT
               ELSE
                   MOVE AL-TURMA  TO W-DEPOIS-AUDIT
               END-IF
               CALL "GRAVA-AUDITORIA" USING "PROMOVE "
                   W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                   W-DEPOIS-AUDIT
           END-IF.

      *    GRAVAR-HISTORICO - OS RESULTADOS FINAIS DA TURMA (POR
      *    DISCIPLINA E O GERAL) VAO PARA HISTANO.DAT COM O ANO LETIVO
      *    E O DESTINO DO ALUNO.
       GRAVAR-HISTORICO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MEDIA.
           IF COD-ERRO-MED = "00"
               PERFORM LER-MEDIA
               PERFORM GRAVAR-UM-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE ARQ-MEDIA
           END-IF.

       GRAVAR-UM-HISTORICO.
           IF RM-TURMA = TM-TURMA AND RM-BIMESTRE = 9
               PERFORM ACHAR-ALUNO
               MOVE SPACES        TO REG-HIST
               MOVE W-ANO         TO HA-ANO
               MOVE RM-MATRICULA  TO HA-MATRICULA
               MOVE RM-TURMA      TO HA-TURMA
               MOVE RM-NOME       TO HA-NOME
               MOVE RM-MEDIA      TO HA-MEDIA
               MOVE RM-SITUACAO   TO HA-SITUACAO
               MOVE RM-FREQUENCIA TO HA-FREQUENCIA
               MOVE RM-DISCIPLINA TO HA-DISCIPLINA
               IF ACHOU-ALUNO
                   MOVE TA-RESULTADO(W-IND) TO HA-RESULTADO
                   MOVE TA-DESTINO(W-IND)   TO HA-DESTINO
               END-IF
               WRITE REG-HIST
           END-IF.
           PERFORM LER-MEDIA.

      *    EXPURGAR-MEDIAS - PRIMEIRA PASSAGEM: O QUE NAO E DE TURMA
      *    PROMOVIDA VAI PARA PROMOVE.TMP; SEGUNDA: O TMP VOLTA PARA
      *    MEDIATUR.DAT.
       EXPURGAR-MEDIAS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MEDIA.
           IF COD-ERRO-MED = "00"
               OPEN OUTPUT ARQ-TMP
               PERFORM LER-MEDIA
               PERFORM SEPARAR-MEDIA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MEDIA ARQ-TMP
               OPEN INPUT ARQ-TMP
               OPEN OUTPUT ARQ-MEDIA
               MOVE "N" TO W-FIM-ARQ
               PERFORM LER-TMP
               PERFORM DEVOLVER-MEDIA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MEDIA ARQ-TMP
           END-IF.

       SEPARAR-MEDIA.
           MOVE RM-TURMA TO W-TURMA-PROC.
           PERFORM VERIFICAR-FECHADA.
           IF NOT TURMA-FECHADA
               WRITE REG-TMP FROM REG-MEDIA
           END-IF.
           PERFORM LER-MEDIA.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       DEVOLVER-MEDIA.
           WRITE REG-MEDIA FROM REG-TMP.
           PERFORM LER-TMP.

      *    EXPURGAR-FREQUENCIA - AS CHAMADAS DAS TURMAS PROMOVIDAS VAO
      *    PARA FREQHIST.DAT (A DATA DA AULA JA TRAZ O ANO); AS DEMAIS
      *    VOLTAM PARA FREQTUR.DAT PELO TMP.
       EXPURGAR-FREQUENCIA.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-FREQ.
           IF W-STATFQ = "00"
               OPEN EXTEND ARQ-FREQH
               IF W-STATFH = "35"
                   OPEN OUTPUT ARQ-FREQH
               END-IF
               OPEN OUTPUT ARQ-TMP
               PERFORM LER-FREQ
               PERFORM SEPARAR-FREQ UNTIL FIM-ARQUIVO
               CLOSE ARQ-FREQ ARQ-TMP ARQ-FREQH
               OPEN INPUT ARQ-TMP
               OPEN OUTPUT ARQ-FREQ
               MOVE "N" TO W-FIM-ARQ
               PERFORM LER-TMP
               PERFORM DEVOLVER-FREQ UNTIL FIM-ARQUIVO
               CLOSE ARQ-FREQ ARQ-TMP
           END-IF.

       LER-FREQ.
           READ ARQ-FREQ
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-FREQ.
           MOVE FQ-TURMA TO W-TURMA-PROC.
           PERFORM VERIFICAR-FECHADA.
           IF TURMA-FECHADA
               WRITE REG-FREQH FROM REG-FREQ
           ELSE
               WRITE REG-TMP FROM REG-FREQ
           END-IF.
           PERFORM LER-FREQ.

       DEVOLVER-FREQ.
           WRITE REG-FREQ FROM REG-TMP.
           PERFORM LER-TMP.

       VERIFICAR-FECHADA.
           MOVE "N"   TO W-ACHOU-T.
           MOVE ZEROS TO W-IND-T.
           PERFORM PROCURAR-FECHADA
               UNTIL TURMA-FECHADA OR W-IND-T >= W-QTD-FECHADAS.

       PROCURAR-FECHADA.
           ADD 1 TO W-IND-T.
           IF TF-TURMA(W-IND-T) = W-TURMA-PROC
               MOVE "S" TO W-ACHOU-T
           END-IF.

       FIM.
