      *    FECHAMENTO DO ANO (FECHAANO.cbl), A RECUPERACAO PASSA A
      *    ATUAR SOBRE O RESULTADO FINAL (BIMESTRE 9) DOS ALUNOS COM
      *    SITUACAO "RECUPERA." DECIDIDA PELO CONSELHO.
      *    15 OUTUBRO 2026 - JULIANO - RECUPERACAO POR DISCIPLINA:
      *    CADA DISCIPLINA QUE O FECHAANO.cbl MANDOU PARA A
      *    RECUPERACAO TEM A SUA PROVA, E DEPOIS O RESULTADO GERAL DO
      *    ALUNO (DISCIPLINA EM BRANCO) VIRA APROVADO SE NAO FICOU
      *    REPROVADO EM NENHUMA DELAS. O FECHAMENTO ANTIGO, SEM
      *    DISCIPLINAS, CONTINUA COM A PROVA UNICA. A TABELA CRESCE
      *    PARA 2000 REGISTROS, POIS CADA ALUNO GRAVA AGORA UM
      *    REGISTRO POR DISCIPLINA E BIMESTRE.

       ENVIRONMENT DIVISION.
       CONFIGURATION           SECTION.
           02 RM-FREQUENCIA PIC 9(3).
           02 FILLER       PIC X(01).
           02 RM-BIMESTRE  PIC 9.
           02 FILLER       PIC X(01).
           02 RM-DISCIPLINA PIC X(4).

       FD  REL-RECUP
           LABEL RECORD STANDARD.
       77    W-TURMA-PROCURA PIC X(15) VALUE SPACES.
       77    W-RESP       PIC X      VALUE SPACES.

       77    W-QTD-REGS   PIC 9(4)   VALUE ZEROS.
       77    W-IND        PIC 9(4)   VALUE ZEROS.
       77    W-IND-D      PIC 9(4)   VALUE ZEROS.
       77    W-MATR-GERAL PIC 9(8)   VALUE ZEROS.
       77    W-FIM-DISC   PIC X      VALUE "N".
       77    W-QTD-DISC   PIC 99     VALUE ZEROS.
       77    W-REPROVOU   PIC X      VALUE "N".
       77    W-QTD-RECUP  PIC 9(3)   VALUE ZEROS.
       77    W-ESTOURO    PIC X      VALUE "N".
           88    ESTOURO-TABELA      VALUE "S".
       77    W-MEDIA-ED   PIC Z9,9   VALUE ZEROS.

       01    TAB-REGISTROS.
           02    TR-REG OCCURS 2000 TIMES PIC X(81).

       01    LINCAB1.
           02    FILLER   PIC X(34) VALUE
           02    FILLER   PIC X(31) VALUE SPACES.
       01    LINCAB2.
           02    FILLER   PIC X(30) VALUE "NOME".
           02    FILLER   PIC X(05) VALUE "DISC".
           02    FILLER   PIC X(11) VALUE "MEDIA ANT".
           02    FILLER   PIC X(08) VALUE "RECUP".
           02    FILLER   PIC X(13) VALUE "MEDIA FINAL".
           02    FILLER   PIC X(13) VALUE "SITUACAO".
       01    LINDET.
           02    LD-NOME    PIC X(30).
           02    FILLER     PIC X(1)  VALUE SPACES.
           02    LD-DISC    PIC X(4).
           02    FILLER     PIC X(3)  VALUE SPACES.
           02    LD-ANT     PIC Z9,9.
           02    FILLER     PIC X(4)  VALUE SPACES.
           02    LD-FINAL   PIC Z9,9.
           02    FILLER     PIC X(4)  VALUE SPACES.
           02    LD-SIT     PIC X(09).
           02    FILLER     PIC X(08) VALUE SPACES.
       01    LINGERAL.
           02    LG-NOME    PIC X(30).
           02    FILLER     PIC X(33) VALUE
                 " RESULTADO GERAL DAS DISCIPLINAS".
           02    LG-SIT     PIC X(09).
           02    FILLER     PIC X(08) VALUE SPACES.
       01    LINRODAPE.
           02    FILLER     PIC X(25) VALUE "PROVAS DE RECUPERACAO: ".
           02    LR-QTD     PIC ZZ9.
           02    FILLER     PIC X(52) VALUE SPACES.


           PERFORM CARREGAR-ARQUIVO.
           IF ESTOURO-TABELA
               DISPLAY "MEDIATUR.DAT EXCEDE 2000 REGISTROS - ABORTADO"
                   AT 1210
               STOP " "
               GOBACK
           END-READ.

       GUARDAR-MEDIA.
           IF W-QTD-REGS < 2000
               ADD 1 TO W-QTD-REGS
               MOVE REG-MEDIA TO TR-REG(W-QTD-REGS)
           ELSE
           WRITE REG-REL FROM LINRODAPE.
           CLOSE REL-RECUP.

      *    PRIMEIRO AS PROVAS DAS DISCIPLINAS EM RECUPERACAO, DEPOIS
      *    O RESULTADO GERAL DE CADA ALUNO QUE ESTAVA EM RECUPERACAO.
       PROCESSAR-RECUPERACOES.
           MOVE ZEROS TO W-IND.
           PERFORM TRATAR-UM-REGISTRO W-QTD-REGS TIMES.
           MOVE ZEROS TO W-IND.
           PERFORM TRATAR-UM-GERAL W-QTD-REGS TIMES.

      *    COM O FECHAMENTO DO ANO (FECHAANO.cbl), A RECUPERACAO ATUA
      *    SOBRE O RESULTADO FINAL (BIMESTRE 9) DAS DISCIPLINAS QUE O
      *    CONSELHO MANDOU PARA ELA (SITUACAO "RECUPERA.").
       TRATAR-UM-REGISTRO.
           ADD 1 TO W-IND.
           IF RM-TURMA = W-TURMA-PROCURA
              AND RM-BIMESTRE = 9
              AND RM-SITUACAO = "RECUPERA."
              AND RM-DISCIPLINA NOT = SPACES
               PERFORM APLICAR-RECUPERACAO
               MOVE REG-MEDIA TO TR-REG(W-IND)
           END-IF.

      *    TRATAR-UM-GERAL - O FECHAANO GRAVA AS DISCIPLINAS DO ALUNO
      *    LOGO ANTES DO SEU REGISTRO GERAL (DISCIPLINA EM BRANCO): O
      *    ALUNO PASSA SE NAO FICOU REPROVADO EM NENHUMA DELAS.
      *    REGISTRO GERAL SEM DISCIPLINAS ANTES (FECHAMENTO ANTIGO)
      *    CONTINUA COM A PROVA UNICA.
       TRATAR-UM-GERAL.
           ADD 1 TO W-IND.
           MOVE TR-REG(W-IND) TO REG-MEDIA.
           IF RM-TURMA = W-TURMA-PROCURA
              AND RM-BIMESTRE = 9
              AND RM-SITUACAO = "RECUPERA."
              AND RM-DISCIPLINA = SPACES
               MOVE RM-MATRICULA TO W-MATR-GERAL
               MOVE ZEROS TO W-QTD-DISC
               MOVE "N"   TO W-REPROVOU W-FIM-DISC
               MOVE W-IND TO W-IND-D
               PERFORM CONFERIR-DISCIPLINA UNTIL W-FIM-DISC = "S"
               MOVE TR-REG(W-IND) TO REG-MEDIA
               IF W-QTD-DISC = ZEROS
                   PERFORM APLICAR-RECUPERACAO
               ELSE
                   IF W-REPROVOU = "S"
                       MOVE "REPROVADO" TO RM-SITUACAO
                   ELSE
                       MOVE "APROVADO"  TO RM-SITUACAO
                   END-IF
                   MOVE RM-NOME     TO LG-NOME
                   MOVE RM-SITUACAO TO LG-SIT
                   WRITE REG-REL FROM LINGERAL
               END-IF
               MOVE REG-MEDIA TO TR-REG(W-IND)
           END-IF.

       CONFERIR-DISCIPLINA.
           SUBTRACT 1 FROM W-IND-D.
           IF W-IND-D = ZEROS
               MOVE "S" TO W-FIM-DISC
           ELSE
               MOVE TR-REG(W-IND-D) TO REG-MEDIA
               IF RM-MATRICULA = W-MATR-GERAL
                  AND RM-BIMESTRE = 9
                  AND RM-DISCIPLINA NOT = SPACES
                   ADD 1 TO W-QTD-DISC
                   IF RM-SITUACAO NOT = "APROVADO"
                       MOVE "S" TO W-REPROVOU
                   END-IF
               ELSE
                   MOVE "S" TO W-FIM-DISC
               END-IF
           END-IF.

      *    APRESENTA O ALUNO, RECEBE A NOTA DA RECUPERACAO E RECALCULA
      *    A MEDIA FINAL PELA REGRA DA ESCOLA.
       APLICAR-RECUPERACAO.

           DISPLAY "ALUNO EM RECUPERACAO:          " AT 1110.
           DISPLAY RM-NOME AT 1133.
           DISPLAY "DISCIPLINA: " AT 1210.
           DISPLAY RM-DISCIPLINA AT 1222.
           DISPLAY "MEDIA ATUAL: " AT 1310.
           MOVE W-MEDIA-ANT TO W-MEDIA-ED.
           DISPLAY W-MEDIA-ED AT 1324.
           MOVE W-MEDIA-FINAL TO RM-MEDIA.

           MOVE RM-NOME       TO LD-NOME.
           MOVE RM-DISCIPLINA TO LD-DISC.
           MOVE W-MEDIA-ANT   TO LD-ANT.
           MOVE NOTA-RECUP    TO LD-RECUP.
           MOVE W-MEDIA-FINAL TO LD-FINAL.
