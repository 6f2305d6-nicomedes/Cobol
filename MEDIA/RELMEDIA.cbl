      *   21 AGOSTO 2026 - STOP RUN VIRA GOBACK PARA O PROGRAMA
      *   PODER SER CHAMADO PELO MENU GERAL (MENUGER.cbl) E
      *   DEVOLVER O CONTROLE AO MENU.
      * 15 OUTUBRO 2026 - JULIANO - COLUNA DA DISCIPLINA; O RODAPE SO
      *   CONTA A LINHA GERAL DO FECHAMENTO (DISCIPLINA EM BRANCO).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 RM-FREQUENCIA PIC 9(3).
           02 FILLER       PIC X(01).
           02 RM-BIMESTRE  PIC 9.
           02 FILLER       PIC X(01).
           02 RM-DISCIPLINA PIC X(4).

       FD  REL-MEDIA
           LABEL RECORD STANDARD.
           02 FILLER    PIC X(10)  VALUE "MEDIA".
           02 FILLER    PIC X(11)  VALUE "SITUACAO".
           02 FILLER    PIC X(10)  VALUE "FREQ %".
           02 FILLER    PIC X(07)  VALUE "BIM".
           02 FILLER    PIC X(12)  VALUE "DISC".
       01 LINDET.
           02 LD-NOME       PIC X(30).
           02 LD-MEDIA      PIC Z9,9.
           02 LD-FREQ       PIC ZZ9.
           02 FILLER        PIC X(04) VALUE SPACES.
           02 LD-BIM        PIC X(05).
           02 FILLER        PIC X(04) VALUE SPACES.
           02 LD-DISC       PIC X(04).
           02 FILLER        PIC X(08) VALUE SPACES.
       01 LINRODAPE.
           02 FILLER      PIC X(20) VALUE "APROVADOS: ".
           02 LR-APROV    PIC ZZ9.
      *    FECHAMENTO DO ANO (BIMESTRE 9, IMPRESSA COMO FINAL); SO A
      *    LINHA DE FECHAMENTO (OU O REGISTRO ANTIGO DE LINHA UNICA,
      *    SEM BIMESTRE) ENTRA NA CONTA DO RODAPE, PARA O ALUNO NAO
      *    SER CONTADO CINCO VEZES. NO FECHAMENTO POR DISCIPLINA SO
      *    CONTA A LINHA GERAL DO ALUNO (DISCIPLINA EM BRANCO).
       ROT-PROCESSA.
           IF RM-TURMA = W-TURMA-PROCURA
               PERFORM CABECALHO-PAGINA
               MOVE RM-MEDIA    TO LD-MEDIA
               MOVE RM-SITUACAO TO LD-SITUACAO
               MOVE RM-FREQUENCIA TO LD-FREQ
               MOVE RM-DISCIPLINA TO LD-DISC
               IF RM-BIMESTRE = 9
                   MOVE "FINAL" TO LD-BIM
               ELSE
                   MOVE W-BIM-TXT   TO LD-BIM
               END-IF
               WRITE REG-REL FROM LINDET
               IF (RM-BIMESTRE = 9 AND RM-DISCIPLINA = SPACES)
                  OR RM-BIMESTRE = 0
                   IF RM-SITUACAO = "APROVADO"
                       ADD 1 TO W-CONT-APROV
                   ELSE
