      *   LOTADA, OFERECE A LISTA DE ESPERA (ESPERNAT.DAT). A
      *   MATRICULA EFETIVADA VAI PARA MATRINAT.DAT E O CONTADOR DA
      *   TURMA E ATUALIZADO. A OCUPACAO SAI NO RELOCUPA.cbl.
      * 15 OUTUBRO 2026 - JULIANO - O NADADOR E IDENTIFICADO PELO
      *   CODIGO (NADADORES.DAT AGORA INDEXADO): O OPERADOR INFORMA O
      *   CODIGO OU, COM ZERO, O NOME, E O SUBPROGRAMA BUSCANAD.cbl
      *   RESOLVE HOMONIMOS NA TELA. MATRINAT.DAT E ESPERNAT.DAT
      *   GRAVAM O CODIGO DO NADADOR NO LUGAR DO NOME. RECUSA A
      *   MATRICULA DE QUEM JA ESTA ATIVO NA MESMA TURMA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-TURMAS ASSIGN TO "TURMASN.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-TURMAS.
       01  REG-TURMA.
           02 TN-CODIGO       PIC 9(3).
       01  REG-MATRICULA.
           02 MT-TURMA    PIC 9(3).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 MT-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 MT-DATA     PIC 9(8).
           02 FILLER      PIC X(1)  VALUE SPACE.
       01  REG-ESPERA.
           02 ES-TURMA    PIC 9(3).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 ES-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 ES-DATA     PIC 9(8).

       WORKING-STORAGE         SECTION.

       77 W-STATT         PIC XX VALUE SPACES.
       77 W-STATM         PIC XX VALUE SPACES.
       77 W-STATE         PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-CONF          PIC X  VALUE SPACES.
       77 W-NOME-PROCURA  PIC X(20) VALUE SPACES.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-ACHOU         PIC X  VALUE "N".
           88 ACHOU-NADADOR        VALUE "S".
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-COD-TURMA     PIC 9(3)  VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-JA-ATIVO      PIC X     VALUE "N".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PROCESSA.
           MOVE SPACES TO W-NOME-PROCURA W-CONF.
           MOVE ZEROS  TO W-COD-TURMA W-COD-NADADOR.

           DISPLAY ERASE.
           DISPLAY "MATRICULA NA TURMA DA PISCINA" AT 0320.
           PERFORM LOCALIZAR-NADADOR.
           IF NOT ACHOU-NADADOR
               DISPLAY "NADADOR NAO ENCONTRADO EM NADADORES.DAT"
           END-PERFORM.

      *-----------------------------------------------------------------*
      * LOCALIZAR-NADADOR - RECEBE O CODIGO (OU, COM ZERO, O NOME) E
      *   LOCALIZA O NADADOR EM NADADORES.DAT PELO BUSCANAD.cbl,
      *   GUARDANDO A CATEGORIA CLASSIFICADA PELO EXEMPLOFOR.
      *-----------------------------------------------------------------*
       LOCALIZAR-NADADOR.
           DISPLAY "COD. NADADOR...:" AT 0510.
           DISPLAY "(0 = PROCURAR PELO NOME)" AT 0535.
           ACCEPT W-COD-NADADOR AT 0527.
           IF W-COD-NADADOR = ZEROS
               DISPLAY "NOME DO NADADOR:" AT 0610
               PERFORM WITH TEST AFTER UNTIL W-NOME-PROCURA NOT = SPACES
                   ACCEPT W-NOME-PROCURA AT 0627 WITH UPPER
               END-PERFORM
           END-IF.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-PROCURA
                                      W-CATEG-NAD W-ACHOU.
           IF ACHOU-NADADOR
               DISPLAY W-COD-NADADOR AT 0527
               DISPLAY "                        " AT 0535
               DISPLAY "NOME DO NADADOR:" AT 0610
               DISPLAY W-NOME-PROCURA AT 0627
           END-IF.

      *-----------------------------------------------------------------*
           END-READ.

       CONFERIR-E-EFETIVAR.
           PERFORM CONFERIR-JA-ATIVO.
           IF W-JA-ATIVO = "S"
               DISPLAY "NADADOR JA MATRICULADO NESTA TURMA" AT 2310
               EXIT PARAGRAPH
           END-IF.
           IF TN-CATEGORIA NOT = W-CATEG-NAD
               DISPLAY "TURMA DE OUTRA CATEGORIA: " AT 2310
               DISPLAY TN-CATEGORIA AT 2337
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * CONFERIR-JA-ATIVO - COM O CODIGO NA MATRICULA, O MESMO NADADOR
      *   NAO PODE TER DUAS MATRICULAS ATIVAS NA MESMA TURMA.
      *-----------------------------------------------------------------*
       CONFERIR-JA-ATIVO.
           MOVE "N" TO W-JA-ATIVO W-FIM-ARQ.
           OPEN INPUT ARQ-MATRICULAS.
           IF W-STATM = "00"
               PERFORM LER-MATRICULA
               PERFORM PROCURAR-MATRICULA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MATRICULAS
           END-IF.

       LER-MATRICULA.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       PROCURAR-MATRICULA.
           IF MT-TURMA = W-COD-TURMA AND MT-NADADOR = W-COD-NADADOR
              AND MT-ATIVA
               MOVE "S" TO W-JA-ATIVO W-FIM-ARQ
           ELSE
               PERFORM LER-MATRICULA
           END-IF.

       EFETIVAR-MATRICULA.
           MOVE SPACES TO REG-MATRICULA.
           MOVE W-COD-TURMA    TO MT-TURMA.
           MOVE W-COD-NADADOR  TO MT-NADADOR.
           MOVE W-DATA-HOJE    TO MT-DATA.
           MOVE "A"            TO MT-STATUS.
           OPEN EXTEND ARQ-MATRICULAS.
           IF W-CONF = "S"
               MOVE SPACES TO REG-ESPERA
               MOVE W-COD-TURMA    TO ES-TURMA
               MOVE W-COD-NADADOR  TO ES-NADADOR
               MOVE W-DATA-HOJE    TO ES-DATA
               OPEN EXTEND ARQ-ESPERA
               IF W-STATE = "35"
