      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             RELATEST.
       AUTHOR.                 JULIANO.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - ATESTADOS MEDICOS A VENCER, PARA A
      *   COBRANCA MENSAL DA SECRETARIA: LISTA EM ATESTVEN.LST, TURMA
      *   A TURMA (TURMASN.DAT), OS NADADORES COM MATRICULA ATIVA
      *   (MATRINAT.DAT) CUJO ATESTADO VENCE NOS PROXIMOS 30 DIAS, E
      *   TAMBEM OS JA VENCIDOS E OS SEM ATESTADO, QUE NAO PODEM
      *   ESPERAR O PROXIMO MES. A SITUACAO DE CADA UM VEM DO
      *   SITATEST.cbl E O NOME DO BUSCANAD.cbl. TURMA SEM PENDENCIA
      *   NAO SAI NO RELATORIO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-TURMAS ASSIGN TO "TURMASN.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS TN-CODIGO
               FILE STATUS     IS W-STATT.
           SELECT ARQ-MATRICULAS ASSIGN TO "MATRINAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATM.
           SELECT REL-ATEST ASSIGN TO "ATESTVEN.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-TURMAS.
       01  REG-TURMA.
           02 TN-CODIGO       PIC 9(3).
           02 TN-CATEGORIA    PIC X(10).
           02 TN-DIA-SEMANA   PIC X(3).
           02 TN-HORA         PIC 9(4).
           02 TN-CAPACIDADE   PIC 99.
           02 TN-MATRICULADOS PIC 99.
           02 TN-INSTRUTOR    PIC 99.

       FD  ARQ-MATRICULAS
           LABEL RECORD STANDARD.
       01  REG-MATRICULA.
           02 MT-TURMA    PIC 9(3).
           02 FILLER      PIC X(1).
           02 MT-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1).
           02 MT-DATA     PIC 9(8).
           02 FILLER      PIC X(1).
           02 MT-STATUS   PIC X(1).
               88 MT-ATIVA     VALUE "A" " ".
               88 MT-CANCELADA VALUE "C".

       FD  REL-ATEST
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATT         PIC XX VALUE SPACES.
       77 W-STATM         PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-IND           PIC 9(3) VALUE ZEROS.
       77 W-QTD-TAB       PIC 9(3) VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-DATA-LIMITE   PIC 9(8) VALUE ZEROS.
       77 W-CAB-TURMA     PIC X    VALUE "N".
           88 TURMA-IMPRESSA       VALUE "S".
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-NOME-NADADOR  PIC X(20) VALUE SPACES.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU-NAD     PIC X     VALUE "N".
       77 W-SIT-ATESTADO  PIC X     VALUE SPACES.
           88 ATESTADO-VIGENTE      VALUE "V".
           88 ATESTADO-VENCIDO      VALUE "X".
       77 W-VENC-ATESTADO PIC 9(8)  VALUE ZEROS.
       77 W-QTD-A-VENCER  PIC 9(4)  VALUE ZEROS.
       77 W-QTD-VENCIDOS  PIC 9(4)  VALUE ZEROS.
       77 W-QTD-SEM       PIC 9(4)  VALUE ZEROS.

      *    MATRICULAS ATIVAS (TURMA E NADADOR), PERCORRIDAS POR TURMA.
       01 TAB-MATRICULAS.
           02 TM-ENTRADA OCCURS 999 TIMES.
               03 TM-TURMA    PIC 9(3).
               03 TM-NADADOR  PIC 9(6).

       01 LINCAB1.
           02 FILLER    PIC X(44) VALUE
               "ATESTADOS MEDICOS A VENCER ATE".
           02 LC-LIMITE PIC 9999/99/99.
           02 FILLER    PIC X(26) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(09) VALUE "CODIGO".
           02 FILLER    PIC X(23) VALUE "NADADOR".
           02 FILLER    PIC X(13) VALUE "VENCIMENTO".
           02 FILLER    PIC X(35) VALUE "SITUACAO".
       01 LINTURMA.
           02 FILLER    PIC X(07) VALUE "TURMA: ".
           02 LT-TURMA  PIC 9(3).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LT-CATEG  PIC X(10).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LT-DIA    PIC X(3).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LT-HORA   PIC 99B99.
           02 FILLER    PIC X(47) VALUE SPACES.
       01 LINDET.
           02 LD-CODIGO PIC 9(6).
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LD-NOME   PIC X(20).
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LD-VENC   PIC 9999/99/99.
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LD-SIT    PIC X(12).
           02 FILLER    PIC X(23) VALUE SPACES.
       01 LINTOTAL.
           02 FILLER    PIC X(11) VALUE "A VENCER: ".
           02 LT-A-VENCER PIC ZZZ9.
           02 FILLER    PIC X(13) VALUE "  VENCIDOS: ".
           02 LT-VENCIDOS PIC ZZZ9.
           02 FILLER    PIC X(17) VALUE "  SEM ATESTADO: ".
           02 LT-SEM    PIC ZZZ9.
           02 FILLER    PIC X(27) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(W-DATA-HOJE) + 30).
           INITIALIZE TAB-MATRICULAS.
           PERFORM CARREGAR-MATRICULAS.

           OPEN OUTPUT REL-ATEST.
           MOVE W-DATA-LIMITE TO LC-LIMITE.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TURMAS.
           IF W-STATT = "00"
               PERFORM LER-TURMA
               PERFORM LISTAR-TURMA UNTIL FIM-ARQUIVO
               CLOSE ARQ-TURMAS
           ELSE
               MOVE "NENHUMA TURMA CADASTRADA" TO REG-REL
               WRITE REG-REL
           END-IF.

           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE W-QTD-A-VENCER TO LT-A-VENCER.
           MOVE W-QTD-VENCIDOS TO LT-VENCIDOS.
           MOVE W-QTD-SEM      TO LT-SEM.
           WRITE REG-REL FROM LINTOTAL.
           CLOSE REL-ATEST.
           DISPLAY "RELATORIO ATESTVEN.LST GERADO" AT 1218.
           GOBACK.

      *-----------------------------------------------------------------*
      * CARREGAR-MATRICULAS - GUARDA TURMA E NADADOR DAS MATRICULAS
      *   ATIVAS.
      *-----------------------------------------------------------------*
       CARREGAR-MATRICULAS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MATRICULAS.
           IF W-STATM = "00"
               PERFORM LER-MATRICULA
               PERFORM GUARDAR-MATRICULA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MATRICULAS
           END-IF.

       LER-MATRICULA.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       GUARDAR-MATRICULA.
           IF MT-ATIVA AND W-QTD-TAB < 999
               ADD 1 TO W-QTD-TAB
               MOVE MT-TURMA   TO TM-TURMA(W-QTD-TAB)
               MOVE MT-NADADOR TO TM-NADADOR(W-QTD-TAB)
           END-IF.
           PERFORM LER-MATRICULA.

       LER-TURMA.
           READ ARQ-TURMAS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * LISTAR-TURMA - O CABECALHO DA TURMA SO SAI COM O PRIMEIRO
      *   NADADOR PENDENTE DELA.
      *-----------------------------------------------------------------*
       LISTAR-TURMA.
           MOVE "N"   TO W-CAB-TURMA.
           MOVE ZEROS TO W-IND.
           PERFORM CONFERIR-NADADOR W-QTD-TAB TIMES.
           PERFORM LER-TURMA.

       CONFERIR-NADADOR.
           ADD 1 TO W-IND.
           IF TM-TURMA(W-IND) NOT = TN-CODIGO
               EXIT PARAGRAPH
           END-IF.
           MOVE TM-NADADOR(W-IND) TO W-COD-NADADOR.
           CALL "SITUACAO-ATESTADO" USING W-COD-NADADOR W-DATA-HOJE
                                          W-SIT-ATESTADO
                                          W-VENC-ATESTADO.
           EVALUATE TRUE
               WHEN ATESTADO-VIGENTE
                   IF W-VENC-ATESTADO > W-DATA-LIMITE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO W-QTD-A-VENCER
                   MOVE "A VENCER"     TO LD-SIT
               WHEN ATESTADO-VENCIDO
                   ADD 1 TO W-QTD-VENCIDOS
                   MOVE "VENCIDO"      TO LD-SIT
               WHEN OTHER
                   ADD 1 TO W-QTD-SEM
                   MOVE "SEM ATESTADO" TO LD-SIT
           END-EVALUATE.
           PERFORM IMPRIMIR-NADADOR.

       IMPRIMIR-NADADOR.
           IF NOT TURMA-IMPRESSA
               MOVE "S" TO W-CAB-TURMA
               MOVE SPACES        TO REG-REL
               WRITE REG-REL
               MOVE TN-CODIGO     TO LT-TURMA
               MOVE TN-CATEGORIA  TO LT-CATEG
               MOVE TN-DIA-SEMANA TO LT-DIA
               MOVE TN-HORA       TO LT-HORA
               WRITE REG-REL FROM LINTURMA
           END-IF.
           MOVE SPACES TO W-NOME-NADADOR.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-NADADOR
                                      W-CATEG-NAD W-ACHOU-NAD.
           MOVE W-COD-NADADOR   TO LD-CODIGO.
           MOVE W-NOME-NADADOR  TO LD-NOME.
           MOVE W-VENC-ATESTADO TO LD-VENC.
           WRITE REG-REL FROM LINDET.
