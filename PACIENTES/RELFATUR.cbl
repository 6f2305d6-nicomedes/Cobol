      *   CONVENIO DEVE A CLINICA (01-UNIMED 02-AMIL 03-BRADESCO
      *   04-SULAMER), MAIS OS RECIBOS DOS PACIENTES PARTICULARES
      *   (99), COM A QUANTIDADE DE CONSULTAS DE CADA UM.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   NUMERO DA AUTORIZACAO DO CONVENIO (FT-AUTORIZ), LEVADO PELO
      *   FATURAR.cbl PARA A REMESSA DO GERAREM.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   PROFISSIONAL DA CONSULTA (FT-PROF), A MARCA DE GLOSA
      *   (FT-GLOSA) E A BASE JA REPASSADA (FT-BASE-REP), USADOS PELO
      *   REPASSE.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA PASSA A TER UMA LINHA POR
      *   PROCEDIMENTO ALEM DA CONSULTA (FT-PROCED). CADA CONVENIO
      *   MOSTRA A QUANTIDADE DE CONSULTAS E DE PROCEDIMENTOS, E O
      *   RELATORIO FECHA COM OS TOTAIS POR CODIGO DE PROCEDIMENTO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           SELECT ARQ-FATURAS ASSIGN TO "FATURAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATF.
           SELECT ARQ-PROCED ASSIGN TO "PROCEDIM.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    PC-COD
               ACCESS        RANDOM
               FILE STATUS IS W-STATPC.
           SELECT REL-FATURA ASSIGN TO "FATURAS.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
           05 FT-VLR-PAGO PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-DT-PAGTO PIC 9(8).
           05 FILLER      PIC X(1).
           05 FT-AUTORIZ  PIC X(15).
           05 FILLER      PIC X(1).
           05 FT-PROF     PIC 9(2).
           05 FILLER      PIC X(1).
           05 FT-GLOSA    PIC X(1).
           05 FILLER      PIC X(1).
           05 FT-BASE-REP PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-PROCED   PIC 9(3).

       FD  ARQ-PROCED.
       01  REG-PROCED.
           02 PC-COD    PIC 9(3).
           02 PC-NOME   PIC X(30).
           02 PC-VALOR  OCCURS 5 TIMES PIC 9(4)V99.

       FD  REL-FATURA
           LABEL RECORD STANDARD.
       77 W-ANOMES       PIC 9(6) VALUE ZEROS.
       77 W-IND          PIC 9    VALUE ZEROS.
       77 W-TOT-GERAL    PIC 9(7)V99 VALUE ZEROS.
       77 W-STATPC       PIC XX VALUE SPACES.
       77 W-PROC-ABERTO  PIC X  VALUE "N".
           88 PROC-ABERTO         VALUE "S".
       77 W-PROCED       PIC 9(3) VALUE ZEROS.
       77 W-QTD-PROC     PIC 9(3) VALUE ZEROS.
       77 W-IND-PROC     PIC 9(3) VALUE ZEROS.
       77 W-ACHOU        PIC X    VALUE "N".
           88 ACHOU-PROC          VALUE "S".

       01 TAB-CONVENIOS.
           02 TC-ENTRADA OCCURS 5 TIMES.
               03 TC-CONV   PIC X(2).
               03 TC-NOME   PIC X(10).
               03 TC-QTD    PIC 9(4).
               03 TC-QTD-PROC PIC 9(4).
               03 TC-TOTAL  PIC 9(6)V99.

      *    TOTAIS POR CODIGO DE PROCEDIMENTO (000 E A CONSULTA).
       01 TAB-PROCED.
           02 TX-ENTRADA OCCURS 100 TIMES.
               03 TX-COD    PIC 9(3).
               03 TX-QTD    PIC 9(4).
               03 TX-TOTAL  PIC 9(6)V99.

       01 LINCAB1.
           02 FILLER    PIC X(38) VALUE
               "FATURA MENSAL POR CONVENIO - ANO/MES: ".
           02 FILLER    PIC X(05) VALUE "CONV".
           02 FILLER    PIC X(12) VALUE "NOME".
           02 FILLER    PIC X(11) VALUE "CONSULTAS".
           02 FILLER    PIC X(11) VALUE "PROCEDIM.".
           02 FILLER    PIC X(41) VALUE "TOTAL A RECEBER".
       01 LINDET.
           02 LD-CONV   PIC X(2).
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LD-NOME   PIC X(10).
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 LD-QTD    PIC ZZZ9.
           02 FILLER    PIC X(7)  VALUE SPACES.
           02 LD-QTD-PROC PIC ZZZ9.
           02 FILLER    PIC X(5)  VALUE SPACES.
           02 LD-TOTAL  PIC ZZZ.ZZ9,99.
           02 FILLER    PIC X(31) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(25) VALUE "TOTAL GERAL DO MES.....: ".
           02 LT-TOTAL  PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(43) VALUE SPACES.
       01 LINCAB3.
           02 FILLER    PIC X(40) VALUE
               "TOTAIS POR PROCEDIMENTO".
           02 FILLER    PIC X(40) VALUE SPACES.
       01 LINCAB4.
           02 FILLER    PIC X(06) VALUE "COD".
           02 FILLER    PIC X(33) VALUE "PROCEDIMENTO".
           02 FILLER    PIC X(08) VALUE "QTD".
           02 FILLER    PIC X(33) VALUE "TOTAL".
       01 LINPROC.
           02 LX-COD    PIC 9(3).
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LX-NOME   PIC X(30).
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LX-QTD    PIC ZZZ9.
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 LX-TOTAL  PIC ZZZ.ZZ9,99.
           02 FILLER    PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE "PARTIC"   TO TC-NOME(5).
           MOVE ZEROS TO TC-QTD(1) TC-QTD(2) TC-QTD(3) TC-QTD(4)
                         TC-QTD(5) TC-TOTAL(1) TC-TOTAL(2)
                         TC-TOTAL(3) TC-TOTAL(4) TC-TOTAL(5)
                         TC-QTD-PROC(1) TC-QTD-PROC(2) TC-QTD-PROC(3)
                         TC-QTD-PROC(4) TC-QTD-PROC(5).

       ACUMULAR-FATURAS.
           MOVE "N" TO W-FIM-ARQ.

       ACUMULAR-UMA.
           IF FT-ANOMES = W-ANOMES
               IF FT-PROCED NUMERIC
                   MOVE FT-PROCED TO W-PROCED
               ELSE
                   MOVE ZEROS TO W-PROCED
               END-IF
               MOVE ZEROS TO W-IND
               PERFORM ACUMULAR-NO-CONVENIO 5 TIMES
               PERFORM ACUMULAR-NO-PROCEDIMENTO
               ADD FT-VALOR TO W-TOT-GERAL
           END-IF.
           PERFORM LER-FATURA.
       ACUMULAR-NO-CONVENIO.
           ADD 1 TO W-IND.
           IF TC-CONV(W-IND) = FT-CONV
               IF W-PROCED = ZEROS
                   ADD 1    TO TC-QTD(W-IND)
               ELSE
                   ADD 1    TO TC-QTD-PROC(W-IND)
               END-IF
               ADD FT-VALOR TO TC-TOTAL(W-IND)
           END-IF.

       ACUMULAR-NO-PROCEDIMENTO.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND-PROC.
           PERFORM PROCURAR-PROCEDIMENTO
               UNTIL ACHOU-PROC OR W-IND-PROC >= W-QTD-PROC.
           IF NOT ACHOU-PROC AND W-QTD-PROC < 100
               ADD 1 TO W-QTD-PROC
               MOVE W-QTD-PROC TO W-IND-PROC
               MOVE W-PROCED   TO TX-COD(W-IND-PROC)
               MOVE ZEROS      TO TX-QTD(W-IND-PROC)
                                  TX-TOTAL(W-IND-PROC)
               MOVE "S"        TO W-ACHOU
           END-IF.
           IF ACHOU-PROC
               ADD 1        TO TX-QTD(W-IND-PROC)
               ADD FT-VALOR TO TX-TOTAL(W-IND-PROC)
           END-IF.

       PROCURAR-PROCEDIMENTO.
           ADD 1 TO W-IND-PROC.
           IF TX-COD(W-IND-PROC) = W-PROCED
               MOVE "S" TO W-ACHOU
           END-IF.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-FATURA.
           MOVE W-ANOMES TO LC-ANOMES.
           PERFORM IMPRIMIR-UM 5 TIMES.
           MOVE W-TOT-GERAL TO LT-TOTAL.
           WRITE REG-REL FROM LINTOT.
           PERFORM IMPRIMIR-PROCEDIMENTOS.
           CLOSE REL-FATURA.

       IMPRIMIR-UM.
           MOVE TC-CONV(W-IND)  TO LD-CONV.
           MOVE TC-NOME(W-IND)  TO LD-NOME.
           MOVE TC-QTD(W-IND)   TO LD-QTD.
           MOVE TC-QTD-PROC(W-IND) TO LD-QTD-PROC.
           MOVE TC-TOTAL(W-IND) TO LD-TOTAL.
           WRITE REG-REL FROM LINDET.

      *-----------------------------------------------------------------*
      * IMPRIMIR-PROCEDIMENTOS - QUANTIDADE E VALOR DO MES POR CODIGO
      *   DE PROCEDIMENTO, COM A DESCRICAO DO PROCEDIM.DAT.
      *-----------------------------------------------------------------*
       IMPRIMIR-PROCEDIMENTOS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           WRITE REG-REL FROM LINCAB3.
           WRITE REG-REL FROM LINCAB4.
           OPEN INPUT ARQ-PROCED.
           IF W-STATPC = "00"
               MOVE "S" TO W-PROC-ABERTO
           END-IF.
           MOVE ZEROS TO W-IND-PROC.
           PERFORM IMPRIMIR-UM-PROCEDIMENTO W-QTD-PROC TIMES.
           IF PROC-ABERTO
               CLOSE ARQ-PROCED
           END-IF.

       IMPRIMIR-UM-PROCEDIMENTO.
           ADD 1 TO W-IND-PROC.
           MOVE TX-COD(W-IND-PROC)   TO LX-COD.
           MOVE TX-QTD(W-IND-PROC)   TO LX-QTD.
           MOVE TX-TOTAL(W-IND-PROC) TO LX-TOTAL.
           MOVE SPACES TO LX-NOME.
           IF TX-COD(W-IND-PROC) = ZEROS
               MOVE "CONSULTA" TO LX-NOME
           ELSE
               IF PROC-ABERTO
                   MOVE TX-COD(W-IND-PROC) TO PC-COD
                   READ ARQ-PROCED
                       INVALID KEY
                           MOVE "(NAO CADASTRADO)" TO LX-NOME
                       NOT INVALID KEY
                           MOVE PC-NOME TO LX-NOME
                   END-READ
               END-IF
           END-IF.
           WRITE REG-REL FROM LINPROC.
