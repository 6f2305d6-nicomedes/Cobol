      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             PAGINSTR.
       AUTHOR.                 JULIANO.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - PAGAMENTO MENSAL DOS INSTRUTORES:
      *   PARA A COMPETENCIA INFORMADA, SOMA AS AULAS REGISTRADAS PELA
      *   CHAMADA EM AULASNAT.DAT POR INSTRUTOR - AULAS DA GRADE (COMO
      *   TITULAR DA TURMA), SUBSTITUICOES DADAS E FALTAS (AULA DA
      *   GRADE DADA POR OUTRO) - E VALORIZA PELA HORA-AULA DE
      *   INSTRUT.DAT, UMA HORA POR AULA COMO NO RELCARGA.cbl. A FALTA
      *   E DESCONTADA. PARA O INSTRUTOR EMPREGADO (IN-MATRICULA) O
      *   VALOR VAI PARA APONTMES.DAT (AM-VLR-AULAS), DE ONDE A
      *   FOLHA.cbl O LEVA AO HOLERITE; OS DEMAIS RECEBEM O
      *   DEMONSTRATIVO DE PAGAMENTO EM PAGINSTR.LST. RODAR DE NOVO A
      *   MESMA COMPETENCIA SUBSTITUI O VALOR LANCADO, NAO SOMA.
      * 15 OUTUBRO 2026 - JULIANO - COMPETENCIA COM A FOLHA JA FECHADA
      *   NO CONTROLE DE PERIODOS (PERIODO.cbl) NAO RODA, PARA NAO
      *   MUDAR AM-VLR-AULAS DEPOIS DO HOLERITE: O PRIMEIRO DIA DA
      *   COMPETENCIA E CONSULTADO NO COMUM/VERIFPERIODO.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-AULAS ASSIGN TO "AULASNAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS AU-CHAVE
               FILE STATUS     IS W-STATAU.
           SELECT ARQ-INSTRUT ASSIGN TO "INSTRUT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS IN-COD
               FILE STATUS     IS W-STATI.
           SELECT ARQ-APONTMES ASSIGN TO "APONTMES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS AM-CHAVE
               FILE STATUS     IS W-STATAM.
           SELECT REL-PAGTO ASSIGN TO "PAGINSTR.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-AULAS.
       01  REG-AULA.
           02 AU-CHAVE.
               03 AU-TURMA       PIC 9(3).
               03 AU-DATA        PIC 9(8).
           02 AU-TITULAR         PIC 99.
           02 AU-INSTRUTOR       PIC 99.

       FD  ARQ-INSTRUT.
       01  REG-INSTRUTOR.
           02 IN-COD        PIC 99.
           02 IN-NOME       PIC X(30).
           02 IN-FONE       PIC X(12).
           02 IN-VALOR-HORA PIC 9(4)V99.
           02 IN-MATRICULA  PIC 9(8).

       FD  ARQ-APONTMES.
       01  REG-APONTMES.
           02 AM-CHAVE.
               03 AM-ANOMES    PIC 9(6).
               03 AM-MATRICULA PIC 9(8).
           02 AM-HORAS-TRAB  PIC 9(3)V99.
           02 AM-VLR-EXTRAS  PIC 9(8)V99.
           02 AM-VLR-FALTAS  PIC 9(8)V99.
           02 AM-VLR-AULAS   PIC 9(8)V99.

       FD  REL-PAGTO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATAU        PIC XX VALUE SPACES.
       77 W-STATI         PIC XX VALUE SPACES.
       77 W-STATAM        PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-PONTO-OK      PIC X  VALUE "N".
           88 PONTO-ABERTO         VALUE "S".
       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-DATA-COMP     PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".
       77 W-IND           PIC 99   VALUE ZEROS.
       77 W-QTD-AULAS     PIC 9(5) VALUE ZEROS.
       77 W-QTD-DEMONST   PIC 9(3) VALUE ZEROS.
       77 W-QTD-FOLHA     PIC 9(3) VALUE ZEROS.
       77 W-VLR-GRADE     PIC 9(8)V99 VALUE ZEROS.
       77 W-VLR-SUBST     PIC 9(8)V99 VALUE ZEROS.
       77 W-VLR-FALTAS    PIC 9(8)V99 VALUE ZEROS.
       77 W-VLR-LIQUIDO   PIC 9(8)V99 VALUE ZEROS.
       77 W-TOT-DEMONST   PIC 9(8)V99 VALUE ZEROS.
       77 W-TOT-FOLHA     PIC 9(8)V99 VALUE ZEROS.

      *    CONTAGEM DO MES POR CODIGO DE INSTRUTOR (01-99).
       01 TAB-AULAS.
           02 TP-ENTRADA OCCURS 99 TIMES.
               03 TP-GRADE   PIC 9(3).
               03 TP-SUBST   PIC 9(3).
               03 TP-FALTAS  PIC 9(3).

       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE
               "PAGAMENTO DE INSTRUTORES - COMPETENCIA".
           02 LC-ANOMES PIC 9(6).
           02 FILLER    PIC X(34) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LININSTR.
           02 FILLER    PIC X(11) VALUE "INSTRUTOR: ".
           02 LI-COD    PIC 99.
           02 FILLER    PIC X(3)  VALUE " - ".
           02 LI-NOME   PIC X(30).
           02 FILLER    PIC X(34) VALUE SPACES.
       01 LINAULAS.
           02 LA-TITULO PIC X(25).
           02 LA-QTD    PIC ZZ9.
           02 FILLER    PIC X(3)  VALUE " X ".
           02 LA-HORA   PIC Z.ZZ9,99.
           02 FILLER    PIC X(3)  VALUE " = ".
           02 LA-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(25) VALUE SPACES.
       01 LINVALOR.
           02 LV-TITULO PIC X(42).
           02 LV-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(25) VALUE SPACES.
       01 LINFOLHA.
           02 FILLER    PIC X(36) VALUE
               "LANCADO NO PONTO PARA A FOLHA - MAT.".
           02 LF-MATR   PIC 9(8).
           02 FILLER    PIC X(36) VALUE SPACES.
       01 LINBRANCO     PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           INITIALIZE TAB-AULAS.
           DISPLAY ERASE.
           DISPLAY "PAGAMENTO MENSAL DOS INSTRUTORES" AT 0520.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES AT 0932
           END-PERFORM.

           COMPUTE W-DATA-COMP = W-ANOMES * 100 + 1.
           CALL "VERIFICA-PERIODO" USING "F" W-DATA-COMP W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA A FOLHA" AT 1210
               STOP " "
               GOBACK
           END-IF.

           PERFORM CONTAR-AULAS.
           IF W-QTD-AULAS = ZEROS
               DISPLAY "NENHUMA AULA REGISTRADA NA COMPETENCIA" AT 1210
               STOP " "
               GOBACK
           END-IF.
           PERFORM PAGAR-INSTRUTORES.
           DISPLAY "DEMONSTRATIVOS EM PAGINSTR.LST...:" AT 1210.
           DISPLAY W-QTD-DEMONST AT 1245.
           DISPLAY "INSTRUTORES LANCADOS NA FOLHA....:" AT 1310.
           DISPLAY W-QTD-FOLHA   AT 1345.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * CONTAR-AULAS - CADA AULA DA COMPETENCIA CONTA PARA QUEM A DEU:
      *   COMO AULA DA GRADE SE ERA O TITULAR, COMO SUBSTITUICAO SE NAO.
      *   NA SUBSTITUICAO O TITULAR LEVA UMA FALTA.
      *-----------------------------------------------------------------*
       CONTAR-AULAS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-AULAS.
           IF W-STATAU = "00"
               PERFORM LER-AULA
               PERFORM TRATAR-AULA UNTIL FIM-ARQUIVO
               CLOSE ARQ-AULAS
           ELSE
               DISPLAY "AULASNAT.DAT NAO ENCONTRADO (CHAMADA)" AT 2310
           END-IF.

       LER-AULA.
           READ ARQ-AULAS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       TRATAR-AULA.
           IF AU-DATA(1:6) = W-ANOMES AND AU-INSTRUTOR > ZEROS
               ADD 1 TO W-QTD-AULAS
               IF AU-INSTRUTOR = AU-TITULAR
                   ADD 1 TO TP-GRADE(AU-INSTRUTOR)
               ELSE
                   ADD 1 TO TP-SUBST(AU-INSTRUTOR)
                   IF AU-TITULAR > ZEROS
                       ADD 1 TO TP-GRADE(AU-TITULAR)
                       ADD 1 TO TP-FALTAS(AU-TITULAR)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-AULA.

      *-----------------------------------------------------------------*
      * PAGAR-INSTRUTORES - PERCORRE INSTRUT.DAT. O EMPREGADO TEM O
      *   VALOR DO MES GRAVADO NO PONTO MESMO QUANDO ZERADO, PARA QUE A
      *   CORRECAO DE UMA CHAMADA REFLITA NA FOLHA AO RODAR DE NOVO.
      *-----------------------------------------------------------------*
       PAGAR-INSTRUTORES.
           OPEN OUTPUT REL-PAGTO.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.
           OPEN I-O ARQ-APONTMES.
           IF W-STATAM = "35"
               OPEN OUTPUT ARQ-APONTMES
               CLOSE       ARQ-APONTMES
               OPEN I-O    ARQ-APONTMES
           END-IF.
           IF W-STATAM = "00"
               MOVE "S" TO W-PONTO-OK
           END-IF.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-INSTRUT.
           IF W-STATI = "00"
               PERFORM LER-INSTRUTOR
               PERFORM PAGAR-UM-INSTRUTOR UNTIL FIM-ARQUIVO
               CLOSE ARQ-INSTRUT
           ELSE
               DISPLAY "INSTRUT.DAT NAO ENCONTRADO (CADINSTR)" AT 2310
           END-IF.

           MOVE "TOTAL DOS DEMONSTRATIVOS.........: " TO LV-TITULO.
           MOVE W-TOT-DEMONST TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "TOTAL LANCADO NA FOLHA...........: " TO LV-TITULO.
           MOVE W-TOT-FOLHA TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           IF PONTO-ABERTO
               CLOSE ARQ-APONTMES
           END-IF.
           CLOSE REL-PAGTO.

       LER-INSTRUTOR.
           READ ARQ-INSTRUT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       PAGAR-UM-INSTRUTOR.
           MOVE IN-COD TO W-IND.
           COMPUTE W-VLR-GRADE  = TP-GRADE(W-IND)  * IN-VALOR-HORA.
           COMPUTE W-VLR-SUBST  = TP-SUBST(W-IND)  * IN-VALOR-HORA.
           COMPUTE W-VLR-FALTAS = TP-FALTAS(W-IND) * IN-VALOR-HORA.
           COMPUTE W-VLR-LIQUIDO = W-VLR-GRADE + W-VLR-SUBST
                                 - W-VLR-FALTAS.
           IF IN-MATRICULA NOT = ZEROS
               PERFORM LANCAR-NO-PONTO
           END-IF.
           IF TP-GRADE(W-IND) NOT = ZEROS
              OR TP-SUBST(W-IND) NOT = ZEROS
               PERFORM IMPRIMIR-DEMONSTRATIVO
           END-IF.
           PERFORM LER-INSTRUTOR.

      *-----------------------------------------------------------------*
      * LANCAR-NO-PONTO - SO O VALOR DAS AULAS E TOCADO; HORAS, EXTRAS E
      *   FALTAS DO PONTO FICAM COMO O APURAPON.cbl GRAVOU.
      *-----------------------------------------------------------------*
       LANCAR-NO-PONTO.
           IF NOT PONTO-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE W-ANOMES     TO AM-ANOMES.
           MOVE IN-MATRICULA TO AM-MATRICULA.
           READ ARQ-APONTMES
               INVALID KEY
                   IF W-VLR-LIQUIDO > ZEROS
                       MOVE ZEROS         TO AM-HORAS-TRAB
                                             AM-VLR-EXTRAS
                                             AM-VLR-FALTAS
                       MOVE W-VLR-LIQUIDO TO AM-VLR-AULAS
                       WRITE REG-APONTMES
                   END-IF
               NOT INVALID KEY
                   MOVE W-VLR-LIQUIDO TO AM-VLR-AULAS
                   REWRITE REG-APONTMES
           END-READ.

       IMPRIMIR-DEMONSTRATIVO.
           MOVE IN-COD  TO LI-COD.
           MOVE IN-NOME TO LI-NOME.
           WRITE REG-REL FROM LININSTR.
           MOVE IN-VALOR-HORA TO LA-HORA.
           MOVE "AULAS DA GRADE.........: " TO LA-TITULO.
           MOVE TP-GRADE(W-IND) TO LA-QTD.
           MOVE W-VLR-GRADE     TO LA-VALOR.
           WRITE REG-REL FROM LINAULAS.
           MOVE "SUBSTITUICOES DADAS....: " TO LA-TITULO.
           MOVE TP-SUBST(W-IND) TO LA-QTD.
           MOVE W-VLR-SUBST     TO LA-VALOR.
           WRITE REG-REL FROM LINAULAS.
           MOVE "FALTAS (DESCONTO)......: " TO LA-TITULO.
           MOVE TP-FALTAS(W-IND) TO LA-QTD.
           MOVE W-VLR-FALTAS     TO LA-VALOR.
           WRITE REG-REL FROM LINAULAS.
           IF IN-MATRICULA NOT = ZEROS
               MOVE "VALOR DAS AULAS NO MES...........: " TO LV-TITULO
               MOVE W-VLR-LIQUIDO TO LV-VALOR
               WRITE REG-REL FROM LINVALOR
               MOVE IN-MATRICULA TO LF-MATR
               WRITE REG-REL FROM LINFOLHA
               ADD 1 TO W-QTD-FOLHA
               ADD W-VLR-LIQUIDO TO W-TOT-FOLHA
           ELSE
               MOVE "VALOR A RECEBER..................: " TO LV-TITULO
               MOVE W-VLR-LIQUIDO TO LV-VALOR
               WRITE REG-REL FROM LINVALOR
               ADD 1 TO W-QTD-DEMONST
               ADD W-VLR-LIQUIDO TO W-TOT-DEMONST
           END-IF.
           WRITE REG-REL FROM LINTRACO.
