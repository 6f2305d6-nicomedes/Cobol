      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             RELFERIAS.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - FERIAS A VENCER: PERCORRE OS
      *   FUNCIONARIOS ATIVOS DE FUNCIONARIOS.DAT, REFAZ A PARTIR DE
      *   RF-DT-ADMISSAO OS PERIODOS AQUISITIVOS JA COMPLETADOS (MESMA
      *   REGRA DO FERIAS.cbl) E, COM OS DIAS GOZADOS DE FERIAS.DAT,
      *   LISTA EM RELFERIAS.LST TODO PERIODO COM SALDO CUJO LIMITE DE
      *   CONCESSAO CAI DENTRO DA ANTECEDENCIA INFORMADA (PADRAO 60
      *   DIAS) - OU JA PASSOU, QUANDO AS FERIAS SAO DEVIDAS EM DOBRO.
      *   E O AVISO PARA PROGRAMAR O GOZO ANTES DA MULTA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS RF-MATRICULA
               FILE STATUS     IS W-STATF.
           SELECT ARQ-FERIAS ASSIGN TO "FERIAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS FE-CHAVE
               FILE STATUS     IS W-STATFE.
           SELECT REL-FERIAS ASSIGN TO "RELFERIAS.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-FUNC.
       01  REG-FUNC.
           02 RF-MATRICULA.
               03 RF-MATR-BASE PIC 9(7).
               03 RF-MATR-DV   PIC 9.
           02 RF-NOME      PIC X(30).
           02 RF-SALARIO   PIC 9(10)V99.
           02 RF-SITUACAO  PIC X(1).
               88 RF-ATIVO      VALUE "A" " ".
               88 RF-DESLIGADO  VALUE "D".
           02 RF-DT-ADMISSAO PIC 9(8).
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

       FD  ARQ-FERIAS.
       01  REG-FERIAS.
           02 FE-CHAVE.
               03 FE-MATRICULA PIC 9(8).
               03 FE-PERIODO   PIC 99.
           02 FE-AQUIS-INI    PIC 9(8).
           02 FE-AQUIS-FIM    PIC 9(8).
           02 FE-LIMITE       PIC 9(8).
           02 FE-DIAS-DIREITO PIC 99.
           02 FE-DIAS-GOZADOS PIC 99.
           02 FE-QTD-FRACOES  PIC 9.
           02 FE-FRACAO OCCURS 3 TIMES.
               03 FE-GOZO-INI    PIC 9(8).
               03 FE-GOZO-DIAS   PIC 99.
               03 FE-EM-DOBRO    PIC X(1).
               03 FE-VLR-FERIAS  PIC 9(8)V99.
               03 FE-VLR-TERCO   PIC 9(8)V99.
               03 FE-INSS        PIC 9(8)V99.
               03 FE-IRRF        PIC 9(8)V99.
               03 FE-LIQUIDO     PIC 9(8)V99.

       FD  REL-FERIAS
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATFE        PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-FERIAS-OK     PIC X  VALUE "N".
           88 FERIAS-ABERTO        VALUE "S".

       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-DIAS-HOJE     PIC 9(7) VALUE ZEROS.
       77 W-ANTECEDENCIA  PIC 9(3) VALUE ZEROS.
       77 W-DATA-AVISO    PIC 9(8) VALUE ZEROS.
       77 W-DIAS-RESTAM   PIC S9(5) VALUE ZEROS.

       01 W-DT-CALC       PIC 9(8) VALUE ZEROS.
       01 W-DT-CALC-R REDEFINES W-DT-CALC.
           02 W-CALC-ANO  PIC 9(4).
           02 W-CALC-MES  PIC 99.
           02 W-CALC-DIA  PIC 99.
       77 W-ANOS-SOMA     PIC 99   VALUE ZEROS.
       77 W-DIAS-INT      PIC 9(7) VALUE ZEROS.
       77 W-INI-PROX      PIC 9(8) VALUE ZEROS.
       77 W-LIMITE        PIC 9(8) VALUE ZEROS.
       77 W-PERIODO       PIC 99   VALUE ZEROS.
       77 W-FIM-PERIODOS  PIC X    VALUE "N".
           88 FIM-PERIODOS         VALUE "S".
       77 W-GOZADOS       PIC 99   VALUE ZEROS.
       77 W-SALDO         PIC 99   VALUE ZEROS.

       77 W-QTD-AVISOS    PIC 9(4) VALUE ZEROS.
       77 W-QTD-DOBRO     PIC 9(4) VALUE ZEROS.

       01 LINCAB1.
           02 FILLER    PIC X(33) VALUE
               "FERIAS A VENCER - EMITIDO EM ".
           02 LC-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(17) VALUE " - ANTECEDENCIA ".
           02 LC-ANTEC  PIC ZZ9.
           02 FILLER    PIC X(05) VALUE " DIAS".
           02 FILLER    PIC X(12) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(10) VALUE "MATRICULA".
           02 FILLER    PIC X(21) VALUE "NOME".
           02 FILLER    PIC X(04) VALUE "PER".
           02 FILLER    PIC X(12) VALUE "FIM AQUIS.".
           02 FILLER    PIC X(12) VALUE "LIMITE".
           02 FILLER    PIC X(06) VALUE "SALDO".
           02 FILLER    PIC X(15) VALUE "SITUACAO".
       01 LINTRACO.
           02 FILLER    PIC X(80) VALUE ALL "-".
       01 LINDET.
           02 LD-MATR   PIC 9(8).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-NOME   PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-PERIODO PIC Z9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-FIM    PIC 9(4)/99/99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-LIMITE PIC 9(4)/99/99.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LD-SALDO  PIC Z9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LD-SITUACAO PIC X(15).
       01 LD-VENCE.
           02 FILLER    PIC X(06) VALUE "VENCE ".
           02 LD-DIAS   PIC ZZ9.
           02 FILLER    PIC X(06) VALUE " DIAS".
       01 LINTOT.
           02 FILLER    PIC X(22) VALUE "PERIODOS A VENCER...: ".
           02 LT-AVISOS PIC ZZZ9.
           02 FILLER    PIC X(24) VALUE "   JA DEVIDOS EM DOBRO: ".
           02 LT-DOBRO  PIC ZZZ9.
           02 FILLER    PIC X(26) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY ERASE.
           DISPLAY "FERIAS A VENCER" AT 0520.
           DISPLAY "ANTECEDENCIA EM DIAS (0 = 60):" AT 0910.
           ACCEPT W-ANTECEDENCIA AT 0941.
           IF W-ANTECEDENCIA = ZEROS
               MOVE 60 TO W-ANTECEDENCIA
           END-IF.
           COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).
           COMPUTE W-DATA-AVISO =
               FUNCTION DATE-OF-INTEGER(W-DIAS-HOJE + W-ANTECEDENCIA).

           OPEN INPUT ARQ-FUNC.
           IF W-STATF NOT = "00"
               DISPLAY "FUNCIONARIOS.DAT INDISPONIVEL" AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FERIAS.
           IF W-STATFE = "00"
               MOVE "S" TO W-FERIAS-OK
           END-IF.
           OPEN OUTPUT REL-FERIAS.
           MOVE W-DATA-HOJE    TO LC-DATA.
           MOVE W-ANTECEDENCIA TO LC-ANTEC.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINTRACO.

           PERFORM LER-FUNC.
           PERFORM PROCESSAR-FUNC UNTIL FIM-ARQUIVO.

           MOVE W-QTD-AVISOS TO LT-AVISOS.
           MOVE W-QTD-DOBRO  TO LT-DOBRO.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINTOT.
           CLOSE ARQ-FUNC REL-FERIAS.
           IF FERIAS-ABERTO
               CLOSE ARQ-FERIAS
           END-IF.
           DISPLAY "RELATORIO EM RELFERIAS.LST - PERIODOS:" AT 1210.
           DISPLAY W-QTD-AVISOS AT 1249.
           STOP " ".
           GOBACK.

       LER-FUNC.
           READ ARQ-FUNC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       PROCESSAR-FUNC.
           IF RF-ATIVO AND RF-DT-ADMISSAO NOT = ZEROS
               MOVE ZEROS TO W-PERIODO
               MOVE "N"   TO W-FIM-PERIODOS
               PERFORM AVALIAR-PERIODO UNTIL FIM-PERIODOS
           END-IF.
           PERFORM LER-FUNC.

      *-----------------------------------------------------------------*
      * AVALIAR-PERIODO - PERIODO N COMPLETO QUANDO O N-ESIMO
      *   ANIVERSARIO DA ADMISSAO JA CHEGOU; O LIMITE E A VESPERA DO
      *   ANIVERSARIO SEGUINTE. PERIODO SEM REGISTRO EM FERIAS.DAT
      *   NAO TEVE GOZO.
      *-----------------------------------------------------------------*
       AVALIAR-PERIODO.
           ADD 1 TO W-PERIODO.
           MOVE W-PERIODO TO W-ANOS-SOMA.
           PERFORM SOMAR-ANOS.
           MOVE W-DT-CALC TO W-INI-PROX.
           IF W-INI-PROX > W-DATA-HOJE OR W-PERIODO = 99
               MOVE "S" TO W-FIM-PERIODOS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-ANOS-SOMA = W-PERIODO + 1.
           PERFORM SOMAR-ANOS.
           COMPUTE W-DIAS-INT = FUNCTION INTEGER-OF-DATE(W-DT-CALC) - 1.
           COMPUTE W-LIMITE = FUNCTION DATE-OF-INTEGER(W-DIAS-INT).
           IF W-LIMITE > W-DATA-AVISO
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO W-GOZADOS.
           IF FERIAS-ABERTO
               MOVE RF-MATRICULA TO FE-MATRICULA
               MOVE W-PERIODO    TO FE-PERIODO
               READ ARQ-FERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FE-DIAS-GOZADOS TO W-GOZADOS
               END-READ
           END-IF.
           IF W-GOZADOS NOT < 30
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-SALDO = 30 - W-GOZADOS.
           PERFORM IMPRIMIR-AVISO.

       IMPRIMIR-AVISO.
           MOVE RF-MATRICULA TO LD-MATR.
           MOVE RF-NOME      TO LD-NOME.
           MOVE W-PERIODO    TO LD-PERIODO.
           COMPUTE W-DIAS-INT =
               FUNCTION INTEGER-OF-DATE(W-INI-PROX) - 1.
           COMPUTE LD-FIM = FUNCTION DATE-OF-INTEGER(W-DIAS-INT).
           MOVE W-LIMITE     TO LD-LIMITE.
           MOVE W-SALDO      TO LD-SALDO.
           COMPUTE W-DIAS-RESTAM =
               FUNCTION INTEGER-OF-DATE(W-LIMITE) - W-DIAS-HOJE.
           IF W-DIAS-RESTAM < ZEROS
               MOVE "DEVIDA EM DOBRO" TO LD-SITUACAO
               ADD 1 TO W-QTD-DOBRO
           ELSE
               MOVE W-DIAS-RESTAM TO LD-DIAS
               MOVE LD-VENCE      TO LD-SITUACAO
               ADD 1 TO W-QTD-AVISOS
           END-IF.
           WRITE REG-REL FROM LINDET.

      *    ANIVERSARIO DE 29/02 EM ANO NAO BISSEXTO CAI EM 28/02.
       SOMAR-ANOS.
           MOVE RF-DT-ADMISSAO TO W-DT-CALC.
           ADD W-ANOS-SOMA TO W-CALC-ANO.
           IF W-CALC-MES = 02 AND W-CALC-DIA = 29
               IF FUNCTION MOD(W-CALC-ANO, 4) NOT = ZEROS
                  OR (FUNCTION MOD(W-CALC-ANO, 100) = ZEROS
                      AND FUNCTION MOD(W-CALC-ANO, 400) NOT = ZEROS)
                   MOVE 28 TO W-CALC-DIA
               END-IF
           END-IF.
