      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             ADIANTA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - ADIANTAMENTO QUINZENAL (DIA 20):
      *   PARA A COMPETENCIA INFORMADA CALCULA O ADIANTAMENTO DE CADA
      *   FUNCIONARIO ATIVO SOBRE RF-SALARIO - PELO PERCENTUAL DO
      *   CADASTRO (RF-PCT-ADIANT) OU, QUANDO ELE E ZERO, PELO
      *   PERCENTUAL GERAL DIGITADO NA TELA (40% SE NADA FOR
      *   DIGITADO); QUEM TEM 99,99 NO CADASTRO NAO QUER E FICA DE
      *   FORA. GRAVA EM ADIANT.DAT (COMPETENCIA + MATRICULA), IMPRIME
      *   O RECIBO EM ADIANTA.LST E LANCA A SAIDA TOTAL NO CAIXA VIA
      *   GRAVA-CAIXA. QUEM JA TEM ADIANTAMENTO NA COMPETENCIA NAO E
      *   PAGO DE NOVO. A FOLHA.cbl DESCONTA O ADIANTAMENTO NO
      *   HOLERITE DO MES. ANTES ERA PAGO NO CAIXA E "LEMBRADO" NO FIM
      *   DO MES.
      * 15 OUTUBRO 2026 - JULIANO - COM A FOLHA DO MES JA FECHADA NO
      *   CONTROLE DE PERIODOS (PERIODO.cbl) PARA A DATA DO DIA O
      *   ADIANTAMENTO NAO E PAGO NEM LANCADO NO CAIXA (CONSULTA NO
      *   COMUM/VERIFPERIODO.cbl AO ABRIR A TELA).
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
           SELECT ARQ-ADIANT ASSIGN TO "ADIANT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS AD-CHAVE
               FILE STATUS     IS W-STATAD.
           SELECT REL-RECIBO ASSIGN TO "ADIANTA.LST"
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

       FD  ARQ-ADIANT.
       01  REG-ADIANT.
           02 AD-CHAVE.
               03 AD-ANOMES    PIC 9(6).
               03 AD-MATRICULA PIC 9(8).
           02 AD-PCT          PIC 99V99.
           02 AD-VALOR        PIC 9(10)V99.
           02 AD-DATA         PIC 9(8).

       FD  REL-RECIBO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATAD        PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".

       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-PCT-GERAL     PIC 99V99 VALUE ZEROS.
       77 W-PCT           PIC 99V99 VALUE ZEROS.
       77 W-VALOR         PIC 9(10)V99 VALUE ZEROS.
       77 W-QTD-FUNC      PIC 9(4) VALUE ZEROS.
       77 W-QTD-SEM       PIC 9(4) VALUE ZEROS.
       77 W-QTD-JAPAGO    PIC 9(4) VALUE ZEROS.
       77 W-TOT-ADIANT    PIC 9(8)V99  VALUE ZEROS.
       77 W-TOT-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO           VALUE "F".

       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE
               "RECIBO DE ADIANTAMENTO - COMPETENCIA: ".
           02 LC-ANOMES PIC 9(6).
           02 FILLER    PIC X(34) VALUE SPACES.
       01 LINFUNC.
           02 FILLER    PIC X(12) VALUE "MATRICULA: ".
           02 LF-MATR   PIC 9(8).
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LF-NOME   PIC X(30).
           02 FILLER    PIC X(27) VALUE SPACES.
       01 LINPCT.
           02 FILLER    PIC X(25) VALUE "PERCENTUAL DO SALARIO..: ".
           02 LP-PCT    PIC Z9,99.
           02 FILLER    PIC X(50) VALUE SPACES.
       01 LINVERBA.
           02 LV-TITULO PIC X(25).
           02 LV-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(42) VALUE SPACES.
       01 LINASSINA.
           02 FILLER    PIC X(25) VALUE "RECEBI A IMPORTANCIA...: ".
           02 FILLER    PIC X(40) VALUE ALL "_".
           02 FILLER    PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY ERASE.
           DISPLAY "ADIANTAMENTO QUINZENAL" AT 0520.
           CALL "VERIFICA-PERIODO" USING "F" W-DATA-HOJE W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA A FOLHA" AT 1210
               STOP " "
               GOBACK
           END-IF.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES AT 0932
           END-PERFORM.
           DISPLAY "PERCENTUAL GERAL (0 = 40%):" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-PCT-GERAL < 60,01
               ACCEPT W-PCT-GERAL AT 1038
           END-PERFORM.
           IF W-PCT-GERAL = ZEROS
               MOVE 40,00 TO W-PCT-GERAL
           END-IF.

           OPEN INPUT ARQ-FUNC.
           IF W-STATF NOT = "00"
               DISPLAY "FUNCIONARIOS.DAT INDISPONIVEL" AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-ADIANT.
           IF W-STATAD = "35"
               OPEN OUTPUT ARQ-ADIANT
               CLOSE       ARQ-ADIANT
               OPEN I-O    ARQ-ADIANT
           END-IF.
           IF W-STATAD NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATAD W-MENSAGEM-ERRO
               "ADIANTA "
               DISPLAY W-MENSAGEM-ERRO AT 1210
               CLOSE ARQ-FUNC
               STOP " "
               GOBACK
           END-IF.
           OPEN OUTPUT REL-RECIBO.

           PERFORM LER-FUNC.
           PERFORM PROCESSAR-FUNC UNTIL FIM-ARQUIVO.

           CLOSE ARQ-FUNC ARQ-ADIANT REL-RECIBO.
           PERFORM LANCAR-CAIXA.

           DISPLAY "ADIANTAMENTOS PAGOS.....: " AT 1210.
           DISPLAY W-QTD-FUNC AT 1237.
           DISPLAY "SEM ADIANTAMENTO (OPCAO): " AT 1310.
           DISPLAY W-QTD-SEM AT 1337.
           DISPLAY "JA PAGOS NA COMPETENCIA.: " AT 1410.
           DISPLAY W-QTD-JAPAGO AT 1437.
           MOVE W-TOT-ADIANT TO W-TOT-ED.
           DISPLAY "TOTAL ADIANTADO.........: " AT 1510.
           DISPLAY W-TOT-ED AT 1537.
           STOP " ".
           GOBACK.

       LER-FUNC.
           READ ARQ-FUNC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * PROCESSAR-FUNC - DESLIGADOS, ADMITIDOS DEPOIS DA COMPETENCIA E
      *   QUEM OPTOU POR NAO RECEBER FICAM DE FORA.
      *-----------------------------------------------------------------*
       PROCESSAR-FUNC.
           IF RF-DESLIGADO OR RF-DT-ADMISSAO(1:6) > W-ANOMES
               PERFORM LER-FUNC
               EXIT PARAGRAPH
           END-IF.
           IF RF-SEM-ADIANT
               ADD 1 TO W-QTD-SEM
               PERFORM LER-FUNC
               EXIT PARAGRAPH
           END-IF.
           MOVE W-ANOMES     TO AD-ANOMES.
           MOVE RF-MATRICULA TO AD-MATRICULA.
           READ ARQ-ADIANT
               INVALID KEY
                   PERFORM GRAVAR-ADIANTAMENTO
               NOT INVALID KEY
                   ADD 1 TO W-QTD-JAPAGO
           END-READ.
           PERFORM LER-FUNC.

       GRAVAR-ADIANTAMENTO.
           IF RF-PCT-ADIANT = ZEROS
               MOVE W-PCT-GERAL   TO W-PCT
           ELSE
               MOVE RF-PCT-ADIANT TO W-PCT
           END-IF.
           COMPUTE W-VALOR ROUNDED = RF-SALARIO * W-PCT / 100.
           MOVE W-ANOMES     TO AD-ANOMES.
           MOVE RF-MATRICULA TO AD-MATRICULA.
           MOVE W-PCT        TO AD-PCT.
           MOVE W-VALOR      TO AD-VALOR.
           MOVE W-DATA-HOJE  TO AD-DATA.
           WRITE REG-ADIANT.
           PERFORM IMPRIMIR-RECIBO.
           ADD 1       TO W-QTD-FUNC.
           ADD W-VALOR TO W-TOT-ADIANT.

       IMPRIMIR-RECIBO.
           WRITE REG-REL FROM LINTRACO.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINCAB1.
           MOVE RF-MATRICULA TO LF-MATR.
           MOVE RF-NOME      TO LF-NOME.
           WRITE REG-REL FROM LINFUNC.
           MOVE "SALARIO BASE...........: " TO LV-TITULO.
           MOVE RF-SALARIO TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           MOVE W-PCT TO LP-PCT.
           WRITE REG-REL FROM LINPCT.
           MOVE "VALOR DO ADIANTAMENTO..: " TO LV-TITULO.
           MOVE W-VALOR TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           WRITE REG-REL FROM LINASSINA.

      *-----------------------------------------------------------------*
      * LANCAR-CAIXA - UMA SAIDA NO CAIXA COM O TOTAL DA RODADA.
      *-----------------------------------------------------------------*
       LANCAR-CAIXA.
           IF W-TOT-ADIANT = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO W-DOC-CAIXA.
           STRING "ADIANT " DELIMITED BY SIZE
                  W-ANOMES  DELIMITED BY SIZE
                  INTO W-DOC-CAIXA.
           CALL "GRAVA-CAIXA" USING "ADIANTA " W-DOC-CAIXA
               W-TOT-ADIANT "S".
