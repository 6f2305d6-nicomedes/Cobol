      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             EXPCONT.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - EXPORTACAO DO DIARIO DO MES PARA O
      *   ESCRITORIO DE CONTABILIDADE: GRAVA EXPCONT.TXT NO LAYOUT DE
      *   IMPORTACAO DO CONTADOR - UMA LINHA POR PARTIDA, SEM
      *   CABECALHO, CAMPOS SEPARADOS POR PONTO-E-VIRGULA:
      *     DATA (DD/MM/AAAA);CONTA DEBITO;CONTA CREDITO;
      *     VALOR (VIRGULA DECIMAL, SEM PONTO DE MILHAR);HISTORICO;
      *     DOCUMENTO
      *   O MES PRECISA TER SIDO CONTABILIZADO ANTES (LANCCONT.cbl).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-DIARIO ASSIGN TO "DIARIO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATD.
           SELECT ARQ-EXPORTA ASSIGN TO "EXPCONT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATEXP.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-DIARIO
           LABEL RECORD STANDARD.
       01  REG-DIARIO.
           02 DI-ANOMES      PIC 9(6).
           02 FILLER         PIC X(01).
           02 DI-LANC        PIC 9(5).
           02 FILLER         PIC X(01).
           02 DI-DATA        PIC 9(8).
           02 FILLER         PIC X(01).
           02 DI-DEBITO      PIC 9(5).
           02 FILLER         PIC X(01).
           02 DI-CREDITO     PIC 9(5).
           02 FILLER         PIC X(01).
           02 DI-VALOR       PIC 9(8)V99.
           02 FILLER         PIC X(01).
           02 DI-PROGRAMA    PIC X(08).
           02 FILLER         PIC X(01).
           02 DI-DOCUMENTO   PIC X(15).
           02 FILLER         PIC X(01).
           02 DI-HISTORICO   PIC X(20).

       FD  ARQ-EXPORTA
           LABEL RECORD STANDARD.
       01  REG-EXPORTA   PIC X(100).

       WORKING-STORAGE         SECTION.

       77 W-STATD         PIC XX VALUE SPACES.
       77 W-STATEXP       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-CONTADOR      PIC 9(6) VALUE ZEROS.
       77 W-SEP           PIC X    VALUE ";".
       77 W-LINHA         PIC X(100) VALUE SPACES.
       77 W-VALOR-ED      PIC ZZZZZZZ9,99 VALUE ZEROS.

       01 W-DATA-LANC.
           02 W-DL-ANO    PIC 9(4).
           02 W-DL-MES    PIC 9(2).
           02 W-DL-DIA    PIC 9(2).
       01 W-DATA-ED.
           02 W-DE-DIA    PIC 9(2).
           02 FILLER      PIC X VALUE "/".
           02 W-DE-MES    PIC 9(2).
           02 FILLER      PIC X VALUE "/".
           02 W-DE-ANO    PIC 9(4).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           DISPLAY ERASE.
           DISPLAY "EXPORTACAO PARA A CONTABILIDADE" AT 0520.
           DISPLAY "ANO/MES (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES AT 0928
           END-PERFORM.

           OPEN INPUT ARQ-DIARIO.
           IF W-STATD NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATD W-MENSAGEM-ERRO
                   "EXPCONT "
               DISPLAY W-MENSAGEM-ERRO AT 1110
               DISPLAY "DIARIO NAO ENCONTRADO (LANCCONT)" AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-EXPORTA.
           PERFORM LER-DIARIO.
           PERFORM EXPORTAR-PARTIDA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-DIARIO ARQ-EXPORTA.

           IF W-CONTADOR = ZEROS
               DISPLAY "MES SEM LANCAMENTOS NO DIARIO" AT 1210
           ELSE
               DISPLAY "PARTIDAS EXPORTADAS:" AT 1210
               DISPLAY W-CONTADOR AT 1231
               DISPLAY "ARQUIVO EXPCONT.TXT" AT 1310
           END-IF.
           STOP " ".
           GOBACK.

       LER-DIARIO.
           READ ARQ-DIARIO
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * EXPORTAR-PARTIDA - SO AS PARTIDAS DO MES INFORMADO.
      *-----------------------------------------------------------------*
       EXPORTAR-PARTIDA.
           IF DI-ANOMES = W-ANOMES
               PERFORM GRAVAR-PARTIDA
           END-IF.
           PERFORM LER-DIARIO.

       GRAVAR-PARTIDA.
           MOVE DI-DATA   TO W-DATA-LANC.
           MOVE W-DL-DIA  TO W-DE-DIA.
           MOVE W-DL-MES  TO W-DE-MES.
           MOVE W-DL-ANO  TO W-DE-ANO.
           MOVE DI-VALOR  TO W-VALOR-ED.
           MOVE SPACES TO W-LINHA.
           STRING W-DATA-ED                     W-SEP
                  DI-DEBITO                     W-SEP
                  DI-CREDITO                    W-SEP
                  FUNCTION TRIM(W-VALOR-ED)     W-SEP
                  FUNCTION TRIM(DI-HISTORICO)   W-SEP
                  FUNCTION TRIM(DI-DOCUMENTO)
                  DELIMITED BY SIZE INTO W-LINHA.
           WRITE REG-EXPORTA FROM W-LINHA.
           IF W-STATEXP = "00"
               ADD 1 TO W-CONTADOR
           END-IF.
