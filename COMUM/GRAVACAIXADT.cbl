      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             GRAVA-CAIXA-DATA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - LANCAMENTO NO LIVRO CAIXA CENTRAL
      *   (CAIXAGER.DAT) NA DATA INFORMADA PELO CHAMADOR, PARA O
      *   DINHEIRO QUE CAIU EM OUTRO DIA: A CONCILIACAO DE CARTOES
      *   (CONC-CART) LANCA O LIQUIDO NA DATA DO CREDITO DA
      *   ADQUIRENTE, NAO NA DATA EM QUE O ARQUIVO FOI PROCESSADO.
      *   MESMOS PARAMETROS E MESMO LEIAUTE DO GRAVA-CAIXA
      *   (COMUM/GRAVACAIXA.cbl), MAIS A DATA AAAAMMDD NO FIM; A HORA
      *   E A DO LANCAMENTO. QUEM CHAMA CONFERE ANTES A DATA NO
      *   CONTROLE DE PERIODOS (COMUM/VERIFPERIODO.cbl).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CAIXAGER ASSIGN TO "CAIXAGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-CAIXA.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CAIXAGER
           LABEL RECORD STANDARD.
       01  REG-CAIXAGER.
           02 CX-DATA        PIC 9(8).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 CX-HORA        PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 CX-PROGRAMA    PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 CX-DOCUMENTO   PIC X(15).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 CX-VALOR       PIC 9(8)V99.
           02 FILLER         PIC X(01) VALUE SPACE.
           02 CX-DIRECAO     PIC X(01).

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-CAIXA PIC XX VALUE SPACES.

       01 W-HORA-SIS.
           02 W-HH   PIC 99.
           02 W-MM   PIC 99.
           02 W-SS   PIC 99.
           02 FILLER PIC 99.
       01 W-HORA-DOISPONTOS.
           02 W-HH-B  PIC 99.
           02 FILLER  PIC X VALUE ":".
           02 W-MM-B  PIC 99.
           02 FILLER  PIC X VALUE ":".
           02 W-SS-B  PIC 99.

       LINKAGE                 SECTION.
       01 PROGRAMA      PIC X(08).
       01 DOCUMENTO     PIC X(15).
       01 VALOR         PIC 9(08)V99.
       01 DIRECAO       PIC X(01).
       01 DATA-MOV      PIC 9(08).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING PROGRAMA DOCUMENTO VALOR DIRECAO
               DATA-MOV.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-HORA-SIS FROM TIME.
           MOVE W-HH TO W-HH-B.
           MOVE W-MM TO W-MM-B.
           MOVE W-SS TO W-SS-B.

           MOVE SPACES            TO REG-CAIXAGER.
           MOVE DATA-MOV          TO CX-DATA.
           MOVE W-HORA-DOISPONTOS TO CX-HORA.
           MOVE PROGRAMA          TO CX-PROGRAMA.
           MOVE DOCUMENTO         TO CX-DOCUMENTO.
           MOVE VALOR             TO CX-VALOR.
           MOVE DIRECAO           TO CX-DIRECAO.

           OPEN EXTEND ARQ-CAIXAGER.
           IF COD-ERRO-CAIXA = "35"
               OPEN OUTPUT ARQ-CAIXAGER
           END-IF.
           WRITE REG-CAIXAGER.
           CLOSE ARQ-CAIXAGER.

           EXIT PROGRAM.
