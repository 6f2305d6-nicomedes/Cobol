      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CIFRA-SENHA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - CIFRA DE SENHA DE
      *   OPERADOR: OPERADOR.DAT DEIXA DE GUARDAR A SENHA DIGITADA E
      *   PASSA A GUARDAR SO ESTA CIFRA DE 16 DIGITOS, QUE NAO PERMITE
      *   VOLTAR A SENHA. A CONFERENCIA E FEITA CIFRANDO O QUE FOI
      *   DIGITADO E COMPARANDO AS CIFRAS. O CODIGO DO OPERADOR ENTRA
      *   NA CONTA, ENTAO A MESMA SENHA EM DOIS OPERADORES DA CIFRAS
      *   DIFERENTES. USADO PELO PGMENU (LOGIN E TROCA DE SENHA), PELO
      *   CADOPER E PELAS AUTORIZACOES DE SUPERVISOR (FECHA-COMANDA,
      *   CANC-FISC E PERIODO).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       WORKING-STORAGE         SECTION.
       77 W-IND         PIC 9(2)  COMP VALUE ZEROS.
       77 W-ORD         PIC 9(3)  VALUE ZEROS.
       77 W-H1          PIC 9(12) VALUE ZEROS.
       77 W-H2          PIC 9(12) VALUE ZEROS.

       01 W-CIFRA.
           02 W-CIFRA-1 PIC 9(8).
           02 W-CIFRA-2 PIC 9(8).

       LINKAGE                 SECTION.
       01 CODIGO        PIC 9(3).
       01 SENHA         PIC X(8).
       01 CIFRA         PIC X(16).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING CODIGO SENHA CIFRA.
      *-----------------------------------------------------------------*

       INICIO.
           COMPUTE W-H1 = CODIGO + 7.
           COMPUTE W-H2 = CODIGO * 3 + 11.
      *    QUATRO PASSADAS PELA SENHA: CADA CARACTER ESPALHA NAS DUAS
      *    METADES, E A SEGUNDA METADE DEPENDE TAMBEM DA PRIMEIRA.
           PERFORM MISTURAR-SENHA 4 TIMES.
           MOVE W-H1    TO W-CIFRA-1.
           MOVE W-H2    TO W-CIFRA-2.
           MOVE W-CIFRA TO CIFRA.
           EXIT PROGRAM.

       MISTURAR-SENHA.
           PERFORM MISTURAR-CARACTER
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 8.

       MISTURAR-CARACTER.
           MOVE FUNCTION ORD(SENHA(W-IND:1)) TO W-ORD.
           COMPUTE W-H1 = FUNCTION MOD
               (W-H1 * 131 + W-ORD + CODIGO, 99999989).
           COMPUTE W-H2 = FUNCTION MOD
               (W-H2 * 137 + W-ORD * W-IND + W-H1, 99999971).
