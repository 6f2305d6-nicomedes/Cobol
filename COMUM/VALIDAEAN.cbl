      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             VALIDA-EAN.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * CRITICA DE CODIGO DE BARRAS (EAN-8, UPC-A DE 12 E EAN-13):
      * O CODIGO VEM ALINHADO A ESQUERDA EM 13 POSICOES; DEVOLVE "S"
      * QUANDO TEM UM DESSES TAMANHOS, SO DIGITOS, E O ULTIMO DIGITO
      * CONFERE COM O MODULO 10 DO PADRAO GS1 (PESOS 3 E 1 ALTERNADOS
      * DA DIREITA PARA A ESQUERDA). USADA PELO CADASTRO DE CODIGOS
      * DE BARRAS (CADBARRA) E PELA IMPORTACAO DO CATALOGO (IMPPROD).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       WORKING-STORAGE         SECTION.
       01 TAMANHO     PIC 99   VALUE ZEROS.
       01 POSICAO     PIC 99   VALUE ZEROS.
       01 PESO        PIC 9    VALUE ZEROS.
       01 DIGITO      PIC 9    VALUE ZEROS.
       01 SOMA        PIC 9(4) VALUE ZEROS.
       01 QUOCIENTE   PIC 9(4) VALUE ZEROS.
       01 RESTO       PIC 99   VALUE ZEROS.
       01 DV-CALC     PIC 9    VALUE ZEROS.

       LINKAGE                 SECTION.
       01 CODIGO-EAN  PIC X(13).
       01 COD-RETORNO PIC X.
           88 EAN-VALIDO   VALUE "S".
           88 EAN-INVALIDO VALUE "N".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING CODIGO-EAN COD-RETORNO.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE "N"   TO COD-RETORNO.
           MOVE ZEROS TO TAMANHO SOMA.
           INSPECT CODIGO-EAN TALLYING TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF TAMANHO NOT = 8 AND TAMANHO NOT = 12
                              AND TAMANHO NOT = 13
               EXIT PROGRAM
           END-IF.
           IF CODIGO-EAN(1:TAMANHO) NOT NUMERIC
               EXIT PROGRAM
           END-IF.

           COMPUTE POSICAO = TAMANHO - 1.
           MOVE 3 TO PESO.
           PERFORM SOMAR-DIGITO UNTIL POSICAO = 0.

           DIVIDE SOMA BY 10 GIVING QUOCIENTE REMAINDER RESTO.
           IF RESTO = 0
               MOVE 0 TO DV-CALC
           ELSE
               COMPUTE DV-CALC = 10 - RESTO
           END-IF.
           MOVE CODIGO-EAN(TAMANHO:1) TO DIGITO.
           IF DIGITO = DV-CALC
               MOVE "S" TO COD-RETORNO
           END-IF.
           EXIT PROGRAM.

       SOMAR-DIGITO.
           MOVE CODIGO-EAN(POSICAO:1) TO DIGITO.
           COMPUTE SOMA = SOMA + DIGITO * PESO.
           IF PESO = 3
               MOVE 1 TO PESO
           ELSE
               MOVE 3 TO PESO
           END-IF.
           SUBTRACT 1 FROM POSICAO.
