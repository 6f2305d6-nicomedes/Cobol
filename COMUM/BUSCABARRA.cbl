      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             BUSCA-BARRA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * TRADUZ O QUE FOI DIGITADO OU LIDO PELO LEITOR NAS TELAS DE
      * ESTOQUE PARA O CODIGO INTERNO DO PRODUTO: ATE 4 DIGITOS E O
      * PROPRIO PROD-COD; ACIMA DISSO E CODIGO DE BARRAS, PROCURADO NA
      * REFERENCIA CRUZADA BARRAS.DAT (MANTIDA PELO CADBARRA.cbl).
      * CODIGO DE BARRAS DESCONHECIDO, OU ARQUIVO AUSENTE, DEVOLVE
      * ZEROS, QUE A TELA CHAMADORA TRATA COMO PRODUTO NAO ENCONTRADO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-BARRAS ASSIGN TO "BARRAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS BAR-EAN
               FILE STATUS     IS COD-ERRO-BAR.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-BARRAS.
       01  REG-BARRAS.
           02 BAR-EAN     PIC X(13).
           02 BAR-PROD    PIC 9(4).
           02 BAR-DATA    PIC 9(8).

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-BAR    PIC XX VALUE SPACES.
       77 TAMANHO         PIC 99 VALUE ZEROS.

       LINKAGE                 SECTION.
       01 CODIGO-LIDO PIC X(13).
       01 COD-PRODUTO PIC 9(4).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING CODIGO-LIDO COD-PRODUTO.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE ZEROS TO COD-PRODUTO TAMANHO.
           INSPECT CODIGO-LIDO TALLYING TAMANHO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF TAMANHO = 0
               EXIT PROGRAM
           END-IF.
           IF TAMANHO < 5
               IF CODIGO-LIDO(1:TAMANHO) NUMERIC
                   MOVE CODIGO-LIDO(1:TAMANHO) TO COD-PRODUTO
               END-IF
               EXIT PROGRAM
           END-IF.

           OPEN INPUT ARQ-BARRAS.
           IF COD-ERRO-BAR NOT = "00"
               EXIT PROGRAM
           END-IF.
           MOVE CODIGO-LIDO TO BAR-EAN.
           READ ARQ-BARRAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAR-PROD TO COD-PRODUTO
           END-READ.
           CLOSE ARQ-BARRAS.
           EXIT PROGRAM.
