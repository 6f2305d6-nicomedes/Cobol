      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             BUSCA-CONVERSAO.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * CONSULTA A CONVERSAO DE UNIDADE DE COMPRA PARA UNIDADE DE
      * ESTOQUE DO PRODUTO (CONVUNID.DAT, MANTIDO PELO CADCONV.cbl):
      * DEVOLVE A UNIDADE EM QUE O PRODUTO E COMPRADO, A UNIDADE EM
      * QUE E ESTOCADO E QUANTAS UNIDADES DE ESTOQUE VEM EM UMA DE
      * COMPRA (CX DE 12 = 12; FD DE 6 KG ESTOCADO EM GRAMAS = 6000).
      * PRODUTO SEM CONVERSAO, OU ARQUIVO AUSENTE, DEVOLVE FATOR 1 E
      * UNIDADES EM BRANCO: COMPRA E ESTOQUE NA MESMA UNIDADE. USADA
      * PELO GERAPED E RELPEDAB (PEDIDO NA UNIDADE DE COMPRA) E PELO
      * ENTRADA (RECEBE NA UNIDADE DE COMPRA E CONVERTE).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONVUNID ASSIGN TO "CONVUNID.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CV-PROD
               FILE STATUS     IS COD-ERRO-CONV.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONVUNID.
       01  REG-CONVUNID.
           02 CV-PROD        PIC 9(4).
           02 CV-UN-COMPRA   PIC X(3).
           02 CV-UN-ESTOQUE  PIC X(3).
           02 CV-FATOR       PIC 9(5)V999.
           02 CV-DATA        PIC 9(8).

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-CONV   PIC XX VALUE SPACES.

       LINKAGE                 SECTION.
       01 COD-PRODUTO     PIC 9(4).
       01 UN-COMPRA       PIC X(3).
       01 UN-ESTOQUE      PIC X(3).
       01 FATOR-CONV      PIC 9(5)V999.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING COD-PRODUTO UN-COMPRA UN-ESTOQUE
                                FATOR-CONV.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE SPACES TO UN-COMPRA UN-ESTOQUE.
           MOVE 1      TO FATOR-CONV.
           OPEN INPUT ARQ-CONVUNID.
           IF COD-ERRO-CONV NOT = "00"
               EXIT PROGRAM
           END-IF.
           MOVE COD-PRODUTO TO CV-PROD.
           READ ARQ-CONVUNID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CV-FATOR > ZEROS
                       MOVE CV-UN-COMPRA  TO UN-COMPRA
                       MOVE CV-UN-ESTOQUE TO UN-ESTOQUE
                       MOVE CV-FATOR      TO FATOR-CONV
                   END-IF
           END-READ.
           CLOSE ARQ-CONVUNID.
           EXIT PROGRAM.
