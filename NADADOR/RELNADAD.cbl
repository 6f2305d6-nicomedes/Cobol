      *   21 AGOSTO 2026 - STOP RUN VIRA GOBACK PARA O PROGRAMA
      *   PODER SER CHAMADO PELO MENU GERAL (MENUGER.cbl) E
      *   DEVOLVER O CONTROLE AO MENU.
      * 15 OUTUBRO 2026 - JULIANO - NADADORES.DAT PASSA A SER INDEXADO
      *   PELO CODIGO DO NADADOR (RN-CODIGO), LIDO AQUI EM SEQUENCIA.
      * 15 OUTUBRO 2026 - JULIANO - A FICHA GANHA O CODIGO DO
      *   RESPONSAVEL FINANCEIRO (RN-RESPONSAVEL, DO CADRESP.cbl).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-NADADORES ASSIGN TO "NADADORES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS RN-CODIGO
               ALTERNATE RECORD KEY IS RN-NOME WITH DUPLICATES
               FILE STATUS     IS COD-ERRO-NAD.
           SELECT REL-NADADORES ASSIGN TO "NADADMES.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-NADADORES.
       01  REG-NADADOR.
           02 RN-CODIGO      PIC 9(6).
           02 FILLER         PIC X(1).
           02 RN-NOME        PIC X(20).
           02 FILLER         PIC X(1).
           02 RN-IDADE       PIC 99.
           02 RN-DATA        PIC 9(8).
           02 FILLER         PIC X(1).
           02 RN-NASC        PIC 9(8).
           02 FILLER         PIC X(1).
           02 RN-RESPONSAVEL PIC 9(6).

       FD  REL-NADADORES
           LABEL RECORD STANDARD.
           OPEN OUTPUT REL-NADADORES.

       ROT-LER.
           READ ARQ-NADADORES NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

