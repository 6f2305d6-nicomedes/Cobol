      *   QUE OS TECNICOS PREGAM NO MURAL EM JANEIRO, SEM RECADASTRAR
      *   NINGUEM. FICHA ANTIGA SEM DATA DE NASCIMENTO FICA COMO ESTA
      *   E SAI APONTADA NO RELATORIO.
      * 15 OUTUBRO 2026 - JULIANO - NADADORES.DAT PASSA A SER INDEXADO
      *   PELO CODIGO DO NADADOR (RN-CODIGO); A FICHA CRESCE PARA 59
      *   POSICOES E E REGRAVADA NA ORDEM DO CODIGO, EM QUE FOI LIDA.
      * 15 OUTUBRO 2026 - JULIANO - A FICHA GANHA O CODIGO DO
      *   RESPONSAVEL FINANCEIRO (RN-RESPONSAVEL, DO CADRESP.cbl) E
      *   CRESCE PARA 66 POSICOES; A TABELA DA VIRADA ACOMPANHA.
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
           SELECT REL-PROMO ASSIGN TO "PROMOCAO.LST"
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

       FD  REL-PROMO
           LABEL RECORD STANDARD.
           02 DIA-NASC PIC 99.

       01 TAB-FICHAS.
           02 TF-REG OCCURS 500 TIMES PIC X(66).

       01 LINCAB1.
           02 FILLER    PIC X(44) VALUE
           END-IF.

       LER-FICHA.
           READ ARQ-NADADORES NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

