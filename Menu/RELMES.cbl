      *   SALDO ATUAL DE PRODUTOS.DAT - O EXTRATO ABERTURA /
      *   MOVIMENTO / FECHAMENTO QUE O CONTADOR PEDE. SAI EM
      *   ESTOQMES.LST.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS (PROD-QTD, EM-QTD, MV-QTD E MV-SALDO); OS
      *   ACUMULADOS DO MES VAO A 6 DIGITOS E O RELATORIO GANHA
      *   COLUNAS MAIORES.
      * 15 OUTUBRO 2026 - JULIANO - FABRICACAO DE PREPARADO ("F") SOMA
      *   NAS ENTRADAS E CONSUMO EM ORDEM DE PRODUCAO ("C") NAS SAIDAS.
      * 15 OUTUBRO 2026 - JULIANO - MOVESTOQ.DAT PASSA A INDEXADO
      *   POR DATA (MV-CHAVE): A LEITURA COMECA NO DIA 1 DO MES
      *   APURADO E PARA NO PRIMEIRO MOVIMENTO DO MES SEGUINTE, EM VEZ
      *   DE VARRER O LIVRO INTEIRO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATM.
           SELECT ARQ-MOVEST ASSIGN TO "MOVESTOQ.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MV-CHAVE
               ALTERNATE RECORD KEY IS MV-CHAVE-PROD
               FILE STATUS     IS W-STATMOV.
           SELECT REL-MES ASSIGN TO "ESTOQMES.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 FILLER         PIC X(77).

       FD  ARQ-ESTMES
           LABEL RECORD STANDARD.
           02 FILLER      PIC X(1).
           02 EM-NOME     PIC X(30).
           02 FILLER      PIC X(1).
           02 EM-QTD      PIC 9(5).
           02 FILLER      PIC X(1).
           02 EM-CUSTO    PIC 9(4)V99.

       FD  ARQ-MOVEST.
       01  REG-MOVEST.
           02 MV-CHAVE.
               03 MV-DATA-AMD    PIC 9(08).
               03 MV-HORA-SEQ.
                   04 MV-HORA-NUM PIC 9(08).
                   04 MV-SEQ      PIC 9(03).
           02 MV-CHAVE-PROD.
               03 MV-PROD-COD    PIC 9(04).
               03 MV-DATA-PROD   PIC 9(08).
               03 MV-HORA-PROD   PIC 9(11).
           02 MV-DATA        PIC X(10).
           02 MV-HORA        PIC X(08).
           02 MV-PROGRAMA    PIC X(08).
           02 MV-TIPO        PIC X(01).
           02 MV-QTD         PIC 9(05).
           02 MV-SALDO       PIC 9(05).
           02 MV-LOCAL       PIC X(01).

       FD  REL-MES
           02 TP-ENTRADA OCCURS 300 TIMES.
               03 TP-COD       PIC 9(4).
               03 TP-NOME      PIC X(30).
               03 TP-SALDO-ANT PIC 9(5).
               03 TP-ENTRADAS  PIC 9(6).
               03 TP-SAIDAS    PIC 9(6).
               03 TP-AJUSTES   PIC 9(6).
               03 TP-SALDO-ATU PIC 9(5).

       01 LINCAB1.
           02 FILLER    PIC X(33) VALUE
       01 LINCAB2.
           02 FILLER    PIC X(05) VALUE "COD".
           02 FILLER    PIC X(26) VALUE "PRODUTO".
           02 FILLER    PIC X(08) VALUE "SLD ANT".
           02 FILLER    PIC X(08) VALUE "ENTRADAS".
           02 FILLER    PIC X(08) VALUE "SAIDAS".
           02 FILLER    PIC X(10) VALUE "AJUSTES".
           02 FILLER    PIC X(15) VALUE "SALDO ATUAL".
       01 LINDET.
           02 LD-COD    PIC 9(4).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-NOME   PIC X(25).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-ANT    PIC ZZZZ9.
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LD-ENT    PIC ZZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-SAI    PIC ZZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-AJU    PIC ZZZZZ9.
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 LD-ATU    PIC ZZZZ9.
           02 FILLER    PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------*

      *-----------------------------------------------------------------*
      * ACUMULAR-MOVIMENTOS - SOMA AS ENTRADAS (E), SAIDAS (S) E
      *   AJUSTES (A) DO MES APURADO, A PARTIR DO LIVRO MOVESTOQ.DAT,
      *   POSICIONADO PELA CHAVE DE DATA NO PRIMEIRO DIA DO MES.
      *-----------------------------------------------------------------*
       ACUMULAR-MOVIMENTOS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MOVEST.
           IF W-STATMOV = "00"
               MOVE W-ANOMES TO MV-DATA-AMD(1:6)
               MOVE "01"     TO MV-DATA-AMD(7:2)
               MOVE ZEROS    TO MV-HORA-SEQ
               START ARQ-MOVEST KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
               END-START
               PERFORM LER-MOVIMENTO
               PERFORM ACUMULAR-UM UNTIL FIM-ARQUIVO
               CLOSE ARQ-MOVEST
           END-IF.

       LER-MOVIMENTO.
           IF NOT FIM-ARQUIVO
               READ ARQ-MOVEST NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               MOVE MV-DATA-AMD(1:6) TO W-ANOMES-MOV
               IF W-STATMOV NOT = "00" OR W-ANOMES-MOV > W-ANOMES
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       ACUMULAR-UM.
           IF W-ANOMES-MOV = W-ANOMES
               MOVE MV-PROD-COD TO W-COD-BUSCA
               PERFORM PROCURAR-PRODUTO
               IF ACHOU-ENTRADA
                   EVALUATE MV-TIPO
                       WHEN "E"
                       WHEN "F"
                           ADD MV-QTD TO TP-ENTRADAS(W-IND)
                       WHEN "S"
                       WHEN "C"
                           ADD MV-QTD TO TP-SAIDAS(W-IND)
                       WHEN "A"
                           ADD MV-QTD TO TP-AJUSTES(W-IND)
