      *   PRODUTOS.DAT E IMPRIME EM PERDAS.LST UMA SECAO DE
      *   DEVOLUCOES E OUTRA DE QUEBRAS, COM TOTAIS - AGORA A MARGEM
      *   DO RELVALOR FECHA COM A REALIDADE DO DEPOSITO.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS (PROD-QTD, MV-QTD E MV-SALDO); ACUMULADOS E
      *   COLUNA DE QUANTIDADE DO RELATORIO COM 6 DIGITOS.
      * 15 OUTUBRO 2026 - JULIANO - MOVESTOQ.DAT PASSA A INDEXADO
      *   POR DATA (MV-CHAVE): A LEITURA COMECA NO DIA 1 DO MES
      *   INFORMADO E PARA NO PRIMEIRO MOVIMENTO DO MES SEGUINTE, EM
      *   VEZ DE VARRER O LIVRO INTEIRO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVEST ASSIGN TO "MOVESTOQ.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MV-CHAVE
               ALTERNATE RECORD KEY IS MV-CHAVE-PROD
               FILE STATUS     IS W-STATM.
           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
      *-----------------------------------------------------------------*

       FILE SECTION.
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

       FD  ARQ-PROD.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  REL-PERDAS
           LABEL RECORD STANDARD.
           88 ESTOURO-TABELA        VALUE "S".
       77 W-TIPO-SECAO    PIC X     VALUE SPACE.
       77 W-VALOR         PIC 9(8)V99 VALUE ZEROS.
       77 W-TOT-QTD       PIC 9(6)  VALUE ZEROS.
       77 W-TOT-VALOR     PIC 9(8)V99 VALUE ZEROS.
       77 W-QTD-SECAO     PIC 9(3)  VALUE ZEROS.

           02 TP-ENTRADA OCCURS 100 TIMES.
               03 TP-COD   PIC 9(4).
               03 TP-TIPO  PIC X(1).
               03 TP-QTD   PIC 9(6).

       01 LINCAB1.
           02 FILLER    PIC X(30) VALUE
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-NOME   PIC X(30).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-QTD    PIC ZZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(21) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(36) VALUE "TOTAL DA SECAO:".
           02 LT-QTD    PIC ZZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LT-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(23) VALUE SPACES.

               STOP " "
               GOBACK
           END-IF.
           MOVE W-ANOMES TO MV-DATA-AMD(1:6).
           MOVE "01"     TO MV-DATA-AMD(7:2).
           MOVE ZEROS    TO MV-HORA-SEQ.
           START ARQ-MOVEST KEY IS NOT LESS THAN MV-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-MOVIMENTO.
           PERFORM ACUMULAR-MOVIMENTO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MOVEST.
           GOBACK.

       LER-MOVIMENTO.
           IF NOT FIM-ARQUIVO
               READ ARQ-MOVEST NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF W-STATM NOT = "00" OR MV-DATA-AMD(1:6) > W-ANOMES
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * ACUMULAR-MOVIMENTO - SO ENTRAM NA CONTA OS MOVIMENTOS DO MES
      *   COM TIPO "D" (DEVOLUCAO) OU "P" (PERDA); MV-DATA E GRAVADA
      *   COMO DD/MM/AAAA PELO COMUM/GRAVAMOVEST. A LEITURA JA COMECA
      *   NO MES E PARA NO SEGUINTE (LER-MOVIMENTO).
      *-----------------------------------------------------------------*
       ACUMULAR-MOVIMENTO.
           IF (MV-TIPO = "D" OR MV-TIPO = "P")
