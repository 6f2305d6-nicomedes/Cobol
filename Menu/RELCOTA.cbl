      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             RELCOTA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - COMPARATIVO DE COTACOES: PARA CADA
      *   PRODUTO COM COTACAO VALIDA EM COTACAO.DAT (CADCOTA.cbl),
      *   LISTA EM COTACOES.LST TODAS AS COTACOES LADO A LADO
      *   (FORNECEDOR, PRECO, QUANTIDADE MINIMA E VALIDADE) E COMPARA
      *   A MAIS BARATA COM O FORNECEDOR PADRAO DO PRODUTO (PROD-FORN).
      *   O PRECO PADRAO E A COTACAO VALIDA DO FORNECEDOR PADRAO; SEM
      *   ELA, VALE O CUSTO MEDIO (PROD-CUSTO), MARCADO COM "*". A
      *   ECONOMIA SAI POR UNIDADE E EM PERCENTUAL DO PRECO PADRAO.
      *   COTACOES VENCIDAS NAO ENTRAM.
      * 15 OUTUBRO 2026 - JULIANO - COTACAO E POR UNIDADE DE COMPRA; NA
      *   FALTA DELA O CUSTO MEDIO (POR UNIDADE DE ESTOQUE) E
      *   MULTIPLICADO PELO FATOR DO CONVUNID.DAT PARA COMPARAR.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CQ-CHAVE
               FILE STATUS     IS W-STATCQ.
           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PROD-COD
               FILE STATUS     IS W-STATP.
           SELECT REL-COTACAO ASSIGN TO "COTACOES.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-COTACAO.
       01  REG-COTACAO.
           02 CQ-CHAVE.
               03 CQ-PROD     PIC 9(4).
               03 CQ-FORN     PIC 9(3).
           02 CQ-PRECO        PIC 9(4)V99.
           02 CQ-QTD-MIN      PIC 9(5).
           02 CQ-VALIDADE     PIC 9(8).
           02 CQ-DATA         PIC 9(8).

       FD  ARQ-PROD.
       01  REG-PROD.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 FILLER         PIC X(68).

       FD  REL-COTACAO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATCQ        PIC XX VALUE SPACES.
       77 W-STATP         PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-DATA-SISTEMA  PIC 9(8) VALUE ZEROS.
       77 W-PROD-QUEBRA   PIC 9(4) VALUE ZEROS.
       77 W-QTD-COTAS     PIC 99   VALUE ZEROS.
       77 W-IND           PIC 99   VALUE ZEROS.
       77 W-COL           PIC 9    VALUE ZEROS.
       77 W-PRECO-PADRAO  PIC 9(4)V99 VALUE ZEROS.
       77 W-FORN-PADRAO   PIC 9(3) VALUE ZEROS.
       77 W-PRECO-MELHOR  PIC 9(4)V99 VALUE ZEROS.
       77 W-FORN-MELHOR   PIC 9(3) VALUE ZEROS.
       77 W-ECONOMIA      PIC 9(4)V99 VALUE ZEROS.
       77 W-PERC          PIC 999V9 VALUE ZEROS.
       77 W-QTD-PRODUTOS  PIC 9(4) VALUE ZEROS.
       77 W-QTD-MAIS-BARATO PIC 9(4) VALUE ZEROS.
       77 W-UN-COMPRA     PIC X(3) VALUE SPACES.
       77 W-UN-ESTOQUE    PIC X(3) VALUE SPACES.
       77 W-FATOR         PIC 9(5)V999 VALUE 1.

       01 TAB-COTAS.
           02 TQ-ENTRADA OCCURS 20 TIMES.
               03 TQ-FORN      PIC 9(3).
               03 TQ-PRECO     PIC 9(4)V99.
               03 TQ-QTD-MIN   PIC 9(5).
               03 TQ-VALIDADE  PIC 9(8).

       01 LINCAB1.
           02 FILLER    PIC X(39) VALUE
               "COMPARATIVO DE COTACOES - VALIDAS EM: ".
           02 LC-DATA   PIC 9(8).
           02 FILLER    PIC X(33) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(40) VALUE
               "COD  PRODUTO               PAD   PRECO  ".
           02 FILLER    PIC X(40) VALUE
               " MEL   PRECO  ECONOMIA    (%)           ".
       01 LINCAB3.
           02 FILLER    PIC X(05) VALUE SPACES.
           02 FILLER    PIC X(36) VALUE
               "FOR    PRECO QTMIN  VALIDADE".
           02 FILLER    PIC X(39) VALUE
               "FOR    PRECO QTMIN  VALIDADE".
       01 LINPROD.
           02 LP-COD        PIC 9(4).
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LP-NOME       PIC X(20).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LP-FORN-PAD   PIC ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LP-PRECO-PAD  PIC ZZZ9,99.
           02 LP-REF        PIC X(1).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LP-FORN-MEL   PIC ZZ9.
           02 FILLER        PIC X(1)  VALUE SPACES.
           02 LP-PRECO-MEL  PIC ZZZ9,99.
           02 FILLER        PIC X(3)  VALUE SPACES.
           02 LP-ECONOMIA   PIC ZZZ9,99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 LP-PERC       PIC ZZ9,9.
           02 FILLER        PIC X(11) VALUE SPACES.
       01 LINCOTA.
           02 FILLER        PIC X(05) VALUE SPACES.
           02 LQ-COTA OCCURS 2 TIMES.
               03 LQ-FORN      PIC ZZ9.
               03 FILLER       PIC X(1).
               03 LQ-PRECO     PIC ZZZZ9,99.
               03 FILLER       PIC X(1).
               03 LQ-QTD-MIN   PIC ZZZZ9.
               03 FILLER       PIC X(2).
               03 LQ-VALIDADE  PIC 9(8).
               03 FILLER       PIC X(8).
           02 FILLER        PIC X(03) VALUE SPACES.
       01 LINTOT1.
           02 FILLER    PIC X(34) VALUE
               "PRODUTOS COM COTACAO VALIDA.....: ".
           02 LT-PRODUTOS PIC ZZZ9.
           02 FILLER    PIC X(42) VALUE SPACES.
       01 LINTOT2.
           02 FILLER    PIC X(34) VALUE
               "MAIS BARATOS QUE O PADRAO.......: ".
           02 LT-MAIS-BARATO PIC ZZZ9.
           02 FILLER    PIC X(42) VALUE SPACES.
       01 LINNOTA.
           02 FILLER    PIC X(40) VALUE
               "* SEM COTACAO DO FORNECEDOR PADRAO: PREC".
           02 FILLER    PIC X(40) VALUE
               "O PADRAO = CUSTO MEDIO DO PRODUTO       ".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN OUTPUT REL-COTACAO.
           MOVE W-DATA-SISTEMA TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINCAB3.

           OPEN INPUT ARQ-COTACAO.
           IF W-STATCQ = "00"
               OPEN INPUT ARQ-PROD
               MOVE ZEROS TO W-PROD-QUEBRA W-QTD-COTAS
               PERFORM LER-COTACAO
               PERFORM GUARDAR-COTACAO UNTIL FIM-ARQUIVO
               IF W-QTD-COTAS > ZEROS
                   PERFORM IMPRIMIR-PRODUTO
               END-IF
               CLOSE ARQ-COTACAO ARQ-PROD
           ELSE
               MOVE "NENHUMA COTACAO CADASTRADA" TO REG-REL
               WRITE REG-REL
           END-IF.

           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE W-QTD-PRODUTOS    TO LT-PRODUTOS.
           WRITE REG-REL FROM LINTOT1.
           MOVE W-QTD-MAIS-BARATO TO LT-MAIS-BARATO.
           WRITE REG-REL FROM LINTOT2.
           WRITE REG-REL FROM LINNOTA.
           CLOSE REL-COTACAO.
           DISPLAY ERASE.
           DISPLAY "RELATORIO COTACOES.LST GERADO" AT 1220.
           GOBACK.

       LER-COTACAO.
           READ ARQ-COTACAO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * GUARDAR-COTACAO - JUNTA AS COTACOES VALIDAS DE UM PRODUTO (O
      *   ARQUIVO VEM NA ORDEM PRODUTO/FORNECEDOR) E IMPRIME O PRODUTO
      *   NA TROCA DE CODIGO.
      *-----------------------------------------------------------------*
       GUARDAR-COTACAO.
           IF CQ-VALIDADE NOT < W-DATA-SISTEMA
               IF CQ-PROD NOT = W-PROD-QUEBRA
                   IF W-QTD-COTAS > ZEROS
                       PERFORM IMPRIMIR-PRODUTO
                   END-IF
                   MOVE CQ-PROD TO W-PROD-QUEBRA
                   MOVE ZEROS   TO W-QTD-COTAS
               END-IF
               IF W-QTD-COTAS < 20
                   ADD 1 TO W-QTD-COTAS
                   MOVE CQ-FORN     TO TQ-FORN(W-QTD-COTAS)
                   MOVE CQ-PRECO    TO TQ-PRECO(W-QTD-COTAS)
                   MOVE CQ-QTD-MIN  TO TQ-QTD-MIN(W-QTD-COTAS)
                   MOVE CQ-VALIDADE TO TQ-VALIDADE(W-QTD-COTAS)
               END-IF
           END-IF.
           PERFORM LER-COTACAO.

       IMPRIMIR-PRODUTO.
           ADD 1 TO W-QTD-PRODUTOS.
           MOVE W-PROD-QUEBRA TO PROD-COD.
           READ ARQ-PROD
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO PROD-NOME
                   MOVE ZEROS TO PROD-FORN PROD-CUSTO
           END-READ.
           IF PROD-FORN NOT NUMERIC
               MOVE ZEROS TO PROD-FORN
           END-IF.
           MOVE PROD-FORN  TO W-FORN-PADRAO.
           CALL "BUSCA-CONVERSAO" USING W-PROD-QUEBRA W-UN-COMPRA
               W-UN-ESTOQUE W-FATOR.
           COMPUTE W-PRECO-PADRAO ROUNDED = PROD-CUSTO * W-FATOR.
           MOVE "*"        TO LP-REF.
           MOVE TQ-FORN(1)  TO W-FORN-MELHOR.
           MOVE TQ-PRECO(1) TO W-PRECO-MELHOR.
           MOVE ZEROS TO W-IND.
           PERFORM AVALIAR-COTA W-QTD-COTAS TIMES.

           MOVE ZEROS TO W-ECONOMIA W-PERC.
           IF W-PRECO-MELHOR < W-PRECO-PADRAO
               COMPUTE W-ECONOMIA = W-PRECO-PADRAO - W-PRECO-MELHOR
               COMPUTE W-PERC ROUNDED =
                   (W-ECONOMIA * 100) / W-PRECO-PADRAO
               ADD 1 TO W-QTD-MAIS-BARATO
           END-IF.

           MOVE W-PROD-QUEBRA  TO LP-COD.
           MOVE PROD-NOME      TO LP-NOME.
           MOVE W-FORN-PADRAO  TO LP-FORN-PAD.
           MOVE W-PRECO-PADRAO TO LP-PRECO-PAD.
           MOVE W-FORN-MELHOR  TO LP-FORN-MEL.
           MOVE W-PRECO-MELHOR TO LP-PRECO-MEL.
           MOVE W-ECONOMIA     TO LP-ECONOMIA.
           MOVE W-PERC         TO LP-PERC.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           WRITE REG-REL FROM LINPROD.

           MOVE ZEROS TO W-IND W-COL.
           MOVE SPACES TO LINCOTA.
           PERFORM IMPRIMIR-COTA W-QTD-COTAS TIMES.
           IF W-COL > ZEROS
               WRITE REG-REL FROM LINCOTA
           END-IF.

       AVALIAR-COTA.
           ADD 1 TO W-IND.
           IF TQ-FORN(W-IND) = W-FORN-PADRAO
               MOVE TQ-PRECO(W-IND) TO W-PRECO-PADRAO
               MOVE SPACE           TO LP-REF
           END-IF.
           IF TQ-PRECO(W-IND) < W-PRECO-MELHOR
               MOVE TQ-FORN(W-IND)  TO W-FORN-MELHOR
               MOVE TQ-PRECO(W-IND) TO W-PRECO-MELHOR
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-COTA - DUAS COTACOES POR LINHA, LADO A LADO.
      *-----------------------------------------------------------------*
       IMPRIMIR-COTA.
           ADD 1 TO W-IND W-COL.
           MOVE TQ-FORN(W-IND)     TO LQ-FORN(W-COL).
           MOVE TQ-PRECO(W-IND)    TO LQ-PRECO(W-COL).
           MOVE TQ-QTD-MIN(W-IND)  TO LQ-QTD-MIN(W-COL).
           MOVE TQ-VALIDADE(W-IND) TO LQ-VALIDADE(W-COL).
           IF W-COL = 2
               WRITE REG-REL FROM LINCOTA
               MOVE SPACES TO LINCOTA
               MOVE ZEROS  TO W-COL
           END-IF.
