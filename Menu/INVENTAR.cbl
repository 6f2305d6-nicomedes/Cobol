      *   ESTOQUE PARA O VALOR CONTADO. CADA AJUSTE E REGISTRADO EM
      *   AUDITORIA.LOG (COMUM/GRAVAAUDIT.cbl) E NO LIVRO DE
      *   MOVIMENTACAO MOVESTOQ.DAT (COMUM/GRAVAMOVEST.cbl, TIPO "A").
      * 15 OUTUBRO 2026 - JULIANO - CADA PRODUTO CONTADO FICA GRAVADO
      *   EM CONTAGEM.DAT (DATA DA CONTAGEM, CODIGO, CONTADO E SALDO DO
      *   SISTEMA), AJUSTADO OU NAO. DUAS CONTAGENS GUARDADAS SAO A
      *   ABERTURA E O FECHAMENTO DO CONSUMO REAL NO RELVARIA.cbl.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS: PROD-QTD, A QUANTIDADE CONTADA E
      *   CT-CONTADO/CT-SISTEMA DE CONTAGEM.DAT (ARQUIVO ANTIGO
      *   CONVERTIDO PELO CONVQTD.cbl); RELATORIO COM COLUNAS MAIORES.
      * 15 OUTUBRO 2026 - JULIANO - A DIGITACAO DA CONTAGEM ACEITA O
      *   CODIGO INTERNO OU O CODIGO DE BARRAS (BUSCA-BARRA); CODIGO DE
      *   BARRAS DESCONHECIDO E RECUSADO EM VEZ DE ENCERRAR A DIGITACAO.
      * 15 OUTUBRO 2026 - JULIANO - MES DE ESTOQUE FECHADO NO CONTROLE
      *   DE PERIODOS (PERIODO.cbl) NAO RECEBE MAIS AJUSTE DE
      *   INVENTARIO: A DATA DO DIA E CONSULTADA NO
      *   COMUM/VERIFPERIODO.cbl AO ABRIR A TELA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           SELECT REL-INVENT ASSIGN TO "INVENTAR.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.
           SELECT ARQ-CONTAGEM ASSIGN TO "CONTAGEM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCT.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

       FD  REL-INVENT
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       FD  ARQ-CONTAGEM
           LABEL RECORD STANDARD.
       01  REG-CONTAGEM.
           02 CT-DATA        PIC 9(08).
           02 FILLER         PIC X(01).
           02 CT-PROD-COD    PIC 9(04).
           02 FILLER         PIC X(01).
           02 CT-CONTADO     PIC 9(05).
           02 FILLER         PIC X(01).
           02 CT-SISTEMA     PIC 9(05).

       WORKING-STORAGE         SECTION.

       77 W-STATP         PIC XX VALUE SPACES.
       77 COD-ERRO-REL    PIC XX VALUE SPACES.
       77 W-STATCT        PIC XX VALUE SPACES.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.

       77 W-COD-CONTAGEM  PIC 9(4) VALUE ZEROS.
       77 W-COD-LIDO      PIC X(13) VALUE SPACES.
       77 W-QTD-CONTADA   PIC 9(5) VALUE ZEROS.
       77 W-QTD-ITENS     PIC 9(3) VALUE ZEROS.
       77 W-IND           PIC 9(3) VALUE ZEROS.
       77 W-QTD-DIVERG    PIC 9(3) VALUE ZEROS.

       77 W-DIFERENCA     PIC S9(5)    VALUE ZEROS.
       77 W-VALOR-DIF     PIC S9(8)V99 VALUE ZEROS.
       77 W-TOTAL-DIF     PIC S9(9)V99 VALUE ZEROS.

       77 W-MOV-QTD       PIC 9(5) VALUE ZEROS.
       77 W-MOV-SALDO     PIC 9(5) VALUE ZEROS.

       01 TAB-CONTAGEM.
           02 TC-ENTRADA OCCURS 200 TIMES.
               03 TC-COD       PIC 9(4).
               03 TC-CONTADO   PIC 9(5).
               03 TC-DIVERGE   PIC X.

       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE "DIVERGENCIAS".
       01 LINCAB2.
           02 FILLER    PIC X(06) VALUE "COD".
           02 FILLER    PIC X(32) VALUE "PRODUTO".
           02 FILLER    PIC X(09) VALUE "SISTEMA".
           02 FILLER    PIC X(09) VALUE "CONTADO".
           02 FILLER    PIC X(10) VALUE "DIF".
           02 FILLER    PIC X(14) VALUE "VALOR DIF".
       01 LINDET.
           02 LD-COD    PIC 9(4).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-NOME   PIC X(30).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-SIST   PIC ZZZZ9.
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 LD-CONT   PIC ZZZZ9.
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LD-DIF    PIC +ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-VALOR  PIC +Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(4)  VALUE SPACES.
       01 LINNAOCAD.
           02 LN-COD    PIC 9(4).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 FILLER    PIC X(44) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(25) VALUE "VALOR TOTAL DIVERGENTE: ".
           02 LT-VALOR  PIC +ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(41) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "E" W-DATA-HOJE W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA O ESTOQUE" AT 2210
               STOP " "
               GOBACK
           END-IF.
           INITIALIZE TAB-CONTAGEM.
           PERFORM RECEBER-CONTAGEM.
           IF W-QTD-ITENS = ZEROS

       RECEBER-UM-ITEM.
           MOVE ZEROS TO W-COD-CONTAGEM W-QTD-CONTADA.
           DISPLAY "CODIGO OU BARRAS..:              " AT 0818.
           PERFORM WITH TEST AFTER
                   UNTIL W-COD-CONTAGEM NOT = ZEROS
                      OR W-COD-LIDO(5:9) = SPACES
               MOVE SPACES TO W-COD-LIDO
               ACCEPT W-COD-LIDO AT 0838
               CALL "BUSCA-BARRA" USING W-COD-LIDO W-COD-CONTAGEM
               IF W-COD-CONTAGEM = ZEROS
                  AND W-COD-LIDO(5:9) NOT = SPACES
                   DISPLAY "CODIGO DE BARRAS NAO CADASTRADO" AT 2318
               ELSE
                   DISPLAY "                               " AT 2318
               END-IF
           END-PERFORM.
           IF W-COD-CONTAGEM NOT = ZEROS
               DISPLAY "QTD CONTADA.......:      " AT 1018
               ACCEPT W-QTD-CONTADA AT 1038
               ADD 1 TO W-QTD-ITENS
               MOVE W-COD-CONTAGEM TO TC-COD(W-QTD-ITENS)
           WRITE REG-REL FROM LINCAB2.

           IF W-STATP = "00"
               ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
               OPEN EXTEND ARQ-CONTAGEM
               IF W-STATCT = "35"
                   OPEN OUTPUT ARQ-CONTAGEM
               END-IF
               MOVE ZEROS TO W-IND
               PERFORM COMPARAR-UM-ITEM W-QTD-ITENS TIMES
               MOVE W-TOTAL-DIF TO LT-VALOR
               WRITE REG-REL FROM LINTOT
               CLOSE ARQ-PROD ARQ-CONTAGEM
           ELSE
               CALL "VERIFICA-STATUS" USING W-STATP W-MENSAGEM-ERRO
               "INVENTAR"
           MOVE W-DIFERENCA       TO LD-DIF.
           MOVE W-VALOR-DIF       TO LD-VALOR.
           WRITE REG-REL FROM LINDET.
           MOVE SPACES            TO REG-CONTAGEM.
           MOVE W-DATA-HOJE       TO CT-DATA.
           MOVE PROD-COD          TO CT-PROD-COD.
           MOVE TC-CONTADO(W-IND) TO CT-CONTADO.
           MOVE PROD-QTD          TO CT-SISTEMA.
           WRITE REG-CONTAGEM.
           IF W-DIFERENCA NOT = ZEROS
               MOVE "S" TO TC-DIVERGE(W-IND)
               ADD 1 TO W-QTD-DIVERG
