      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       FICHA-CUSTO.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - FICHA DE CUSTO DO PRATO
      *   (FICHACUS.LST): PARA CADA ITEM DO CARDAPIO COM FICHA TECNICA
      *   EM RECEITAS.DAT, SOMA QUANTIDADE POR PORCAO X CUSTO MEDIO
      *   VIGENTE (PROD-CUSTO) DE CADA INGREDIENTE, MOSTRA O CMV (%)
      *   CONTRA O PRECO DE VENDA (PROD-PRECO) E O PRECO SUGERIDO PARA
      *   A META DE CMV DEFINIDA PELO DONO EM CMV.PAR (MANTPAR.cbl,
      *   PADRAO 30%). CODIGO ZERO LISTA O CARDAPIO INTEIRO.
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD DE PRODUTOS.DAT AMPLIADO
      *   PARA 5 DIGITOS (TOMADOS DO FILLER, MESMO TAMANHO DE REGISTRO).
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       CONFIGURATION       SECTION.
      *--------------------------------
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

      *--------------------------------
       INPUT-OUTPUT        SECTION.
      *--------------------------------

       FILE-CONTROL.
           SELECT ARQ-RECEITA ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RC-CHAVE
               FILE STATUS     IS W-STATR.

           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PROD-COD
               FILE STATUS     IS W-STATP.

           SELECT ARQ-CMVPAR ASSIGN TO "CMV.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCMV.

           SELECT REL-FICHA ASSIGN TO "FICHACUS.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-RECEITA.
       01  REG-RECEITA.
           02 RC-CHAVE.
               03 RC-PROD-MENU PIC 9(4).
               03 RC-SEQ       PIC 99.
           02 RC-INGREDIENTE  PIC 9(4).
           02 RC-QTD          PIC 9(3).

       FD  ARQ-PROD.
       01  REG-PROD.
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  ARQ-CMVPAR
           LABEL RECORD STANDARD.
       01  REG-CMVPAR.
           02 CM-META  PIC 99V99.

       FD  REL-FICHA
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATR         PIC X(02) VALUE SPACES.
       77 W-STATP         PIC X(02) VALUE SPACES.
       77 W-STATCMV       PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".

       77 W-META-CMV      PIC 99V99 VALUE 30,00.
       77 W-PROD-PEDIDO   PIC 9(4)  VALUE ZEROS.
       77 W-PRATO-ATUAL   PIC 9(4)  VALUE ZEROS.
       77 W-QTD-PRATOS    PIC 9(4)  VALUE ZEROS.
       77 W-CUSTO-ING     PIC 9(7)V99 VALUE ZEROS.
       77 W-CUSTO-PRATO   PIC 9(7)V99 VALUE ZEROS.
       77 W-PRECO-PRATO   PIC 999V99 VALUE ZEROS.
       77 W-NOME-PRATO    PIC X(30) VALUE SPACES.
       77 W-CMV           PIC 9(5)V99 VALUE ZEROS.
       77 W-SUGERIDO      PIC 9(7)V99 VALUE ZEROS.

       01 LINTRACO.
           02 FILLER    PIC X(74) VALUE ALL "-".
           02 FILLER    PIC X(06) VALUE SPACES.
       01 LINCAB1.
           02 FILLER    PIC X(34) VALUE
               "FICHA DE CUSTO DOS PRATOS - META ".
           02 LC-META   PIC Z9,99.
           02 FILLER    PIC X(05) VALUE "% CMV".
           02 FILLER    PIC X(36) VALUE SPACES.
       01 LINPRATO.
           02 LP-COD    PIC 9(4).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LP-NOME   PIC X(30).
           02 FILLER    PIC X(44) VALUE SPACES.
       01 LINCABING.
           02 FILLER    PIC X(06) VALUE SPACES.
           02 FILLER    PIC X(36) VALUE "INGREDIENTE".
           02 FILLER    PIC X(10) VALUE "QTD UN".
           02 FILLER    PIC X(12) VALUE "CUSTO MEDIO".
           02 FILLER    PIC X(16) VALUE "CUSTO".
       01 LINING.
           02 FILLER    PIC X(06) VALUE SPACES.
           02 LI-COD    PIC 9(4).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LI-NOME   PIC X(30).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LI-QTD    PIC ZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LI-UNID   PIC X(03).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LI-CUSTO-UN PIC Z.ZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LI-CUSTO  PIC ZZZ.ZZ9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LI-OBS    PIC X(08).
       01 LINVALOR.
           02 FILLER    PIC X(06) VALUE SPACES.
           02 LV-TITULO PIC X(30).
           02 LV-VALOR  PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(31) VALUE SPACES.
       01 LINPERC.
           02 FILLER    PIC X(06) VALUE SPACES.
           02 LQ-TITULO PIC X(30).
           02 LQ-PERC   PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(02) VALUE " %".
           02 LQ-OBS    PIC X(20).
           02 FILLER    PIC X(13) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           PERFORM CARREGAR-META.
           DISPLAY ERASE.
           DISPLAY "F I C H A   D E   C U S T O" AT 0520.
           DISPLAY "PRATO (0 = CARDAPIO INTEIRO):" AT 0910.
           ACCEPT W-PROD-PEDIDO AT 0940.

           OPEN INPUT ARQ-RECEITA.
           IF W-STATR NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATR W-MENSAGEM-ERRO
                   "FICHACUS"
               DISPLAY "RECEITAS.DAT INDISPONIVEL" AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-PROD.
           IF W-STATP NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATP W-MENSAGEM-ERRO
                   "FICHACUS"
               DISPLAY "PRODUTOS.DAT INDISPONIVEL" AT 1210
               CLOSE ARQ-RECEITA
               STOP " "
               GOBACK
           END-IF.

           OPEN OUTPUT REL-FICHA.
           MOVE W-META-CMV TO LC-META.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.

           MOVE W-PROD-PEDIDO TO RC-PROD-MENU.
           MOVE ZEROS         TO RC-SEQ.
           START ARQ-RECEITA KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-RECEITA.
           PERFORM PROCESSAR-PRATO UNTIL FIM-ARQUIVO.

           CLOSE REL-FICHA ARQ-RECEITA ARQ-PROD.
           DISPLAY "FICHAS GERADAS EM FICHACUS.LST - PRATOS:" AT 1210.
           DISPLAY W-QTD-PRATOS AT 1251.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * CARREGAR-META - META DE CMV (%) DE CMV.PAR; SEM O ARQUIVO VALE
      *   O PADRAO COMPILADO, O MESMO DO MANTPAR.cbl.
      *-----------------------------------------------------------------*
       CARREGAR-META.
           OPEN INPUT ARQ-CMVPAR.
           IF W-STATCMV = "00"
               READ ARQ-CMVPAR
                   AT END CONTINUE
                   NOT AT END
                       IF CM-META NUMERIC AND CM-META > ZEROS
                           MOVE CM-META TO W-META-CMV
                       END-IF
               END-READ
               CLOSE ARQ-CMVPAR
           END-IF.

       LER-RECEITA.
           IF NOT FIM-ARQUIVO
               READ ARQ-RECEITA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF W-PROD-PEDIDO NOT = ZEROS
                  AND RC-PROD-MENU NOT = W-PROD-PEDIDO
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * PROCESSAR-PRATO - QUEBRA POR RC-PROD-MENU: CABECALHO DO PRATO,
      *   UMA LINHA POR INGREDIENTE E O FECHAMENTO COM CMV E PRECO
      *   SUGERIDO.
      *-----------------------------------------------------------------*
       PROCESSAR-PRATO.
           MOVE RC-PROD-MENU TO W-PRATO-ATUAL PROD-COD.
           MOVE ZEROS        TO W-CUSTO-PRATO W-PRECO-PRATO.
           MOVE "PRATO NAO CADASTRADO" TO W-NOME-PRATO.
           READ ARQ-PROD
               NOT INVALID KEY
                   MOVE PROD-NOME  TO W-NOME-PRATO
                   MOVE PROD-PRECO TO W-PRECO-PRATO
           END-READ.
           ADD 1 TO W-QTD-PRATOS.
           MOVE W-PRATO-ATUAL TO LP-COD.
           MOVE W-NOME-PRATO  TO LP-NOME.
           WRITE REG-REL FROM LINPRATO.
           WRITE REG-REL FROM LINCABING.

           PERFORM CUSTEAR-INGREDIENTE
               UNTIL FIM-ARQUIVO OR RC-PROD-MENU NOT = W-PRATO-ATUAL.

           MOVE "CUSTO DA PORCAO.............:" TO LV-TITULO.
           MOVE W-CUSTO-PRATO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "PRECO DE VENDA..............:" TO LV-TITULO.
           MOVE W-PRECO-PRATO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE SPACES TO LQ-OBS.
           IF W-PRECO-PRATO > ZEROS
               COMPUTE W-CMV ROUNDED =
                   W-CUSTO-PRATO * 100 / W-PRECO-PRATO
               IF W-CMV > W-META-CMV
                   MOVE "  ACIMA DA META" TO LQ-OBS
               END-IF
           ELSE
               MOVE ZEROS TO W-CMV
               MOVE "  SEM PRECO" TO LQ-OBS
           END-IF.
           MOVE "CMV SOBRE O PRECO...........:" TO LQ-TITULO.
           MOVE W-CMV TO LQ-PERC.
           WRITE REG-REL FROM LINPERC.
           COMPUTE W-SUGERIDO ROUNDED =
               W-CUSTO-PRATO * 100 / W-META-CMV.
           MOVE "PRECO SUGERIDO PARA A META..:" TO LV-TITULO.
           MOVE W-SUGERIDO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           WRITE REG-REL FROM LINTRACO.

       CUSTEAR-INGREDIENTE.
           MOVE RC-INGREDIENTE TO PROD-COD LI-COD.
           MOVE RC-QTD         TO LI-QTD.
           MOVE SPACES         TO LI-OBS LI-UNID.
           MOVE ZEROS          TO W-CUSTO-ING.
           READ ARQ-PROD
               INVALID KEY
                   MOVE "INGREDIENTE NAO CADASTRADO" TO LI-NOME
                   MOVE ZEROS TO LI-CUSTO-UN
                   MOVE "SEM CUSTO" TO LI-OBS
               NOT INVALID KEY
                   MOVE PROD-NOME    TO LI-NOME
                   MOVE PROD-UNIDADE TO LI-UNID
                   MOVE PROD-CUSTO   TO LI-CUSTO-UN
                   COMPUTE W-CUSTO-ING = RC-QTD * PROD-CUSTO
                   IF PROD-CUSTO = ZEROS
                       MOVE "SEM CUSTO" TO LI-OBS
                   END-IF
           END-READ.
           MOVE W-CUSTO-ING TO LI-CUSTO.
           WRITE REG-REL FROM LINING.
           ADD W-CUSTO-ING TO W-CUSTO-PRATO.
           PERFORM LER-RECEITA.
