      *   CONTROLADA PELO NOTACRED.cbl) E (P)ERDA/QUEBRA (MOVESTOQ
      *   "P"). O RELATORIO MENSAL DE PERDAS POR TIPO E PRODUTO SAI
      *   NO RELPERDA.cbl.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS:
      *   PROD-QTD PASSA DE 2 PARA 5 DIGITOS (TOMADOS DO FILLER, O
      *   REGISTRO DE PRODUTOS.DAT NAO MUDA DE TAMANHO) E NC-QTD
      *   (NOTACRED.DAT) DE 3 PARA 5 DIGITOS.
      *   ARQUIVOS ANTIGOS CONVERTIDOS UMA UNICA VEZ PELO CONVQTD.cbl.
      * 15 OUTUBRO 2026 - JULIANO - O CAMPO DO PRODUTO ACEITA O CODIGO
      *   INTERNO OU O CODIGO DE BARRAS (BARRAS.DAT, VIA BUSCA-BARRA).
      * 15 OUTUBRO 2026 - JULIANO - USO SIMULTANEO EM VARIOS TERMINAIS:
      *   PRODUTOS.DAT PASSA A TER BLOQUEIO MANUAL DE REGISTRO. NA
      *   GRAVACAO O PRODUTO E RELIDO COM BLOQUEIO E A BAIXA E FEITA
      *   SOBRE O SALDO ATUAL (RECONFERIDO), SEM PERDER O QUE UMA
      *   ENTRADA OU COMANDA FEZ NO MEIO TEMPO. REGISTRO PRESO EM OUTRO
      *   TERMINAL MOSTRA O AVISO DO VERIFICA-STATUS (QUE O GRAVA EM
      *   ERROS.LOG) E A LEITURA E REPETIDA ATE SER LIBERADO.
      * 15 OUTUBRO 2026 - JULIANO - MES DE ESTOQUE FECHADO NO CONTROLE
      *   DE PERIODOS (PERIODO.cbl) NAO ACEITA MAIS SAIDA: A DATA DO
      *   DIA E CONSULTADA NO COMUM/VERIFPERIODO.cbl AO ABRIR A TELA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PROD-COD
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATP.
           SELECT ARQ-FORN ASSIGN TO "FORNECED.DAT"
               ORGANIZATION    IS INDEXED
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  ARQ-FORN.
       01  REG-FORN.
           02 NC-DATA       PIC 9(8).
           02 NC-FORN       PIC 9(3).
           02 NC-PROD       PIC 9(4).
           02 NC-QTD        PIC 9(5).
           02 NC-VALOR      PIC 9(6)V99.
           02 NC-STATUS     PIC X(1).
               88 NC-ABERTA      VALUE "A".
       WORKING-STORAGE         SECTION.

       77 W-STATP         PIC X(02) VALUE SPACES.
           88 PROD-EM-USO             VALUE "51".
       77 W-AVISO-USO     PIC X     VALUE "N".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.
       77 W-COD-LIDO      PIC X(13) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-QTD-SAIDA     PIC 9(5)  VALUE ZEROS.
           88 W-QTD-SAIDA-OK          VALUE 1 THRU 99999.
       77 W-OUTRO         PIC X     VALUE SPACE.
           88 W-OUTRO-OK              VALUE "S" "N".
       77 W-MOV-QTD       PIC 9(5)  VALUE ZEROS.
       77 W-MOV-SALDO     PIC 9(5)  VALUE ZEROS.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-NUM-NOTA      PIC 9(6)  VALUE ZEROS.
       77 W-SEED-NOTA     PIC 9(6)  VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".
       77 W-FIM-NOTAS     PIC X     VALUE "N".
           88 FIM-NOTAS               VALUE "S".

       01 TELA.
           02 BLANK SCREEN.
           02 LINE 05 COLUMN 25 VALUE "SAIDA DE MERCADORIA".
           02 LINE 10 COLUMN 10 VALUE "CODIGO OU BARRAS..:".
           02 LINE 12 COLUMN 10 VALUE "PRODUTO...........:".
           02 LINE 14 COLUMN 10 VALUE "ESTOQUE ATUAL.....:".
           02 LINE 16 COLUMN 10 VALUE "QUANTIDADE DE SAIDA:".
           02 LINE 20 COLUMN 10 VALUE
               "OUTRA SAIDA?(S/N):".
       01 TELA-DADOS.
           02 D-COD    LINE 10 COLUMN 30 PIC X(13)   TO W-COD-LIDO.
           02 D-NOME   LINE 12 COLUMN 30 PIC X(30) FROM PROD-NOME.
           02 D-QTD    LINE 14 COLUMN 30 PIC ZZZZ9 FROM PROD-QTD.
           02 D-QTDSAI LINE 16 COLUMN 31 PIC ZZZZZ   TO W-QTD-SAIDA.
           02 D-TIPO   LINE 18 COLUMN 40 PIC X        TO W-TIPO-SAIDA.
           02 D-OUTRO  LINE 20 COLUMN 29 PIC X        TO W-OUTRO AUTO.

      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "E" W-DATA-HOJE
               W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA O ESTOQUE" AT 2210
               STOP " "
               EXIT PROGRAM
           END-IF.
           OPEN I-O ARQ-PROD.
           PERFORM PROCESSA UNTIL W-OUTRO = "N".
           CLOSE ARQ-PROD.
           EXIT PROGRAM.

       PROCESSA.
           INITIALIZE PROD-COD W-QTD-SAIDA W-RESP W-COD-LIDO.
           MOVE SPACE TO W-TIPO-SAIDA.
           DISPLAY TELA.

           PERFORM WITH TEST AFTER UNTIL W-STATP = "00"
               ACCEPT D-COD
               CALL "BUSCA-BARRA" USING W-COD-LIDO PROD-COD
               READ ARQ-PROD
               IF W-STATP NOT = "00"
                   DISPLAY "PRODUTO NAO ENCONTRADO" AT 2210

           PERFORM RECEBER-TIPO-SAIDA.

           PERFORM BLOQUEAR-PRODUTO.
           EVALUATE TRUE
               WHEN W-STATP NOT = "00"
                   DISPLAY "PRODUTO EXCLUIDO EM OUTRO TERMINAL " AT 2210
               WHEN W-QTD-SAIDA > PROD-QTD
                   UNLOCK ARQ-PROD
                   DISPLAY D-QTD
                   DISPLAY "ESTOQUE INSUFICIENTE - SAIDA NAO FEITA"
                       AT 2210
               WHEN OTHER
                   PERFORM GRAVAR-SAIDA
           END-EVALUATE.

           PERFORM WITH TEST AFTER UNTIL W-OUTRO-OK
               ACCEPT D-OUTRO
               MOVE FUNCTION UPPER-CASE (W-OUTRO) TO W-OUTRO
               IF NOT W-OUTRO-OK
                   DISPLAY "DIGITE S OU N" AT 2210
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      * BLOQUEAR-PRODUTO - RELE O PRODUTO COM BLOQUEIO PARA A GRAVACAO.
      *   ENQUANTO OUTRO TERMINAL O SEGURA, AVISA (UMA VEZ, PELO
      *   VERIFICA-STATUS, QUE REGISTRA EM ERROS.LOG) E TENTA DE NOVO.
      *-----------------------------------------------------------------*
       BLOQUEAR-PRODUTO.
           MOVE "N" TO W-AVISO-USO.
           READ ARQ-PROD WITH LOCK.
           PERFORM AGUARDAR-PRODUTO UNTIL NOT PROD-EM-USO.
           IF W-AVISO-USO = "S"
               DISPLAY W-BRANCO-AVISO AT 2210
           END-IF.

       AGUARDAR-PRODUTO.
           IF W-AVISO-USO = "N"
               MOVE "S" TO W-AVISO-USO
               CALL "VERIFICA-STATUS" USING W-STATP W-MENSAGEM-ERRO
                   "SAIDA   "
               DISPLAY W-MENSAGEM-ERRO AT 2210
           END-IF.
           READ ARQ-PROD WITH LOCK.

      *-----------------------------------------------------------------*
      * GRAVAR-SAIDA - BAIXA A QUANTIDADE DO PRODUTO BLOQUEADO, REGRAVA
      *   E LIBERA; DEPOIS LANCA LIVRO, NOTA DE CREDITO, LOCAL, LOTES E
      *   AUDITORIA.
      *-----------------------------------------------------------------*
       GRAVAR-SAIDA.
           MOVE PROD-QTD TO W-ANTES-AUDIT.
           SUBTRACT W-QTD-SAIDA FROM PROD-QTD.
           REWRITE REG-PROD.
           UNLOCK ARQ-PROD.
           MOVE W-QTD-SAIDA TO W-MOV-QTD.
           MOVE PROD-QTD    TO W-MOV-SALDO.
           EVALUATE TRUE
           CALL "GRAVA-AUDITORIA" USING "SAIDA   " W-CHAVE-AUDIT
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.

       FIM. EXIT.

      *-----------------------------------------------------------------*
