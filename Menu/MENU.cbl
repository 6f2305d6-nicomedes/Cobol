      *   21 AGOSTO 2026 - STOP RUN VIRA GOBACK PARA O PROGRAMA
      *   PODER SER CHAMADO PELO MENU GERAL (MENUGER.cbl) E
      *   DEVOLVER O CONTROLE AO MENU.
      * 15 OUTUBRO 2026 - JULIANO - INCLUIDA A OPCAO (V) COM O CONSUMO
      *   TEORICO X REAL ENTRE DUAS CONTAGENS DE INVENTARIO (RELVARIA).
      * 15 OUTUBRO 2026 - JULIANO - INCLUIDA A OPCAO (O) ORDEM DE
      *   PRODUCAO DE PREPARADOS (PRODUCAO).
      * 15 OUTUBRO 2026 - JULIANO - INCLUIDAS AS OPCOES (C) CADASTRO DE
      *   COTACOES (CADCOTA) E (Q) COMPARATIVO DE COTACOES (RELCOTA).
      * 15 OUTUBRO 2026 - JULIANO - INCLUIDA A OPCAO (B) CADASTRO DE
      *   CODIGOS DE BARRAS (CADBARRA).
      * 15 OUTUBRO 2026 - JULIANO - INCLUIDA A OPCAO (U) CONVERSAO DE
      *   UNIDADE DE COMPRA PARA UNIDADE DE ESTOQUE (CADCONV).
      * 15 OUTUBRO 2026 - JULIANO - SENHAS GUARDADAS CIFRADAS EM
      *   OPERADOR.DAT (COMUM/CIFRASENHA): O LOGIN CIFRA O QUE FOI
      *   DIGITADO E COMPARA. TRES ERROS SEGUIDOS BLOQUEIAM O OPERADOR
      *   ATE O SUPERVISOR DESBLOQUEAR NO CADOPER. TROCA DE SENHA
      *   OBRIGATORIA NO PRIMEIRO ACESSO E A CADA 90 DIAS, COM NO
      *   MINIMO 6 CARACTERES. ENTRADA, SAIDA, FALHA, BLOQUEIO E TROCA
      *   VAO PARA ACESSOS.LOG (COMUM/GRAVAACESSO, RELATORIO NO
      *   RELACESS).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       01  REG-OPER.
           02 OP-COD    PIC 9(3).
           02 OP-NOME   PIC X(30).
           02 OP-SENHA  PIC X(16).
           02 OP-NIVEL  PIC 9(1).
               88 OP-OPERADOR    VALUE 1.
               88 OP-SUPERVISOR  VALUE 2.
           02 OP-DT-SENHA PIC 9(8).
           02 OP-TROCA    PIC X(1).
               88 OP-TROCA-OBRIG VALUE "S".
           02 OP-ERROS    PIC 9(1).
           02 OP-BLOQUEIO PIC X(1).
               88 OP-BLOQUEADO   VALUE "S".

       FD  ARQ-OPER-ATU
           LABEL RECORD STANDARD.

       WORKING-STORAGE         SECTION.
       77  OPC PIC X(1)    VALUE   SPACE.
       77  BRANCO  PIC X(35) VALUE SPACES.
       01 MODULO1 PIC X(7) VALUE "ENTRADA".
       01 MODULO2 PIC X(5) VALUE "SAIDA".

       77 W-NIVEL-LOGADO PIC 9    VALUE ZEROS.
       77 W-NOME-LOGADO  PIC X(30) VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CIFRA        PIC X(16) VALUE SPACES.
       77 W-SENHA-NOVA   PIC X(8) VALUE SPACES.
       77 W-SENHA-CONF   PIC X(8) VALUE SPACES.
       77 W-TAM-SENHA    PIC 99   VALUE ZEROS.
       77 W-SENHA-OK     PIC X    VALUE "N".
           88 SENHA-TROCADA       VALUE "S".
           88 TROCA-DESISTIDA     VALUE "D".
       77 W-DATA-HOJE    PIC 9(8) VALUE ZEROS.
       77 W-DIAS-SENHA   PIC 9(7) VALUE ZEROS.

       SCREEN SECTION.
       01 TELA.
               "(1) RECEBIMENTO DE MERCADORIA - ENTRADA".
           02 LINE 12 COLUMN 10 VALUE
               "(2) SAIDA DE MERCADORIA - SAIDA".
           02 LINE 13 COLUMN 10 VALUE
               "(U) CONVERSAO DE UNIDADES".
           02 LINE 14 COLUMN 10 VALUE
               "(3) RELATORIO DE ESTOQUE".
           02 LINE 15 COLUMN 10 VALUE
               "(7) PEDIDOS ABERTOS".
           02 LINE 10 COLUMN 50 VALUE
               "(8) HISTORICO DE CUSTOS".
           02 LINE 11 COLUMN 50 VALUE
               "(C) COTACOES DE PRECO".
           02 LINE 12 COLUMN 50 VALUE
               "(T) TRANSF. SALAO/DEP.".
           02 LINE 13 COLUMN 50 VALUE
               "(Q) COMPARA COTACOES".
           02 LINE 14 COLUMN 50 VALUE
               "(A) CURVA ABC E GIRO".
           02 LINE 15 COLUMN 50 VALUE
               "(B) CODIGOS DE BARRAS".
           02 LINE 16 COLUMN 50 VALUE
               "(N) NOTAS DE CREDITO".
           02 LINE 18 COLUMN 50 VALUE
               "(P) PERDAS DO MES".
           02 LINE 17 COLUMN 50 VALUE
               "(O) ORDEM DE PRODUCAO".
           02 LINE 19 COLUMN 50 VALUE
               "(V) VARIACAO DE CONSUMO".
           02 LINE 19 COLUMN 10 VALUE "(9) ENCERRAR".
           02 LINE 20 COLUMN 20 VALUE "ESCOLHA A OPCAO:".
           02 LINHA-OPC LINE 20 COLUMN 40 PIC X TO OPC.
       01 LIMPA.
           02 LINE 20 COLUMN 45 PIC X(35) FROM BRANCO.



           PERFORM ROT-LOGIN.
           IF LOGIN-OK
               PERFORM ROT-PROCESSA UNTIL OPC = "9"
               CALL "GRAVA-ACESSO" USING W-COD-LOGIN "S"
               MOVE ZEROS TO W-COD-LOGIN
               PERFORM GRAVAR-OPERADOR-ATUAL
           END-IF.
      *   OPERADOR.ATU PARA A TRILHA DE AUDITORIA.
      *-----------------------------------------------------------------*
       ROT-LOGIN.
           OPEN I-O ARQ-OPER.
           IF W-STATO NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATO W-MENSAGEM-ERRO
               "PGMENU  "
           MOVE W-COD-LOGIN TO OP-COD.
           READ ARQ-OPER
               INVALID KEY
                   CALL "GRAVA-ACESSO" USING W-COD-LOGIN "F"
                   DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1420
                   STOP " "
               NOT INVALID KEY
                   PERFORM CONFERIR-SENHA
           END-READ.

      *-----------------------------------------------------------------*
      * CONFERIR-SENHA - OPERADOR BLOQUEADO NAO ENTRA. A SENHA DIGITADA
      *   E CIFRADA (COMUM/CIFRASENHA) E COMPARADA COM A CIFRA GUARDADA;
      *   ACERTO ZERA OS ERROS, E O TERCEIRO ERRO SEGUIDO BLOQUEIA O
      *   OPERADOR ATE O SUPERVISOR DESBLOQUEAR NO CADOPER. TUDO VAI
      *   PARA O LIVRO DE ACESSOS (COMUM/GRAVAACESSO).
      *-----------------------------------------------------------------*
       CONFERIR-SENHA.
           IF OP-BLOQUEADO
               CALL "GRAVA-ACESSO" USING W-COD-LOGIN "R"
               DISPLAY "OPERADOR BLOQUEADO - CHAME O SUPERVISOR"
                   AT 1420
               STOP " "
               EXIT PARAGRAPH
           END-IF.

           CALL "CIFRA-SENHA" USING W-COD-LOGIN W-SENHA-LOGIN W-CIFRA.
           IF W-CIFRA = OP-SENHA
               MOVE ZEROS TO OP-ERROS
               REWRITE REG-OPER
               CALL "GRAVA-ACESSO" USING W-COD-LOGIN "E"
               MOVE "S"      TO W-LOGADO
               MOVE OP-NIVEL TO W-NIVEL-LOGADO
               MOVE OP-NOME  TO W-NOME-LOGADO
               PERFORM VERIFICAR-VALIDADE-SENHA
           ELSE
               ADD 1 TO OP-ERROS
               IF OP-ERROS >= 3
                   MOVE "S" TO OP-BLOQUEIO
               END-IF
               REWRITE REG-OPER
               CALL "GRAVA-ACESSO" USING W-COD-LOGIN "F"
               IF OP-BLOQUEADO
                   CALL "GRAVA-ACESSO" USING W-COD-LOGIN "B"
                   DISPLAY "3 ERROS - OPERADOR BLOQUEADO" AT 1420
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1420
               END-IF
               STOP " "
           END-IF.

      *-----------------------------------------------------------------*
      * VERIFICAR-VALIDADE-SENHA - NO PRIMEIRO ACESSO (OU DEPOIS DE UMA
      *   SENHA DADA PELO SUPERVISOR) E A CADA 90 DIAS A TROCA E
      *   OBRIGATORIA. QUEM DESISTE DA TROCA NAO ENTRA.
      *-----------------------------------------------------------------*
       VERIFICAR-VALIDADE-SENHA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO W-DIAS-SENHA.
           IF OP-DT-SENHA NOT = ZEROS
               COMPUTE W-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(OP-DT-SENHA)
           END-IF.
           IF OP-TROCA-OBRIG OR OP-DT-SENHA = ZEROS
              OR W-DIAS-SENHA >= 90
               MOVE "N" TO W-SENHA-OK
               PERFORM TROCAR-SENHA
                   UNTIL SENHA-TROCADA OR TROCA-DESISTIDA
               IF TROCA-DESISTIDA
                   MOVE "N" TO W-LOGADO
                   MOVE 3   TO W-TENTATIVAS
                   CALL "GRAVA-ACESSO" USING W-COD-LOGIN "S"
               END-IF
           END-IF.

       TROCAR-SENHA.
           MOVE SPACES TO W-SENHA-NOVA W-SENHA-CONF.
           DISPLAY ERASE.
           DISPLAY "TROCA DE SENHA OBRIGATORIA" AT 0525.
           IF OP-TROCA-OBRIG OR OP-DT-SENHA = ZEROS
               DISPLAY "PRIMEIRO ACESSO COM ESTA SENHA" AT 0725
           ELSE
               DISPLAY "SENHA COM MAIS DE 90 DIAS" AT 0725
           END-IF.
           DISPLAY "NOVA SENHA (6 A 8, BRANCO DESISTE):" AT 1010.
           ACCEPT W-SENHA-NOVA AT 1047 WITH SECURE.
           IF W-SENHA-NOVA = SPACES
               MOVE "D" TO W-SENHA-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REPITA A NOVA SENHA................:" AT 1210.
           ACCEPT W-SENHA-CONF AT 1247 WITH SECURE.

           MOVE ZEROS TO W-TAM-SENHA.
           INSPECT W-SENHA-NOVA TALLYING W-TAM-SENHA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           CALL "CIFRA-SENHA" USING W-COD-LOGIN W-SENHA-NOVA W-CIFRA.
           EVALUATE TRUE
               WHEN W-TAM-SENHA < 6
                   DISPLAY "SENHA DEVE TER DE 6 A 8 CARACTERES" AT 1420
                   STOP " "
               WHEN W-SENHA-CONF NOT = W-SENHA-NOVA
                   DISPLAY "AS DUAS DIGITACOES NAO CONFEREM" AT 1420
                   STOP " "
               WHEN W-CIFRA = OP-SENHA
                   DISPLAY "NOVA SENHA IGUAL A ATUAL" AT 1420
                   STOP " "
               WHEN OTHER
                   MOVE W-CIFRA     TO OP-SENHA
                   MOVE W-DATA-HOJE TO OP-DT-SENHA
                   MOVE "N"         TO OP-TROCA
                   REWRITE REG-OPER
                   CALL "GRAVA-ACESSO" USING W-COD-LOGIN "T"
                   MOVE "S" TO W-SENHA-OK
           END-EVALUATE.

       GRAVAR-OPERADOR-ATUAL.
           OPEN OUTPUT ARQ-OPER-ATU.
           MOVE W-COD-LOGIN TO OA-COD.
           DISPLAY TELA.
           PERFORM WITH TEST AFTER UNTIL OPC = "1" OR "2" OR "3"
                   OR "4" OR "5" OR "6" OR "7" OR "8" OR "T"
                   OR "A" OR "N" OR "P" OR "V" OR "O" OR "C"
                   OR "Q" OR "B" OR "U" OR "9"
               ACCEPT LINHA-OPC
               MOVE FUNCTION UPPER-CASE (OPC) TO OPC
               IF OPC = "1" OR "2" OR "3" OR "4" OR "5" OR "6"
                       OR "7" OR "8" OR "T" OR "A" OR "N" OR "P"
                       OR "V" OR "O" OR "C" OR "Q" OR "B"
                       OR "U" OR "9"
                   DISPLAY LIMPA
               ELSE
                   DISPLAY "DIGITE 1-8,T,A,N,P,V,O,C,Q,B,U OU 9"
                       AT 2045
               END-IF
           END-PERFORM.

                   CALL "NOTACRED"
               WHEN "P"
                   CALL "RELPERDA"
               WHEN "V"
                   CALL "RELVARIA"
               WHEN "O"
                   CALL "PRODUCAO"
               WHEN "C"
                   CALL "CADCOTA"
               WHEN "Q"
                   CALL "RELCOTA"
               WHEN "B"
                   CALL "CADBARRA"
               WHEN "U"
                   CALL "CADCONV"
           END-EVALUATE.
