      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CADCONV.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CADASTRO DA CONVERSAO DE UNIDADES
      *   (CONVUNID.DAT): PARA CADA PRODUTO, A UNIDADE EM QUE E
      *   COMPRADO (CX, FD...), A UNIDADE EM QUE E ESTOCADO (UN, G...)
      *   E O FATOR - QUANTAS UNIDADES DE ESTOQUE VEM EM UMA DE COMPRA.
      *   O PROD-UNIDADE ERA SO UM ROTULO E O RECEBEDOR MULTIPLICAVA NA
      *   MAO. COM A CONVERSAO O GERAPED PEDE NA UNIDADE DE COMPRA E O
      *   ENTRADA RECEBE NELA E CONVERTE PARA O ESTOQUE. COMO O
      *   PEDCOMP.DAT GUARDA A QUANTIDADE NA UNIDADE DE COMPRA VIGENTE,
      *   A CONVERSAO NAO PODE MUDAR ENQUANTO O PRODUTO TIVER ITEM DE
      *   PEDIDO ABERTO AINDA A RECEBER. OPCOES (I)NCLUIR, (A)LTERAR E
      *   (E)XCLUIR NO MOLDE DO CADCOTA.cbl.
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
               FILE STATUS     IS W-STATCV.
           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PROD-COD
               FILE STATUS     IS W-STATP.
           SELECT ARQ-PEDIDO ASSIGN TO "PEDCOMP.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS PC-CHAVE
               FILE STATUS     IS W-STATPC.

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

       FD  ARQ-PEDIDO.
       01  REG-PEDIDO.
           02 PC-CHAVE.
               03 PC-NUMERO PIC 9(5).
               03 PC-SEQ    PIC 9(3).
           02 PC-FORN      PIC 9(3).
           02 PC-DATA-EMIS PIC 9(8).
           02 PC-DATA-PREV PIC 9(8).
           02 PC-STATUS    PIC X(1).
               88 PED-ABERTO   VALUE "A".
               88 PED-RECEBIDO VALUE "R".
           02 PC-PROD      PIC 9(4).
           02 PC-QTD-PED   PIC 9(5).
           02 PC-QTD-REC   PIC 9(5).

       WORKING-STORAGE         SECTION.

       77 W-STATCV        PIC XX VALUE SPACES.
       77 W-STATP         PIC XX VALUE SPACES.
       77 W-STATPC        PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "I" "A" "E".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-COD-PROD      PIC 9(4)  VALUE ZEROS.
       77 W-UN-COMPRA     PIC X(3)  VALUE SPACES.
       77 W-UN-ESTOQUE    PIC X(3)  VALUE SPACES.
       77 W-FATOR         PIC 9(5)V999 VALUE ZEROS.
       77 W-FATOR-ED      PIC ZZZZ9,999.
       77 W-DATA-SISTEMA  PIC 9(8)  VALUE ZEROS.
       77 W-FIM-PED       PIC X     VALUE "N".
           88 FIM-PEDIDO          VALUE "S".
       77 W-CABEC-ABERTO  PIC X     VALUE "N".
           88 CABECALHO-ABERTO    VALUE "S".
       77 W-PENDENTE      PIC X     VALUE "N".
           88 TEM-PEDIDO-PENDENTE VALUE "S".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM ROT-ABRIR.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-CONVUNID ARQ-PROD.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ROT-ABRIR.
           OPEN I-O ARQ-CONVUNID.
           IF W-STATCV = "35"
               OPEN OUTPUT ARQ-CONVUNID
               CLOSE       ARQ-CONVUNID
               OPEN I-O    ARQ-CONVUNID
           ELSE
               IF W-STATCV NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATCV
                       W-MENSAGEM-ERRO
                       "CADCONV "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           OPEN INPUT ARQ-PROD.

       ROT-PROCESSA.
           MOVE ZEROS  TO W-COD-PROD W-FATOR.
           MOVE SPACES TO W-OPCAO W-GRAVA W-UN-COMPRA W-UN-ESTOQUE.

           DISPLAY ERASE.
           DISPLAY "CONVERSAO DE UNIDADE DE COMPRA" AT 0520.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0748 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "PRODUTO.............:" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-STATP = "00"
               ACCEPT W-COD-PROD AT 0932
               MOVE W-COD-PROD TO PROD-COD
               READ ARQ-PROD
               IF W-STATP NOT = "00"
                   DISPLAY "PRODUTO NAO ENCONTRADO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "                      " AT 2310.
           DISPLAY PROD-NOME AT 0940.

           PERFORM VERIFICAR-PEDIDOS.
           MOVE W-COD-PROD TO CV-PROD.

           IF TEM-PEDIDO-PENDENTE
               DISPLAY "PRODUTO COM PEDIDO DE COMPRA A RECEBER -"
                   AT 2210
               DISPLAY "RECEBA O PEDIDO ANTES DE MUDAR A CONVERSAO"
                   AT 2310
           ELSE
               EVALUATE W-OPCAO
                   WHEN "I"
                       PERFORM ROT-INCLUIR
                   WHEN "A"
                       PERFORM ROT-ALTERAR
                   WHEN "E"
                       PERFORM ROT-EXCLUIR
               END-EVALUATE
           END-IF.

           DISPLAY "OUTRA CONVERSAO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2034 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-CONVUNID
               INVALID KEY
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-COD-PROD TO CV-PROD
                       PERFORM MOVER-DADOS
                       WRITE REG-CONVUNID
                       MOVE CV-PROD TO W-CHAVE-AUDIT
                       MOVE SPACES TO W-ANTES-AUDIT
                       MOVE REG-CONVUNID TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADCONV "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "CONVERSAO JA CADASTRADA - USE (A)LTERAR"
                       AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-CONVUNID
               INVALID KEY
                   DISPLAY "CONVERSAO NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE REG-CONVUNID TO W-ANTES-AUDIT
                   PERFORM MOSTRAR-DADOS
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       PERFORM MOVER-DADOS
                       REWRITE REG-CONVUNID
                       MOVE REG-CONVUNID TO W-DEPOIS-AUDIT
                       MOVE CV-PROD TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADCONV "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-CONVUNID
               INVALID KEY
                   DISPLAY "CONVERSAO NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE REG-CONVUNID TO W-ANTES-AUDIT
                   PERFORM MOSTRAR-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-CONVUNID
                       MOVE SPACES TO W-DEPOIS-AUDIT
                       MOVE CV-PROD TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADCONV "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       MOSTRAR-DADOS.
           MOVE CV-FATOR TO W-FATOR-ED.
           DISPLAY "ATUAL:" AT 1150.
           DISPLAY CV-UN-COMPRA  AT 1157.
           DISPLAY "="           AT 1161.
           DISPLAY W-FATOR-ED    AT 1163.
           DISPLAY CV-UN-ESTOQUE AT 1173.

      *-----------------------------------------------------------------*
      * RECEBER-DADOS - UNIDADE DE ESTOQUE EM BRANCO ASSUME O
      *   PROD-UNIDADE DO CADASTRO DO PRODUTO.
      *-----------------------------------------------------------------*
       RECEBER-DADOS.
           DISPLAY "UNIDADE DE COMPRA...:" AT 1110.
           PERFORM WITH TEST AFTER UNTIL W-UN-COMPRA NOT = SPACES
               ACCEPT W-UN-COMPRA AT 1132 WITH UPPER
           END-PERFORM.
           DISPLAY "UNIDADE DE ESTOQUE..:" AT 1210.
           DISPLAY PROD-UNIDADE AT 1240.
           ACCEPT W-UN-ESTOQUE AT 1232 WITH UPPER.
           IF W-UN-ESTOQUE = SPACES
               MOVE PROD-UNIDADE TO W-UN-ESTOQUE
               DISPLAY W-UN-ESTOQUE AT 1232
           END-IF.
           DISPLAY "FATOR (ESTOQUE POR UNIDADE DE COMPRA):" AT 1310.
           PERFORM WITH TEST AFTER UNTIL W-FATOR > ZEROS
               ACCEPT W-FATOR AT 1349
               IF W-FATOR = ZEROS
                   DISPLAY "FATOR DEVE SER MAIOR QUE ZERO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "                             " AT 2310.

       MOVER-DADOS.
           MOVE W-UN-COMPRA    TO CV-UN-COMPRA.
           MOVE W-UN-ESTOQUE   TO CV-UN-ESTOQUE.
           MOVE W-FATOR        TO CV-FATOR.
           MOVE W-DATA-SISTEMA TO CV-DATA.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1638 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * VERIFICAR-PEDIDOS - PROCURA EM PEDCOMP.DAT ITEM DO PRODUTO EM
      *   PEDIDO ABERTO COM QUANTIDADE AINDA A RECEBER. O CABECALHO
      *   (SEQ 000) VEM ANTES DOS ITENS E DIZ SE O PEDIDO ESTA ABERTO.
      *-----------------------------------------------------------------*
       VERIFICAR-PEDIDOS.
           MOVE "N" TO W-PENDENTE W-FIM-PED W-CABEC-ABERTO.
           OPEN INPUT ARQ-PEDIDO.
           IF W-STATPC = "00"
               PERFORM LER-PEDIDO
               PERFORM AVALIAR-PEDIDO
                   UNTIL FIM-PEDIDO OR TEM-PEDIDO-PENDENTE
               CLOSE ARQ-PEDIDO
           END-IF.

       LER-PEDIDO.
           READ ARQ-PEDIDO NEXT RECORD
               AT END MOVE "S" TO W-FIM-PED
           END-READ.

       AVALIAR-PEDIDO.
           IF PC-SEQ = ZEROS
               IF PED-ABERTO
                   MOVE "S" TO W-CABEC-ABERTO
               ELSE
                   MOVE "N" TO W-CABEC-ABERTO
               END-IF
           ELSE
               IF CABECALHO-ABERTO
                  AND PC-PROD = W-COD-PROD
                  AND PC-QTD-REC < PC-QTD-PED
                   MOVE "S" TO W-PENDENTE
               END-IF
           END-IF.
           PERFORM LER-PEDIDO.
