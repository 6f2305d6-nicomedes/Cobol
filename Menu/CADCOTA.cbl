      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CADCOTA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CADASTRO DE COTACOES DE PRECO
      *   (COTACAO.DAT): PARA CADA PRODUTO, UMA COTACAO POR
      *   FORNECEDOR COM O PRECO UNITARIO COTADO, A QUANTIDADE MINIMA
      *   DE COMPRA E A DATA ATE QUANDO O PRECO VALE. PRODUTOS.DAT SO
      *   GUARDA UM FORNECEDOR (PROD-FORN); COM AS COTACOES O
      *   GERAPED.cbl ESCOLHE O FORNECEDOR MAIS BARATO DA SEMANA E O
      *   RELCOTA.cbl COMPARA AS COTACOES COM O FORNECEDOR PADRAO.
      *   OPCOES (I)NCLUIR, (A)LTERAR E (E)XCLUIR NO MOLDE DO
      *   CADFORN.cbl; COTACAO NOVA DO MESMO FORNECEDOR E ALTERACAO.
      * 15 OUTUBRO 2026 - JULIANO - PRECO E QUANTIDADE MINIMA SAO NA
      *   UNIDADE DE COMPRA DO PRODUTO (CONVUNID.DAT).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CQ-CHAVE
               FILE STATUS     IS W-STATCQ.
           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PROD-COD
               FILE STATUS     IS W-STATP.
           SELECT ARQ-FORN ASSIGN TO "FORNECED.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS FORN-COD
               FILE STATUS     IS W-STATF.

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
           02 FILLER      PIC X(87).

       FD  ARQ-FORN.
       01  REG-FORN.
           02 FORN-COD    PIC 9(3).
           02 FORN-NOME   PIC X(30).
           02 FORN-FONE   PIC X(12).

       WORKING-STORAGE         SECTION.

       77 W-STATCQ        PIC XX VALUE SPACES.
       77 W-STATP         PIC XX VALUE SPACES.
       77 W-STATF         PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "I" "A" "E".
       77 W-DATA-OK       PIC X  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-COD-PROD      PIC 9(4)  VALUE ZEROS.
       77 W-COD-FORN      PIC 9(3)  VALUE ZEROS.
       77 W-PRECO         PIC 9(4)V99 VALUE ZEROS.
       77 W-QTD-MIN       PIC 9(5)  VALUE ZEROS.
       77 W-VALIDADE      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-SISTEMA  PIC 9(8)  VALUE ZEROS.
       77 W-PRECO-ED      PIC ZZZ9,99.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM ROT-ABRIR.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-COTACAO ARQ-PROD ARQ-FORN.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ROT-ABRIR.
           OPEN I-O ARQ-COTACAO.
           IF W-STATCQ = "35"
               OPEN OUTPUT ARQ-COTACAO
               CLOSE       ARQ-COTACAO
               OPEN I-O    ARQ-COTACAO
           ELSE
               IF W-STATCQ NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATCQ
                       W-MENSAGEM-ERRO
                       "CADCOTA "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           OPEN INPUT ARQ-PROD ARQ-FORN.

       ROT-PROCESSA.
           MOVE ZEROS  TO W-COD-PROD W-COD-FORN W-PRECO W-QTD-MIN
                          W-VALIDADE.
           MOVE SPACES TO W-OPCAO W-GRAVA W-DATA-OK.

           DISPLAY ERASE.
           DISPLAY "COTACOES DE PRECO POR FORNECEDOR" AT 0520.
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

           DISPLAY "FORNECEDOR..........:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-STATF = "00"
               ACCEPT W-COD-FORN AT 1032
               MOVE W-COD-FORN TO FORN-COD
               READ ARQ-FORN
               IF W-STATF NOT = "00"
                   DISPLAY "FORNECEDOR NAO ENCONTRADO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "                         " AT 2310.
           DISPLAY FORN-NOME AT 1040.

           MOVE W-COD-PROD TO CQ-PROD.
           MOVE W-COD-FORN TO CQ-FORN.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRA COTACAO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2032 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-COTACAO
               INVALID KEY
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-COD-PROD     TO CQ-PROD
                       MOVE W-COD-FORN     TO CQ-FORN
                       PERFORM MOVER-DADOS
                       WRITE REG-COTACAO
                       MOVE CQ-CHAVE TO W-CHAVE-AUDIT
                       MOVE SPACES TO W-ANTES-AUDIT
                       MOVE REG-COTACAO TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADCOTA "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "COTACAO JA CADASTRADA - USE (A)LTERAR"
                       AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-COTACAO
               INVALID KEY
                   DISPLAY "COTACAO NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE REG-COTACAO TO W-ANTES-AUDIT
                   PERFORM MOSTRAR-DADOS
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       PERFORM MOVER-DADOS
                       REWRITE REG-COTACAO
                       MOVE REG-COTACAO TO W-DEPOIS-AUDIT
                       MOVE CQ-CHAVE TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADCOTA "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-COTACAO
               INVALID KEY
                   DISPLAY "COTACAO NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE REG-COTACAO TO W-ANTES-AUDIT
                   PERFORM MOSTRAR-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-COTACAO
                       MOVE SPACES TO W-DEPOIS-AUDIT
                       MOVE CQ-CHAVE TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADCOTA "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       MOSTRAR-DADOS.
           MOVE CQ-PRECO TO W-PRECO-ED.
           DISPLAY "PRECO ATUAL:" AT 1250.
           DISPLAY W-PRECO-ED     AT 1263.
           DISPLAY "MINIMO ATUAL:" AT 1350.
           DISPLAY CQ-QTD-MIN     AT 1364.
           DISPLAY "VALE ATE:" AT 1450.
           DISPLAY CQ-VALIDADE    AT 1460.

       RECEBER-DADOS.
           DISPLAY "PRECO (UNID. COMPRA):" AT 1210.
           PERFORM WITH TEST AFTER UNTIL W-PRECO > ZEROS
               ACCEPT W-PRECO AT 1232
           END-PERFORM.
           DISPLAY "QUANTIDADE MINIMA...:" AT 1310.
           ACCEPT W-QTD-MIN AT 1332.
           DISPLAY "VALIDA ATE (AAAAMMDD):" AT 1410.
           PERFORM WITH TEST AFTER
                   UNTIL W-DATA-OK = "S"
                     AND W-VALIDADE NOT < W-DATA-SISTEMA
               ACCEPT W-VALIDADE AT 1433
               CALL "VALIDA-DATA" USING W-VALIDADE W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA        " AT 2310
               ELSE
                   IF W-VALIDADE < W-DATA-SISTEMA
                       DISPLAY "COTACAO JA VENCIDA   " AT 2310
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "                     " AT 2310.

       MOVER-DADOS.
           MOVE W-PRECO        TO CQ-PRECO.
           MOVE W-QTD-MIN      TO CQ-QTD-MIN.
           MOVE W-VALIDADE     TO CQ-VALIDADE.
           MOVE W-DATA-SISTEMA TO CQ-DATA.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1638 WITH UPPER AUTO
           END-PERFORM.
