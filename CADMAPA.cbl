      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CADMAPA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - DE-PARA DO LIVRO CAIXA PARA A
      *   CONTABILIDADE (CONTAMAP.DAT): PARA CADA PROGRAMA QUE LANCA EM
      *   CAIXAGER.DAT (FECHACOM, BAIXAFAT, BAIXAPAR, PAGAFORN, RETPAG
      *   ETC.) E CADA DIRECAO (E ENTRADA / S SAIDA), A CONTA A DEBITO,
      *   A CONTA A CREDITO E O HISTORICO PADRAO DA PARTIDA. AS DUAS
      *   CONTAS TEM DE EXISTIR NO PLANO DE CONTAS (CADCONTA) E SER
      *   DIFERENTES. USADO PELO LANCAMENTO MENSAL (LANCCONT.cbl);
      *   LANCAMENTO DE PROGRAMA SEM DE-PARA SAI LISTADO LA E NAO E
      *   CONTABILIZADO ATE SER MAPEADO AQUI.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-MAPA ASSIGN TO "CONTAMAP.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CM-CHAVE
               FILE STATUS     IS W-STATM.
           SELECT ARQ-CONTA ASSIGN TO "PLANOCTA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CT-CONTA
               FILE STATUS     IS W-STATC.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-MAPA.
       01  REG-MAPA.
           02 CM-CHAVE.
               03 CM-PROGRAMA  PIC X(8).
               03 CM-DIRECAO   PIC X(1).
           02 CM-DEBITO    PIC 9(5).
           02 CM-CREDITO   PIC 9(5).
           02 CM-HISTORICO PIC X(20).

       FD  ARQ-CONTA.
       01  REG-CONTA.
           02 CT-CONTA    PIC 9(5).
           02 CT-NOME     PIC X(30).
           02 CT-TIPO     PIC X(1).
               88 CT-ATIVO       VALUE "A".
               88 CT-PASSIVO     VALUE "P".
               88 CT-PATRIMONIO  VALUE "L".
               88 CT-RECEITA     VALUE "R".
               88 CT-DESPESA     VALUE "D".
           02 CT-UNIDADE  PIC X(1).

       WORKING-STORAGE         SECTION.

       77 W-STATM         PIC XX VALUE SPACES.
       77 W-STATC         PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "I" "A" "E".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-PROGRAMA      PIC X(8)  VALUE SPACES.
       77 W-DIRECAO       PIC X     VALUE SPACE.
           88 W-DIRECAO-OK        VALUE "E" "S".
       77 W-DEBITO        PIC 9(5)  VALUE ZEROS.
       77 W-CREDITO       PIC 9(5)  VALUE ZEROS.
       77 W-HISTORICO     PIC X(20) VALUE SPACES.
       77 W-CONTA-OK      PIC X     VALUE "N".
           88 CONTA-EXISTE        VALUE "S".
       77 W-CONTAS-OK     PIC X     VALUE "N".
           88 CONTAS-VALIDAS      VALUE "S".
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           PERFORM ROT-ABRIR.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-MAPA ARQ-CONTA.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ROT-ABRIR.
           OPEN INPUT ARQ-CONTA.
           IF W-STATC NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATC W-MENSAGEM-ERRO
                   "CADMAPA "
               DISPLAY ERASE
               DISPLAY W-MENSAGEM-ERRO AT 1020
               DISPLAY "CADASTRE O PLANO DE CONTAS NO CADCONTA" AT 1220
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-MAPA.
           IF W-STATM = "35"
               OPEN OUTPUT ARQ-MAPA
               CLOSE       ARQ-MAPA
               OPEN I-O    ARQ-MAPA
           ELSE
               IF W-STATM NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATM
                       W-MENSAGEM-ERRO
                       "CADMAPA "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       ROT-PROCESSA.
           MOVE ZEROS  TO W-DEBITO W-CREDITO.
           MOVE SPACES TO W-OPCAO W-GRAVA W-PROGRAMA W-DIRECAO
                          W-HISTORICO.

           DISPLAY ERASE.
           DISPLAY "DE-PARA DO CAIXA PARA A CONTABILIDADE" AT 0520.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0848 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "PROGRAMA NO CAIXA...:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-PROGRAMA NOT = SPACES
               ACCEPT W-PROGRAMA AT 1032 WITH UPPER
           END-PERFORM.
           DISPLAY "DIRECAO (E/S).......:" AT 1110.
           PERFORM WITH TEST AFTER UNTIL W-DIRECAO-OK
               ACCEPT W-DIRECAO AT 1132 WITH UPPER AUTO
           END-PERFORM.
           MOVE W-PROGRAMA TO CM-PROGRAMA.
           MOVE W-DIRECAO  TO CM-DIRECAO.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRO DE-PARA? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2032 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-MAPA
               INVALID KEY
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-PROGRAMA  TO CM-PROGRAMA
                       MOVE W-DIRECAO   TO CM-DIRECAO
                       MOVE W-DEBITO    TO CM-DEBITO
                       MOVE W-CREDITO   TO CM-CREDITO
                       MOVE W-HISTORICO TO CM-HISTORICO
                       WRITE REG-MAPA
                       MOVE CM-CHAVE TO W-CHAVE-AUDIT
                       MOVE SPACES   TO W-ANTES-AUDIT
                       MOVE REG-MAPA TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADMAPA "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "DE-PARA JA CADASTRADO" AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-MAPA
               INVALID KEY
                   DISPLAY "DE-PARA NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE CM-DEBITO    TO W-DEBITO
                   MOVE CM-CREDITO   TO W-CREDITO
                   MOVE CM-HISTORICO TO W-HISTORICO
                   MOVE REG-MAPA     TO W-ANTES-AUDIT
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-DEBITO    TO CM-DEBITO
                       MOVE W-CREDITO   TO CM-CREDITO
                       MOVE W-HISTORICO TO CM-HISTORICO
                       REWRITE REG-MAPA
                       MOVE REG-MAPA TO W-DEPOIS-AUDIT
                       MOVE CM-CHAVE TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADMAPA "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-MAPA
               INVALID KEY
                   DISPLAY "DE-PARA NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   DISPLAY CM-DEBITO    AT 1332
                   DISPLAY CM-CREDITO   AT 1532
                   DISPLAY CM-HISTORICO AT 1732
                   MOVE REG-MAPA TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-MAPA
                       MOVE SPACES   TO W-DEPOIS-AUDIT
                       MOVE CM-CHAVE TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADMAPA "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * RECEBER-DADOS - AS DUAS CONTAS SAO CONFERIDAS NO PLANO DE
      *   CONTAS E O NOME APARECE AO LADO; DEBITO E CREDITO NA MESMA
      *   CONTA NAO SAO ACEITOS.
      *-----------------------------------------------------------------*
       RECEBER-DADOS.
           DISPLAY "CONTA A DEBITO......:" AT 1310.
           DISPLAY "CONTA A CREDITO.....:" AT 1510.
           MOVE "N" TO W-CONTAS-OK.
           PERFORM RECEBER-CONTAS UNTIL CONTAS-VALIDAS.
           DISPLAY "HISTORICO PADRAO....:" AT 1710.
           PERFORM WITH TEST AFTER UNTIL W-HISTORICO NOT = SPACES
               ACCEPT W-HISTORICO AT 1732 WITH UPPER
           END-PERFORM.

       RECEBER-CONTAS.
           MOVE "N" TO W-CONTA-OK.
           PERFORM WITH TEST AFTER UNTIL CONTA-EXISTE
               ACCEPT W-DEBITO AT 1332
               MOVE W-DEBITO TO CT-CONTA
               PERFORM CONFERIR-CONTA
           END-PERFORM.
           DISPLAY CT-NOME AT 1440.
           MOVE "N" TO W-CONTA-OK.
           PERFORM WITH TEST AFTER UNTIL CONTA-EXISTE
               ACCEPT W-CREDITO AT 1532
               MOVE W-CREDITO TO CT-CONTA
               PERFORM CONFERIR-CONTA
           END-PERFORM.
           DISPLAY CT-NOME AT 1640.
           IF W-DEBITO = W-CREDITO
               DISPLAY "DEBITO E CREDITO NA MESMA CONTA" AT 2310
           ELSE
               MOVE "S" TO W-CONTAS-OK
           END-IF.

       CONFERIR-CONTA.
           READ ARQ-CONTA
               INVALID KEY
                   MOVE "N" TO W-CONTA-OK
                   DISPLAY "CONTA NAO CADASTRADA" AT 2310
               NOT INVALID KEY
                   MOVE "S" TO W-CONTA-OK
                   DISPLAY W-BRANCO-AVISO AT 2310
           END-READ.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1910.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1938 WITH UPPER AUTO
           END-PERFORM.
