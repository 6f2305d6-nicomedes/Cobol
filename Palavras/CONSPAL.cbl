      *   PALAVRA CONTIDA NO ACROSTICO, E MOSTRA O BLOCO HP-PALAVRAS
      *   DESEMPACOTADO DE VOLTA NAS PALAVRAS DIGITADAS (UNSTRING) EM
      *   VEZ DA LINHA ILEGIVEL DE 320 POSICOES.
      * 15 OUTUBRO 2026 - JULIANO - MENU NA ENTRADA: (H)ISTORICO COMO
      *   ANTES, AGORA COM JOGADOR, PONTOS E AS PALAVRAS FORA DO
      *   DICIONARIO MARCADAS COM "?"; (R)ANKING DAS MELHORES RODADAS
      *   POR JOGADOR E FAIXA DE DATAS; (D)ICIONARIO PARA INCLUIR OU
      *   EXCLUIR PALAVRAS DO PALAVRAS.DIC CONFERIDO PELO PALAVRAS.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-HIST.

           SELECT ARQ-DICIONARIO ASSIGN TO "PALAVRAS.DIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS DC-PALAVRA
               FILE STATUS  IS COD-ERRO-DIC.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*
           02 HP-ACROSTICO     PIC X(20).
           02 FILLER           PIC X(1).
           02 HP-PALAVRAS      PIC X(320).
           02 FILLER           PIC X(1).
           02 HP-JOGADOR       PIC X(15).
           02 FILLER           PIC X(1).
           02 HP-PONTOS        PIC 9(5).
           02 FILLER           PIC X(1).
           02 HP-FORA-DIC      PIC X(20).

       FD  ARQ-DICIONARIO.
       01  REG-DICIONARIO.
           02 DC-PALAVRA       PIC X(15).
           02 DC-DT-INCLUSAO   PIC 9(8).

       WORKING-STORAGE         SECTION.

       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 OPCAO-VALIDA         VALUE "H" "R" "D".

       77 W-DATA-INI      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-FIM      PIC 9(8)  VALUE ZEROS.
           02 TAB-PALAVRA OCCURS 20 TIMES PIC X(15).

       01 TAB-RODADAS.
           02 TR-REG OCCURS 200 TIMES PIC X(396).

      *    RANKING: AS 15 RODADAS DE MAIS PONTOS QUE PASSAM NO FILTRO,
      *    ESCOLHIDAS UMA A UMA (A MAIOR AINDA NAO USADA).
       77 W-JOGADOR       PIC X(15) VALUE SPACES.
       77 W-QTD-RANK      PIC 99    VALUE ZEROS.
       77 W-MAIOR-IND     PIC 9(3)  VALUE ZEROS.
       77 W-MAIOR-PONTOS  PIC 9(5)  VALUE ZEROS.
       77 W-ACHOU-MAIOR   PIC X     VALUE "N".
       77 W-LINHA-RANK    PIC 9(4)  VALUE ZEROS.
       01 TAB-USADAS.
           02 TU-USADA OCCURS 200 TIMES PIC X.
       01 LINHA-RANK.
           02 LR-POS          PIC Z9.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 LR-DATA         PIC X(10).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 LR-JOGADOR      PIC X(15).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 LR-PONTOS       PIC ZZZZ9.
           02 FILLER          PIC X(3) VALUE SPACES.
           02 LR-ACROSTICO    PIC X(20).

       77 COD-ERRO-DIC    PIC XX    VALUE SPACES.
       77 W-PALAVRA-DIC   PIC X(15) VALUE SPACES.
       77 W-DATA-SISTEMA  PIC 9(8)  VALUE ZEROS.

       01 W-DATA-ED.
           02 W-DIA-ED  PIC 99.
      *-----------------------------------------------------------------*

       INICIO.
           DISPLAY ERASE.
           DISPLAY "CONSULTA DO HISTORICO DE PALAVRAS" AT 0320.
           DISPLAY "(H)ISTORICO  (R)ANKING  (D)ICIONARIO:" AT 0510.
           PERFORM WITH TEST AFTER UNTIL OPCAO-VALIDA
               ACCEPT W-OPCAO AT 0548 WITH UPPER
           END-PERFORM.
           EVALUATE W-OPCAO
               WHEN "R"
                   PERFORM EXIBIR-RANKING
               WHEN "D"
                   PERFORM MANTER-DICIONARIO
               WHEN OTHER
                   PERFORM CONSULTAR-HISTORICO
           END-EVALUATE.
           GOBACK.

       CONSULTAR-HISTORICO.
           DISPLAY ERASE.
           DISPLAY "CONSULTA DO HISTORICO DE PALAVRAS" AT 0320.
           DISPLAY "DATA INICIAL AAAAMMDD (0 = SEM FILTRO):" AT 0510.
           DISPLAY W-DATA-ED AT 0322.
           DISPLAY "QTD PALAVRAS: " AT 0340.
           DISPLAY HP-QTDE AT 0354.
           IF HP-PONTOS NUMERIC
               DISPLAY "JOGADOR...: " AT 0410
               DISPLAY HP-JOGADOR AT 0422
               DISPLAY "PONTOS......: " AT 0440
               DISPLAY HP-PONTOS AT 0454
           END-IF.
           DISPLAY "ACROSTICO.: " AT 0510.
           DISPLAY HP-ACROSTICO AT 0522.
           DISPLAY "PALAVRAS..:" AT 0710.
               COMPUTE W-COL-PAL = (W-LINHA-PAL * 100) + 12
                   + (FUNCTION INTEGER((W-IND-PAL - 1) / 5) * 17)
               DISPLAY TAB-PALAVRA(W-IND-PAL) AT W-COL-PAL
               IF HP-FORA-DIC(W-IND-PAL:1) = "?"
                   ADD 15 TO W-COL-PAL
                   DISPLAY "?" AT W-COL-PAL
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * EXIBIR-RANKING - AS MELHORES RODADAS DO JOGADOR (BRANCO = TODOS)
      *   NA FAIXA DE DATAS. RODADAS GRAVADAS ANTES DA PONTUACAO (SEM
      *   HP-PONTOS NUMERICO) FICAM DE FORA.
      *-----------------------------------------------------------------*
       EXIBIR-RANKING.
           DISPLAY ERASE.
           DISPLAY "RANKING DAS RODADAS DE PALAVRAS" AT 0320.
           DISPLAY "JOGADOR (BRANCO = TODOS)               :" AT 0510.
           ACCEPT W-JOGADOR AT 0550 WITH UPPER.
           MOVE FUNCTION UPPER-CASE(W-JOGADOR) TO W-JOGADOR.
           DISPLAY "DATA INICIAL AAAAMMDD (0 = SEM FILTRO):" AT 0710.
           ACCEPT W-DATA-INI AT 0750.
           DISPLAY "DATA FINAL   AAAAMMDD (0 = SEM FILTRO):" AT 0910.
           ACCEPT W-DATA-FIM AT 0950.

           PERFORM CARREGAR-HISTORICO.
           MOVE SPACES TO TAB-USADAS.
           MOVE ZEROS  TO W-QTD-RANK.
           MOVE "S"    TO W-ACHOU-MAIOR.
           PERFORM ESCOLHER-MAIOR
               UNTIL W-QTD-RANK >= 15 OR W-ACHOU-MAIOR = "N".

           IF W-QTD-RANK = ZEROS
               DISPLAY "NENHUMA RODADA PONTUADA NO FILTRO" AT 1210
           END-IF.
           IF W-ESTOURO = "S"
               DISPLAY "HISTORICO TRUNCADO EM 200 RODADAS" AT 2310
           END-IF.
           STOP " ".

      *    PROCURA A RODADA DE MAIS PONTOS AINDA FORA DO RANKING E A
      *    MOSTRA NA PROXIMA LINHA (LINHAS 6 A 20).
       ESCOLHER-MAIOR.
           MOVE "N"   TO W-ACHOU-MAIOR.
           MOVE ZEROS TO W-MAIOR-IND W-MAIOR-PONTOS.
           PERFORM COMPARAR-RODADA
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-RODADAS.
           IF W-ACHOU-MAIOR = "S"
               MOVE "S" TO TU-USADA(W-MAIOR-IND)
               ADD 1 TO W-QTD-RANK
               IF W-QTD-RANK = 1
                   DISPLAY ERASE
                   DISPLAY "RANKING DAS RODADAS DE PALAVRAS" AT 0220
                   DISPLAY "POS DATA        JOGADOR          PONTOS"
                       AT 0410
                   DISPLAY "ACROSTICO" AT 0452
               END-IF
               MOVE TR-REG(W-MAIOR-IND) TO REG-HIST-PALAVRAS
               MOVE W-QTD-RANK   TO LR-POS
               MOVE HP-DATA(7:2) TO W-DIA-ED
               MOVE HP-DATA(5:2) TO W-MES-ED
               MOVE HP-DATA(1:4) TO W-ANO-ED
               MOVE W-DATA-ED    TO LR-DATA
               MOVE HP-JOGADOR   TO LR-JOGADOR
               MOVE HP-PONTOS    TO LR-PONTOS
               MOVE HP-ACROSTICO TO LR-ACROSTICO
               COMPUTE W-LINHA-RANK = (W-QTD-RANK + 5) * 100 + 10
               DISPLAY LINHA-RANK AT W-LINHA-RANK
           END-IF.

       COMPARAR-RODADA.
           MOVE TR-REG(W-IND) TO REG-HIST-PALAVRAS.
           IF TU-USADA(W-IND) = "S"
              OR HP-DATA NOT NUMERIC OR HP-PONTOS NOT NUMERIC
               CONTINUE
           ELSE
           IF (W-DATA-INI NOT = ZEROS AND HP-DATA < W-DATA-INI)
              OR (W-DATA-FIM NOT = ZEROS AND HP-DATA > W-DATA-FIM)
              OR (W-JOGADOR NOT = SPACES AND HP-JOGADOR NOT = W-JOGADOR)
               CONTINUE
           ELSE
           IF W-ACHOU-MAIOR = "N" OR HP-PONTOS > W-MAIOR-PONTOS
               MOVE "S"       TO W-ACHOU-MAIOR
               MOVE W-IND     TO W-MAIOR-IND
               MOVE HP-PONTOS TO W-MAIOR-PONTOS
           END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * MANTER-DICIONARIO - INCLUI OU EXCLUI PALAVRAS DO PALAVRAS.DIC:
      *   A PALAVRA DIGITADA E PROCURADA; SE JA EXISTE, OFERECE A
      *   EXCLUSAO, SENAO A INCLUSAO. PALAVRA EM BRANCO ENCERRA.
      *-----------------------------------------------------------------*
       MANTER-DICIONARIO.
           OPEN I-O ARQ-DICIONARIO.
           IF COD-ERRO-DIC = "35"
               OPEN OUTPUT ARQ-DICIONARIO
               CLOSE       ARQ-DICIONARIO
               OPEN I-O    ARQ-DICIONARIO
           END-IF.
           IF COD-ERRO-DIC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO PALAVRAS.DIC: " AT 2310
               DISPLAY COD-ERRO-DIC AT 2344
               STOP " "
           ELSE
               ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE "X" TO W-PALAVRA-DIC
               PERFORM TRATAR-PALAVRA-DIC UNTIL W-PALAVRA-DIC = SPACES
               CLOSE ARQ-DICIONARIO
           END-IF.

       TRATAR-PALAVRA-DIC.
           DISPLAY ERASE.
           DISPLAY "DICIONARIO DO JOGO DE PALAVRAS" AT 0320.
           DISPLAY "PALAVRA (BRANCO = SAIR):" AT 0510.
           MOVE SPACES TO W-PALAVRA-DIC.
           ACCEPT W-PALAVRA-DIC AT 0535 WITH UPPER.
           MOVE FUNCTION UPPER-CASE(W-PALAVRA-DIC) TO W-PALAVRA-DIC.
           IF W-PALAVRA-DIC = SPACES
               CONTINUE
           ELSE
           IF W-PALAVRA-DIC NOT ALPHABETIC
               DISPLAY "SOMENTE LETRAS, SEM NUMEROS OU SINAIS" AT 0710
               STOP " "
           ELSE
               MOVE W-PALAVRA-DIC TO DC-PALAVRA
               READ ARQ-DICIONARIO
                   INVALID KEY
                       PERFORM INCLUIR-PALAVRA-DIC
                   NOT INVALID KEY
                       PERFORM EXCLUIR-PALAVRA-DIC
               END-READ
           END-IF
           END-IF.

       INCLUIR-PALAVRA-DIC.
           DISPLAY "NAO CADASTRADA - INCLUIR (S/N)?" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 0742 WITH UPPER
           END-PERFORM.
           IF W-RESP = "S"
               MOVE W-PALAVRA-DIC  TO DC-PALAVRA
               MOVE W-DATA-SISTEMA TO DC-DT-INCLUSAO
               WRITE REG-DICIONARIO
                   INVALID KEY
                       DISPLAY "ERRO NA GRAVACAO: " AT 0910
                       DISPLAY COD-ERRO-DIC AT 0928
                       STOP " "
               END-WRITE
           END-IF.

       EXCLUIR-PALAVRA-DIC.
           MOVE DC-DT-INCLUSAO(7:2) TO W-DIA-ED.
           MOVE DC-DT-INCLUSAO(5:2) TO W-MES-ED.
           MOVE DC-DT-INCLUSAO(1:4) TO W-ANO-ED.
           DISPLAY "CADASTRADA EM" AT 0710.
           DISPLAY W-DATA-ED AT 0724.
           DISPLAY "- EXCLUIR (S/N)?" AT 0735.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 0752 WITH UPPER
           END-PERFORM.
           IF W-RESP = "S"
               DELETE ARQ-DICIONARIO
                   INVALID KEY
                       DISPLAY "ERRO NA EXCLUSAO: " AT 0910
                       DISPLAY COD-ERRO-DIC AT 0928
                       STOP " "
               END-DELETE
           END-IF.
