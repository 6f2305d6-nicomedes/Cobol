      *   VIDEO A PARTIR DA PALAVRA 16; A AREA DE ENTRADA AGORA GIRA
      *   EM UMA JANELA FIXA DE 10 LINHAS. HP-PALAVRAS TAMBEM CRESCE
      *   PARA COMPORTAR AS 20 PALAVRAS SEM ESTOURAR O STRING.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - CADA PALAVRA PASSA A SER
      *   CONFERIDA NO DICIONARIO PALAVRAS.DIC (MANTIDO PELO CONSPAL);
      *   NO INICIO O JOGADOR ESCOLHE RECUSAR A PALAVRA DESCONHECIDA OU
      *   ACEITA-LA MARCADA (VALE ZERO PONTO). A RODADA GANHA PONTOS
      *   POR TAMANHO E RARIDADE DAS LETRAS, GRAVADOS NO PALAVRAS.HST
      *   COM O NOME DO JOGADOR E AS MARCAS DE FORA DO DICIONARIO.
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
      *    UMA POSICAO POR PALAVRA: "?" = FORA DO DICIONARIO.
           02 HP-FORA-DIC      PIC X(20).

       FD  ARQ-DICIONARIO.
       01  REG-DICIONARIO.
           02 DC-PALAVRA       PIC X(15).
           02 DC-DT-INCLUSAO   PIC 9(8).

       WORKING-STORAGE         SECTION.
       77 LINHA-CABEC PIC X(56) VALUE ALL "=".

       77 QQ-TECLA    PIC X     VALUE SPACE.

       77 COD-ERRO-DIC    PIC X(02) VALUE SPACES.
       77 W-DIC-ABERTO    PIC X     VALUE "N".
       77 W-JOGADOR       PIC X(15) VALUE SPACES.
       77 W-MODO-DIC      PIC X     VALUE SPACE.
           88 MODO-DIC-OK          VALUE "R" "M".
           88 RECUSAR-DESCONHECIDA VALUE "R".
       77 W-PALAVRA-OK    PIC X     VALUE "N".
       77 W-FORA-DIC      PIC X(20) VALUE SPACES.
       77 W-QTD-FORA      PIC 99    VALUE ZEROS.

      *    PONTOS: CADA LETRA VALE O SEU PESO DE RARIDADE E CADA LETRA
      *    ALEM DA QUARTA VALE MAIS 2 PONTOS DE BONUS DE TAMANHO.
       01 TAB-PESOS-LETRAS.
           02 FILLER PIC X(26) VALUE "13221444158213126111148888".
       01 FILLER REDEFINES TAB-PESOS-LETRAS.
           02 PESO-LETRA OCCURS 26 TIMES PIC 9.

       77 W-PONTOS        PIC 9(5)  VALUE ZEROS.
       77 W-PONTOS-PAL    PIC 9(4)  VALUE ZEROS.
       77 W-TAM-PAL       PIC 99    VALUE ZEROS.
       77 W-POS           PIC 99    VALUE ZEROS.
       77 W-LETRA         PIC X     VALUE SPACE.
       77 W-ORD-LETRA     PIC 9(3)  VALUE ZEROS.
       77 W-PONTOS-ED     PIC ZZZZ9.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*
           DISPLAY "BRINCANDO COM AS PALAVRAS" AT 0625.
           DISPLAY LINHA-CABEC AT 0710.

           DISPLAY "JOGADOR:" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-JOGADOR NOT = SPACES
               ACCEPT W-JOGADOR AT 0938 WITH UPPER
           END-PERFORM.

           PERFORM ABRIR-DICIONARIO.

           DISPLAY "QUANTAS PALAVRAS (1 A 20)?" AT 1110.
           PERFORM WITH TEST AFTER UNTIL N-PALAVRAS-OK
               ACCEPT N-PALAVRAS AT 1138
           END-PERFORM.
           DISPLAY "                                        " AT 0910.
           DISPLAY "                                        " AT 1010.
           DISPLAY "                                        " AT 1110.

           MOVE ZEROS TO W-INDICE.
           PERFORM WITH TEST AFTER UNTIL W-INDICE >= N-PALAVRAS
           DISPLAY "                               " AT  2030.

           PERFORM MONTA-ACROSTICO.
           PERFORM CALCULAR-PONTOS.
           IF W-DIC-ABERTO = "S"
               CLOSE ARQ-DICIONARIO
           END-IF.

           MOVE W-PONTOS TO W-PONTOS-ED.
           DISPLAY "PONTOS DA RODADA:" AT 2230.
           DISPLAY W-PONTOS-ED AT 2248.
           IF W-QTD-FORA > ZEROS
               DISPLAY "FORA DO DICIONARIO:" AT 2256
               DISPLAY W-QTD-FORA AT 2276
           END-IF.
           DISPLAY "NOVA PALAVRA:" AT 2530.
           DISPLAY NOVA-PALAVRA AT 2544.


       STOP RUN.

      *-----------------------------------------------------------------*
      * ABRIR-DICIONARIO - SEM O PALAVRAS.DIC O JOGO SEGUE COMO ANTES,
      *   SO COM A CONFERENCIA DE LETRAS; COM ELE O JOGADOR ESCOLHE O
      *   QUE FAZER COM A PALAVRA QUE NAO ESTA NO DICIONARIO.
      *-----------------------------------------------------------------*
       ABRIR-DICIONARIO.
           OPEN INPUT ARQ-DICIONARIO.
           IF COD-ERRO-DIC = "00"
               MOVE "S" TO W-DIC-ABERTO
               DISPLAY "FORA DO DICIONARIO: (R)ECUSAR OU (M)ARCAR?"
                   AT 1010
               PERFORM WITH TEST AFTER UNTIL MODO-DIC-OK
                   ACCEPT W-MODO-DIC AT 1053 WITH UPPER
               END-PERFORM
           ELSE
               MOVE "N" TO W-DIC-ABERTO
               DISPLAY "SEM DICIONARIO - PALAVRAS NAO CONFERIDAS"
                   AT 2325
           END-IF.

      *-----------------------------------------------------------------*
      * ENTRA-PALAVRA - ACEITA A PALAVRA DE INDICE W-INDICE, REJEITANDO
      *   ENTRADAS COM DIGITOS OU PONTUACAO (SOMENTE LETRAS E ESPACOS)
      *   E, NO MODO RECUSAR, AS QUE NAO ESTAO NO DICIONARIO.
      *-----------------------------------------------------------------*
       ENTRA-PALAVRA.
           COMPUTE W-LINHA-REL = FUNCTION MOD(W-INDICE - 1, 10) + 9.

           DISPLAY "PALAVRA " W-INDICE ":" AT W-POS-LABEL.
           DISPLAY "               "         AT W-POS-ACEITA.
           PERFORM WITH TEST AFTER UNTIL W-PALAVRA-OK = "S"
               ACCEPT TAB-PALAVRA(W-INDICE) WITH REQUIRED
                   AT W-POS-ACEITA
               PERFORM CONFERIR-PALAVRA
           END-PERFORM.

       CONFERIR-PALAVRA.
           MOVE "S"   TO W-PALAVRA-OK.
           MOVE SPACE TO W-FORA-DIC(W-INDICE:1).
           DISPLAY "                                                  "
               AT 2325.
           IF TAB-PALAVRA(W-INDICE) NOT ALPHABETIC
               MOVE "N" TO W-PALAVRA-OK
               DISPLAY "SOMENTE LETRAS, SEM NUMEROS OU SINAIS" AT 2325
           ELSE
           IF W-DIC-ABERTO = "S"
               MOVE FUNCTION UPPER-CASE(TAB-PALAVRA(W-INDICE))
                   TO DC-PALAVRA
               READ ARQ-DICIONARIO
                   INVALID KEY
                       IF RECUSAR-DESCONHECIDA
                           MOVE "N" TO W-PALAVRA-OK
                           DISPLAY "PALAVRA FORA DO DICIONARIO" AT 2325
                       ELSE
                           MOVE "?" TO W-FORA-DIC(W-INDICE:1)
                           DISPLAY "FORA DO DICIONARIO - MARCADA"
                               AT 2325
                       END-IF
               END-READ
           END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * MONTA-ACROSTICO - JUNTA A PRIMEIRA LETRA DE CADA PALAVRA
      *   DIGITADA, FORMANDO A NOVA-PALAVRA DO ACROSTICO.
                   TO NOVA-PALAVRA(W-INDICE:1)
           END-PERFORM.

      *-----------------------------------------------------------------*
      * CALCULAR-PONTOS - SOMA OS PONTOS DAS PALAVRAS DA RODADA; A
      *   PALAVRA MARCADA COMO FORA DO DICIONARIO NAO PONTUA.
      *-----------------------------------------------------------------*
       CALCULAR-PONTOS.
           MOVE ZEROS TO W-PONTOS W-QTD-FORA.
           PERFORM PONTUAR-PALAVRA
               VARYING W-INDICE FROM 1 BY 1 UNTIL W-INDICE > N-PALAVRAS.

       PONTUAR-PALAVRA.
           IF W-FORA-DIC(W-INDICE:1) = "?"
               ADD 1 TO W-QTD-FORA
           ELSE
               MOVE ZEROS TO W-PONTOS-PAL W-TAM-PAL
               PERFORM PONTUAR-LETRA
                   VARYING W-POS FROM 1 BY 1 UNTIL W-POS > 15
               IF W-TAM-PAL > 4
                   COMPUTE W-PONTOS-PAL = W-PONTOS-PAL
                                        + (W-TAM-PAL - 4) * 2
               END-IF
               ADD W-PONTOS-PAL TO W-PONTOS
           END-IF.

       PONTUAR-LETRA.
           MOVE FUNCTION UPPER-CASE(TAB-PALAVRA(W-INDICE)(W-POS:1))
               TO W-LETRA.
           IF W-LETRA NOT = SPACE
               ADD 1 TO W-TAM-PAL
               COMPUTE W-ORD-LETRA = FUNCTION ORD(W-LETRA)
                                   - FUNCTION ORD("A") + 1
               IF W-ORD-LETRA >= 1 AND W-ORD-LETRA <= 26
                   ADD PESO-LETRA(W-ORD-LETRA) TO W-PONTOS-PAL
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * GRAVAR-HISTORICO - ACRESCENTA A RODADA (PALAVRAS DIGITADAS E
      *   ACROSTICO RESULTANTE) EM PALAVRAS.HST.
           MOVE W-DATA-SISTEMA  TO HP-DATA.
           MOVE N-PALAVRAS      TO HP-QTDE.
           MOVE NOVA-PALAVRA    TO HP-ACROSTICO.
           MOVE W-JOGADOR       TO HP-JOGADOR.
           MOVE W-PONTOS        TO HP-PONTOS.
           MOVE W-FORA-DIC      TO HP-FORA-DIC.

           MOVE 1     TO W-PONTEIRO.
           MOVE ZEROS TO W-INDICE.
