      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             MANTCOND.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - MANUTENCAO DAS CONDICOES
      *   PARTICULARES POR GRUPO (CONDICOES.DAT, CHAVE GRUPO + LINHA):
      *   ESCOLHIDO O GRUPO (B/M/A), A TELA MOSTRA AS 15 LINHAS DE
      *   CLAUSULA E ACEITA A LINHA A MUDAR E O TEXTO NOVO (BRANCO
      *   MANTEM, "*" APAGA). CADA GRAVACAO VAI PARA A TRILHA DE
      *   AUDITORIA. O DOCUMENTO DA APOLICE (COMUM/IMPAPOL) IMPRIME AS
      *   LINHAS DO GRUPO NA ORDEM.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONDICOES ASSIGN TO "CONDICOES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CD-CHAVE
               FILE STATUS     IS COD-ERRO-COND.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONDICOES.
       01  REG-CONDICAO.
           02 CD-CHAVE.
               03 CD-GRUPO   PIC X(01).
               03 CD-LINHA   PIC 9(02).
           02 CD-TEXTO       PIC X(60).

       WORKING-STORAGE         SECTION.

       77 COD-ERRO-COND   PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-GRUPO         PIC X  VALUE SPACE.
           88 W-GRUPO-OK           VALUE "B" "M" "A".
       77 W-IND           PIC 99 VALUE ZEROS.
       77 W-LINHA         PIC 99 VALUE ZEROS.
       77 W-NUM-LINHA     PIC 99 VALUE ZEROS.
       77 W-TEXTO         PIC X(60) VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.

       01 TAB-CLAUSULAS.
           02 TC-TEXTO OCCURS 15 TIMES PIC X(60).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           OPEN I-O ARQ-CONDICOES.
           IF COD-ERRO-COND = "35"
               OPEN OUTPUT ARQ-CONDICOES
               CLOSE       ARQ-CONDICOES
               OPEN I-O    ARQ-CONDICOES
           END-IF.
           IF COD-ERRO-COND NOT = "00"
               CALL "VERIFICA-STATUS" USING COD-ERRO-COND
                   W-MENSAGEM-ERRO
                   "MANTCOND"
               DISPLAY ERASE
               DISPLAY W-MENSAGEM-ERRO AT 1020
               STOP " "
               STOP RUN
           END-IF.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-CONDICOES.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           STOP RUN.

       PROCESSA.
           MOVE SPACES TO W-GRUPO W-RESP.

           DISPLAY ERASE.
           DISPLAY "CONDICOES PARTICULARES POR GRUPO" AT 0120.
           DISPLAY "GRUPO (B/M/A):" AT 0310.
           PERFORM WITH TEST AFTER UNTIL W-GRUPO-OK
               ACCEPT W-GRUPO AT 0325 WITH UPPER AUTO
           END-PERFORM.

           PERFORM CARREGAR-GRUPO.
           MOVE ZEROS TO W-IND.
           PERFORM MOSTRAR-UMA 15 TIMES.

           MOVE 99 TO W-NUM-LINHA.
           PERFORM EDITAR-LINHA UNTIL W-NUM-LINHA = ZEROS.

           DISPLAY "OUTRO GRUPO? (S/N):" AT 2210.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2230 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * CARREGAR-GRUPO - TRAZ AS LINHAS GRAVADAS DO GRUPO PARA A
      *   TABELA; LINHA SEM REGISTRO FICA EM BRANCO.
      *-----------------------------------------------------------------*
       CARREGAR-GRUPO.
           MOVE SPACES TO TAB-CLAUSULAS.
           MOVE "N"     TO W-FIM-ARQ.
           MOVE W-GRUPO TO CD-GRUPO.
           MOVE ZEROS   TO CD-LINHA.
           START ARQ-CONDICOES KEY IS NOT LESS THAN CD-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-CONDICAO.
           PERFORM GUARDAR-LINHA UNTIL FIM-ARQUIVO.

       LER-CONDICAO.
           IF NOT FIM-ARQUIVO
               READ ARQ-CONDICOES NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF COD-ERRO-COND NOT = "00"
                  OR CD-GRUPO NOT = W-GRUPO
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       GUARDAR-LINHA.
           IF CD-LINHA > ZEROS AND CD-LINHA < 16
               MOVE CD-TEXTO TO TC-TEXTO(CD-LINHA)
           END-IF.
           PERFORM LER-CONDICAO.

       MOSTRAR-UMA.
           ADD 1 TO W-IND.
           COMPUTE W-LINHA = W-IND + 4.
           DISPLAY W-IND           AT LINE W-LINHA COLUMN 02.
           DISPLAY TC-TEXTO(W-IND) AT LINE W-LINHA COLUMN 06.

      *-----------------------------------------------------------------*
      * EDITAR-LINHA - NUMERO DA LINHA (00 ENCERRA O GRUPO) E TEXTO
      *   NOVO: BRANCO MANTEM, "*" APAGA A LINHA DO ARQUIVO.
      *-----------------------------------------------------------------*
       EDITAR-LINHA.
           DISPLAY "LINHA A ALTERAR (00 ENCERRA, TEXTO * APAGA):"
               AT 2001.
           MOVE ZEROS TO W-NUM-LINHA.
           ACCEPT W-NUM-LINHA AT 2046.
           IF W-NUM-LINHA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF W-NUM-LINHA > 15
               DISPLAY "LINHA DE 01 A 15" AT 2310
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "                " AT 2310.
           DISPLAY "TEXTO:" AT 2101.
           MOVE SPACES TO W-TEXTO.
           ACCEPT W-TEXTO AT 2108.
           IF W-TEXTO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE W-GRUPO     TO CD-GRUPO.
           MOVE W-NUM-LINHA TO CD-LINHA.
           MOVE CD-CHAVE    TO W-CHAVE-AUDIT.
           MOVE TC-TEXTO(W-NUM-LINHA)(1:40) TO W-ANTES-AUDIT.
           IF W-TEXTO = "*"
               DELETE ARQ-CONDICOES
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE SPACES TO TC-TEXTO(W-NUM-LINHA) W-DEPOIS-AUDIT
               CALL "GRAVA-AUDITORIA" USING "MANTCOND"
                   W-CHAVE-AUDIT "E" W-ANTES-AUDIT W-DEPOIS-AUDIT
           ELSE
               MOVE W-TEXTO TO CD-TEXTO TC-TEXTO(W-NUM-LINHA)
               MOVE W-TEXTO(1:40) TO W-DEPOIS-AUDIT
               WRITE REG-CONDICAO
                   INVALID KEY
                       REWRITE REG-CONDICAO
               END-WRITE
               IF W-ANTES-AUDIT = SPACES
                   CALL "GRAVA-AUDITORIA" USING "MANTCOND"
                       W-CHAVE-AUDIT "I" W-ANTES-AUDIT W-DEPOIS-AUDIT
               ELSE
                   CALL "GRAVA-AUDITORIA" USING "MANTCOND"
                       W-CHAVE-AUDIT "A" W-ANTES-AUDIT W-DEPOIS-AUDIT
               END-IF
           END-IF.

           COMPUTE W-LINHA = W-NUM-LINHA + 4.
           DISPLAY TC-TEXTO(W-NUM-LINHA) AT LINE W-LINHA COLUMN 06.
           MOVE SPACES TO W-TEXTO.
           DISPLAY W-TEXTO AT 2108.
