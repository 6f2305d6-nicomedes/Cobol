      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CADBARRA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CADASTRO DOS CODIGOS DE BARRAS
      *   (BARRAS.DAT): REFERENCIA CRUZADA EAN -> PROD-COD, COM QUANTOS
      *   CODIGOS O PRODUTO PRECISAR (CAIXA, UNIDADE, FORNECEDOR
      *   NOVO). A CHAVE E O PROPRIO EAN, ENTAO UM CODIGO SO PODE
      *   APONTAR PARA UM PRODUTO - REPETIDO E RECUSADO MOSTRANDO DE
      *   QUEM ELE JA E. O DIGITO VERIFICADOR E CRITICADO PELA
      *   VALIDA-EAN. OPCOES (I)NCLUIR, (E)XCLUIR E (C)ONSULTAR OS
      *   CODIGOS DE UM PRODUTO (PELA CHAVE ALTERNATIVA BAR-PROD).
      *   AS TELAS DE ESTOQUE ACEITAM O CODIGO DE BARRAS NO LUGAR DO
      *   CODIGO DO PRODUTO ATRAVES DA BUSCA-BARRA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-BARRAS ASSIGN TO "BARRAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS BAR-EAN
               ALTERNATE RECORD KEY IS BAR-PROD
                   WITH DUPLICATES
               FILE STATUS     IS W-STATB.
           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PROD-COD
               FILE STATUS     IS W-STATP.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-BARRAS.
       01  REG-BARRAS.
           02 BAR-EAN     PIC X(13).
           02 BAR-PROD    PIC 9(4).
           02 BAR-DATA    PIC 9(8).

       FD  ARQ-PROD.
       01  REG-PROD.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 FILLER      PIC X(87).

       WORKING-STORAGE         SECTION.

       77 W-STATB         PIC XX VALUE SPACES.
       77 W-STATP         PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "I" "E" "C".
       77 W-EAN-OK        PIC X  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-EAN           PIC X(13) VALUE SPACES.
       77 W-COD-PROD      PIC 9(4)  VALUE ZEROS.
       77 W-DATA-SISTEMA  PIC 9(8)  VALUE ZEROS.
       77 W-FIM-LISTA     PIC X     VALUE "N".
           88 FIM-LISTA           VALUE "S".
       77 W-LINHA         PIC 99    VALUE ZEROS.
       77 W-POSICAO       PIC 9(4)  VALUE ZEROS.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM ROT-ABRIR.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-BARRAS ARQ-PROD.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ROT-ABRIR.
           OPEN I-O ARQ-BARRAS.
           IF W-STATB = "35"
               OPEN OUTPUT ARQ-BARRAS
               CLOSE       ARQ-BARRAS
               OPEN I-O    ARQ-BARRAS
           ELSE
               IF W-STATB NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATB
                       W-MENSAGEM-ERRO
                       "CADBARRA"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           OPEN INPUT ARQ-PROD.

       ROT-PROCESSA.
           MOVE ZEROS  TO W-COD-PROD.
           MOVE SPACES TO W-OPCAO W-GRAVA W-EAN W-EAN-OK.

           DISPLAY ERASE.
           DISPLAY "CODIGOS DE BARRAS DOS PRODUTOS" AT 0520.
           DISPLAY "OPCAO (I)NCLUIR (E)XCLUIR (C)ONSULTAR:" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0750 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, E OU C" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
               WHEN "C"
                   PERFORM ROT-CONSULTAR
           END-EVALUATE.

           DISPLAY "OUTRA OPERACAO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2033 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * ROT-INCLUIR - CODIGO JA CADASTRADO E RECUSADO, MESMO QUE SEJA
      *   DO MESMO PRODUTO; PARA MUDAR DE DONO, EXCLUIR E INCLUIR.
      *-----------------------------------------------------------------*
       ROT-INCLUIR.
           PERFORM RECEBER-EAN.
           MOVE W-EAN TO BAR-EAN.
           READ ARQ-BARRAS
               INVALID KEY
                   PERFORM RECEBER-PRODUTO
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-EAN          TO BAR-EAN
                       MOVE W-COD-PROD     TO BAR-PROD
                       MOVE W-DATA-SISTEMA TO BAR-DATA
                       WRITE REG-BARRAS
                           INVALID KEY
                               DISPLAY "CODIGO DE BARRAS JA CADASTRADO"
                                   AT 2310
                           NOT INVALID KEY
                               PERFORM AUDITAR-INCLUSAO
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "CODIGO JA CADASTRADO PARA O PRODUTO"
                       AT 2310
                   DISPLAY BAR-PROD AT 2347
           END-READ.

       AUDITAR-INCLUSAO.
           MOVE BAR-EAN     TO W-CHAVE-AUDIT.
           MOVE SPACES      TO W-ANTES-AUDIT.
           MOVE REG-BARRAS  TO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "CADBARRA"
               W-CHAVE-AUDIT "I" W-ANTES-AUDIT W-DEPOIS-AUDIT.

       ROT-EXCLUIR.
           PERFORM RECEBER-EAN.
           MOVE W-EAN TO BAR-EAN.
           READ ARQ-BARRAS
               INVALID KEY
                   DISPLAY "CODIGO DE BARRAS NAO CADASTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-BARRAS TO W-ANTES-AUDIT
                   DISPLAY "PRODUTO.............:" AT 1110
                   DISPLAY BAR-PROD AT 1132
                   MOVE BAR-PROD TO PROD-COD
                   READ ARQ-PROD
                   IF W-STATP = "00"
                       DISPLAY PROD-NOME AT 1140
                   END-IF
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-BARRAS
                       MOVE SPACES  TO W-DEPOIS-AUDIT
                       MOVE W-EAN   TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADBARRA"
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * ROT-CONSULTAR - LISTA OS CODIGOS DO PRODUTO PELA CHAVE
      *   ALTERNATIVA, ATE ONDE CABE NA TELA.
      *-----------------------------------------------------------------*
       ROT-CONSULTAR.
           PERFORM RECEBER-PRODUTO.
           MOVE "N"        TO W-FIM-LISTA.
           MOVE 11         TO W-LINHA.
           MOVE W-COD-PROD TO BAR-PROD.
           START ARQ-BARRAS KEY IS NOT LESS THAN BAR-PROD
               INVALID KEY
                   MOVE "S" TO W-FIM-LISTA
           END-START.
           PERFORM LER-CODIGO-PRODUTO.
           IF FIM-LISTA
               DISPLAY "PRODUTO SEM CODIGO DE BARRAS" AT 1110
           ELSE
               PERFORM MOSTRAR-CODIGO UNTIL FIM-LISTA
           END-IF.

       LER-CODIGO-PRODUTO.
           IF NOT FIM-LISTA
               READ ARQ-BARRAS NEXT RECORD
                   AT END
                       MOVE "S" TO W-FIM-LISTA
               END-READ
               IF NOT FIM-LISTA AND BAR-PROD NOT = W-COD-PROD
                   MOVE "S" TO W-FIM-LISTA
               END-IF
           END-IF.

       MOSTRAR-CODIGO.
           IF W-LINHA > 18
               DISPLAY "... MAIS CODIGOS NAO MOSTRADOS" AT 1910
               MOVE "S" TO W-FIM-LISTA
           ELSE
               COMPUTE W-POSICAO = W-LINHA * 100 + 10
               DISPLAY BAR-EAN  AT W-POSICAO
               ADD 1 TO W-LINHA
               PERFORM LER-CODIGO-PRODUTO
           END-IF.

       RECEBER-EAN.
           DISPLAY "CODIGO DE BARRAS....:" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-EAN-OK = "S"
               ACCEPT W-EAN AT 0932
               CALL "VALIDA-EAN" USING W-EAN W-EAN-OK
               IF W-EAN-OK NOT = "S"
                   DISPLAY "CODIGO DE BARRAS INVALIDO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "                         " AT 2310.

       RECEBER-PRODUTO.
           DISPLAY "PRODUTO.............:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-STATP = "00"
               ACCEPT W-COD-PROD AT 1032
               MOVE W-COD-PROD TO PROD-COD
               READ ARQ-PROD
               IF W-STATP NOT = "00"
                   DISPLAY "PRODUTO NAO ENCONTRADO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "                      " AT 2310.
           DISPLAY PROD-NOME AT 1040.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1638 WITH UPPER AUTO
           END-PERFORM.
