      *   (A)LTERAR E (E)XCLUIR. O PGMENU PASSA A EXIGIR LOGIN CONTRA
      *   ESTE CADASTRO E LIBERA AS OPCOES CONFORME O NIVEL, E O
      *   OPERADOR LOGADO PASSA A CONSTAR NA TRILHA DE AUDITORIA.
      * 15 OUTUBRO 2026 - JULIANO - SENHA DIGITADA SEM ECO, COM NO
      *   MINIMO 6 CARACTERES, E GRAVADA SO CIFRADA (COMUM/CIFRASENHA).
      *   SENHA DADA AQUI (INCLUSAO OU ALTERACAO) TEM DE SER TROCADA
      *   PELO OPERADOR NO PROXIMO LOGIN. NOVA OPCAO (D)ESBLOQUEAR PARA
      *   O OPERADOR BLOQUEADO POR TRES SENHAS ERRADAS NO PGMENU.
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

       WORKING-STORAGE         SECTION.

       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "I" "A" "E" "D".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-SENHA-OPER    PIC X(8)  VALUE SPACES.
       77 W-NIVEL-OPER    PIC 9     VALUE ZEROS.
           88 W-NIVEL-OK          VALUE 1 2.
       77 W-CIFRA         PIC X(16) VALUE SPACES.
       77 W-TAM-SENHA     PIC 99    VALUE ZEROS.
       77 W-SENHA-OK      PIC X     VALUE "N".
           88 W-SENHA-VALIDA      VALUE "S".
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.

           DISPLAY ERASE.
           DISPLAY "CADASTRO DE OPERADORES" AT 0520.
           DISPLAY "OPCAO (I)NCL (A)LT (E)XCL (D)ESBLOQ:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0848 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A, E OU D" AT 2310
               ELSE
                   DISPLAY "                   " AT 2310
               END-IF
           END-PERFORM.

                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
               WHEN "D"
                   PERFORM ROT-DESBLOQUEAR
           END-EVALUATE.

           DISPLAY "OUTRO OPERADOR? (S/N):" AT 2010.
                   IF W-GRAVA = "S"
                       MOVE W-COD-OPER   TO OP-COD
                       MOVE W-NOME-OPER  TO OP-NOME
                       CALL "CIFRA-SENHA" USING W-COD-OPER
                           W-SENHA-OPER W-CIFRA
                       MOVE W-CIFRA      TO OP-SENHA
                       MOVE W-NIVEL-OPER TO OP-NIVEL
                       MOVE ZEROS        TO OP-DT-SENHA OP-ERROS
                       MOVE "S"          TO OP-TROCA
                       MOVE "N"          TO OP-BLOQUEIO
                       WRITE REG-OPER
                       MOVE OP-COD TO W-CHAVE-AUDIT
                       MOVE SPACES  TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-NOME-OPER  TO OP-NOME
                       MOVE W-NIVEL-OPER TO OP-NIVEL
                       IF W-SENHA-OPER NOT = SPACES
                           CALL "CIFRA-SENHA" USING W-COD-OPER
                               W-SENHA-OPER W-CIFRA
                           MOVE W-CIFRA TO OP-SENHA
                           MOVE "S"     TO OP-TROCA
                       END-IF
                       REWRITE REG-OPER
                       MOVE OP-NOME TO W-DEPOIS-AUDIT
                       MOVE OP-COD  TO W-CHAVE-AUDIT
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * ROT-DESBLOQUEAR - LIBERA O OPERADOR BLOQUEADO NO LOGIN POR TRES
      *   SENHAS ERRADAS. O CADOPER SO E ALCANCADO PELO SUPERVISOR
      *   (MENUGER), QUE FICA NA AUDITORIA; O DESBLOQUEIO VAI TAMBEM
      *   PARA O LIVRO DE ACESSOS DO OPERADOR LIBERADO.
      *-----------------------------------------------------------------*
       ROT-DESBLOQUEAR.
           READ ARQ-OPER
               INVALID KEY
                   DISPLAY "OPERADOR NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   DISPLAY OP-NOME AT 1140
                   IF NOT OP-BLOQUEADO
                       DISPLAY "OPERADOR NAO ESTA BLOQUEADO" AT 2310
                   ELSE
                       PERFORM CONFIRMAR-GRAVACAO
                       IF W-GRAVA = "S"
                           MOVE "N"   TO OP-BLOQUEIO
                           MOVE ZEROS TO OP-ERROS
                           REWRITE REG-OPER
                           MOVE OP-COD TO W-CHAVE-AUDIT
                           MOVE "BLOQUEADO"    TO W-ANTES-AUDIT
                           MOVE "DESBLOQUEADO" TO W-DEPOIS-AUDIT
                           CALL "GRAVA-AUDITORIA" USING "CADOPER "
                               W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                               W-DEPOIS-AUDIT
                           CALL "GRAVA-ACESSO" USING W-COD-OPER "D"
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * RECEBER-DADOS - A SENHA E DIGITADA SEM ECO, COM 6 A 8
      *   CARACTERES, E SO A CIFRA E GRAVADA. NA ALTERACAO, SENHA EM
      *   BRANCO MANTEM A ATUAL; SENHA NOVA DADA AQUI OBRIGA O OPERADOR
      *   A TROCA-LA NO PROXIMO LOGIN.
      *-----------------------------------------------------------------*
       RECEBER-DADOS.
           DISPLAY "NOME................:" AT 1110.
           PERFORM WITH TEST AFTER UNTIL W-NOME-OPER NOT = SPACES
               ACCEPT W-NOME-OPER AT 1132
           END-PERFORM.
           IF W-OPCAO = "I"
               DISPLAY "SENHA (6 A 8).......:" AT 1310
           ELSE
               DISPLAY "SENHA (BRANCO MANTEM):" AT 1310
           END-IF.
           PERFORM WITH TEST AFTER UNTIL W-SENHA-VALIDA
               MOVE SPACES TO W-SENHA-OPER
               ACCEPT W-SENHA-OPER AT 1333 WITH SECURE
               PERFORM CONFERIR-SENHA
           END-PERFORM.
           DISPLAY "NIVEL (1 OPERADOR / 2 SUPERVISOR):" AT 1510.
           PERFORM WITH TEST AFTER UNTIL W-NIVEL-OK
               ACCEPT W-NIVEL-OPER AT 1545
           END-PERFORM.

       CONFERIR-SENHA.
           MOVE ZEROS TO W-TAM-SENHA.
           INSPECT W-SENHA-OPER TALLYING W-TAM-SENHA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF W-TAM-SENHA >= 6
              OR (W-OPCAO = "A" AND W-SENHA-OPER = SPACES)
               MOVE "S" TO W-SENHA-OK
               DISPLAY W-BRANCO-AVISO AT 2310
           ELSE
               MOVE "N" TO W-SENHA-OK
               DISPLAY "SENHA DEVE TER DE 6 A 8 CARACTERES" AT 2310
           END-IF.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1710.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
