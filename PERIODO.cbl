      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             PERIODO.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CONTROLE DE PERIODOS: DEPOIS QUE O
      *   FECHAMES, O FATURAR, O MENSANAT E A FOLHA FECHAVAM UM MES,
      *   AINDA ENTRAVAM LANCAMENTOS DATADOS NELE (ENTRADA/SAIDA,
      *   BAIXAFAT, BAIXAPAR, CAIXA...) E OS RELATORIOS FECHADOS
      *   DEIXAVAM DE BATER COM OS ARQUIVOS. ESTA TELA, SO PARA
      *   SUPERVISOR (OPERADOR.DAT, COM SENHA, COMO NO CANC-FISC),
      *   FECHA OU REABRE UM MES (AAAAMM) POR AREA - (E)STOQUE,
      *   (C)LINICA, (S)EGUROS, (N)ATACAO, (F)OLHA E CAI(X)A - EM
      *   PERIODOS.DAT, GUARDANDO QUEM FEZ, A DATA E A HORA. FECHAMENTO
      *   E REABERTURA FICAM NA TRILHA DO GRAVA-AUDITORIA. OS
      *   PROGRAMAS DE LANCAMENTO CONSULTAM O MES PELO SUBPROGRAMA
      *   COMUM/VERIFPERIODO.cbl E RECUSAM DATA EM MES FECHADO.
      * 15 OUTUBRO 2026 - JULIANO - OPERADOR.DAT COM A SENHA CIFRADA
      *   (COMUM/CIFRASENHA) E BLOQUEIO POR TENTATIVAS: A SENHA DO
      *   SUPERVISOR E CIFRADA PARA CONFERIR, E SUPERVISOR BLOQUEADO
      *   NAO AUTORIZA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PERIODO ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PE-CHAVE
               FILE STATUS     IS W-STATPE.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS OP-COD
               FILE STATUS     IS W-STATO.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-PERIODO.
       01  REG-PERIODO.
           02 PE-CHAVE.
               03 PE-AREA      PIC X(1).
               03 PE-ANOMES    PIC 9(6).
           02 PE-SITUACAO      PIC X(1).
               88 PE-FECHADO          VALUE "F".
               88 PE-REABERTO         VALUE "R".
           02 PE-OPERADOR      PIC 9(3).
           02 PE-DATA          PIC 9(8).
           02 PE-HORA          PIC 9(6).

       FD  ARQ-OPER.
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

       77 W-STATPE        PIC XX VALUE SPACES.
       77 W-STATO         PIC XX VALUE SPACES.
       77 W-OPER-ABERTO   PIC X  VALUE "N".
           88 OPER-ABERTO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-AUTORIZADO    PIC X     VALUE "N".
           88 AUTORIZADO              VALUE "S".
       77 W-COD-SUPER     PIC 9(3)  VALUE ZEROS.
       77 W-SENHA-SUPER   PIC X(8)  VALUE SPACES.
       77 W-CIFRA-SUPER   PIC X(16) VALUE SPACES.
       77 W-AREA          PIC X     VALUE SPACE.
           88 W-AREA-OK           VALUE "E" "C" "S" "N" "F" "X".
       77 W-ACAO          PIC X     VALUE SPACE.
           88 W-ACAO-OK           VALUE "F" "R".
       77 W-EXISTE        PIC X     VALUE "N".
           88 PERIODO-EXISTE      VALUE "S".
       77 W-DATA-SIS      PIC 9(8)  VALUE ZEROS.
       77 W-HORA-SIS      PIC 9(8)  VALUE ZEROS.
       77 W-BRANCO        PIC X(50) VALUE SPACES.

       01 W-ANOMES        PIC 9(6)  VALUE ZEROS.
       01 FILLER REDEFINES W-ANOMES.
           02 W-ANO       PIC 9(4).
           02 W-MES       PIC 9(2).
               88 W-MES-OK        VALUE 1 THRU 12.

       01 W-DATA-ED.
           02 W-DIA-ED    PIC 99.
           02 FILLER      PIC X VALUE "/".
           02 W-MES-ED    PIC 99.
           02 FILLER      PIC X VALUE "/".
           02 W-ANO-ED    PIC 9999.

       01 W-DATA-AUX      PIC 9(8)  VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-AUX.
           02 W-ANO-AUX   PIC 9(4).
           02 W-MES-AUX   PIC 9(2).
           02 W-DIA-AUX   PIC 9(2).

       01 W-SITUACAO-TELA.
           02 W-SIT-TEXTO PIC X(10).
           02 FILLER      PIC X(4)  VALUE " EM ".
           02 W-SIT-DATA  PIC X(10).
           02 FILLER      PIC X(5)  VALUE " POR ".
           02 W-SIT-OPER  PIC 9(3).

       01 W-AUDIT-PERIODO.
           02 FILLER      PIC X(8)  VALUE "PERIODO ".
           02 W-AUDIT-SIT PIC X(10).
           02 FILLER      PIC X(22) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           PERFORM ROT-ABRIR.
           DISPLAY ERASE.
           DISPLAY "FECHAMENTO E REABERTURA DE PERIODOS" AT 0520.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZADO
               DISPLAY "ACESSO RESTRITO AO SUPERVISOR" AT 2310
               STOP " "
               MOVE "N" TO W-RESP
           END-IF.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-PERIODO.
           IF OPER-ABERTO
               CLOSE ARQ-OPER
           END-IF.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ROT-ABRIR.
           OPEN I-O ARQ-PERIODO.
           IF W-STATPE = "35"
               OPEN OUTPUT ARQ-PERIODO
               CLOSE       ARQ-PERIODO
               OPEN I-O    ARQ-PERIODO
           ELSE
               IF W-STATPE NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATPE
                       W-MENSAGEM-ERRO
                       "PERIODO "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           OPEN INPUT ARQ-OPER.
           IF W-STATO = "00"
               MOVE "S" TO W-OPER-ABERTO
           END-IF.

      *-----------------------------------------------------------------*
      * AUTORIZAR-SUPERVISOR - PEDE CODIGO E SENHA E SO AUTORIZA SE O
      *   OPERADOR EXISTIR EM OPERADOR.DAT COM NIVEL SUPERVISOR. O
      *   CODIGO INFORMADO E O QUE FICA GRAVADO NO PERIODO.
      *-----------------------------------------------------------------*
       AUTORIZAR-SUPERVISOR.
           MOVE "N"    TO W-AUTORIZADO.
           MOVE ZEROS  TO W-COD-SUPER.
           MOVE SPACES TO W-SENHA-SUPER.
           IF NOT OPER-ABERTO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODIGO DO SUPERVISOR:" AT 0710.
           ACCEPT W-COD-SUPER AT 0732.
           DISPLAY "SENHA...............:" AT 0810.
           ACCEPT W-SENHA-SUPER AT 0832 WITH SECURE.
           CALL "CIFRA-SENHA" USING W-COD-SUPER W-SENHA-SUPER
               W-CIFRA-SUPER.
           MOVE W-COD-SUPER TO OP-COD.
           READ ARQ-OPER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-SUPERVISOR AND NOT OP-BLOQUEADO
                      AND OP-SENHA = W-CIFRA-SUPER
                       MOVE "S" TO W-AUTORIZADO
                   END-IF
           END-READ.

       ROT-PROCESSA.
           MOVE SPACES TO W-AREA W-ACAO W-GRAVA.
           MOVE ZEROS  TO W-ANOMES.

           DISPLAY ERASE.
           DISPLAY "FECHAMENTO E REABERTURA DE PERIODOS" AT 0520.
           DISPLAY "(E)STOQUE (C)LINICA (S)EGUROS" AT 0710.
           DISPLAY "(N)ATACAO (F)OLHA CAI(X)A" AT 0810.
           DISPLAY "AREA................:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-AREA-OK
               ACCEPT W-AREA AT 1032 WITH UPPER AUTO
               IF NOT W-AREA-OK
                   DISPLAY "DIGITE E, C, S, N, F OU X" AT 2310
               ELSE
                   DISPLAY W-BRANCO AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "MES (AAAAMM)........:" AT 1110.
           PERFORM WITH TEST AFTER UNTIL W-MES-OK AND W-ANO > 1900
               ACCEPT W-ANOMES AT 1132
               IF NOT W-MES-OK OR W-ANO NOT > 1900
                   DISPLAY "MES INVALIDO" AT 2310
               ELSE
                   DISPLAY W-BRANCO AT 2310
               END-IF
           END-PERFORM.

           PERFORM MOSTRAR-SITUACAO.

           DISPLAY "(F)ECHAR OU (R)EABRIR:" AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-ACAO-OK
               ACCEPT W-ACAO AT 1433 WITH UPPER AUTO
           END-PERFORM.

           EVALUATE TRUE
               WHEN W-ACAO = "F" AND PERIODO-EXISTE AND PE-FECHADO
                   DISPLAY "MES JA ESTA FECHADO" AT 2310
               WHEN W-ACAO = "R"
                    AND NOT (PERIODO-EXISTE AND PE-FECHADO)
                   DISPLAY "MES NAO ESTA FECHADO" AT 2310
               WHEN OTHER
                   PERFORM GRAVAR-PERIODO
           END-EVALUATE.

           DISPLAY "OUTRO PERIODO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2032 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * MOSTRAR-SITUACAO - LE O PERIODO E MOSTRA SE O MES ESTA ABERTO
      *   (NUNCA FECHADO), FECHADO OU REABERTO, COM DATA E OPERADOR DA
      *   ULTIMA MUDANCA.
      *-----------------------------------------------------------------*
       MOSTRAR-SITUACAO.
           MOVE "N"      TO W-EXISTE.
           MOVE W-AREA   TO PE-AREA.
           MOVE W-ANOMES TO PE-ANOMES.
           READ ARQ-PERIODO
               INVALID KEY
                   DISPLAY "SITUACAO............: ABERTO" AT 1210
               NOT INVALID KEY
                   MOVE "S" TO W-EXISTE
                   IF PE-FECHADO
                       MOVE "FECHADO   " TO W-SIT-TEXTO
                   ELSE
                       MOVE "REABERTO  " TO W-SIT-TEXTO
                   END-IF
                   MOVE PE-DATA   TO W-DATA-AUX
                   MOVE W-DIA-AUX TO W-DIA-ED
                   MOVE W-MES-AUX TO W-MES-ED
                   MOVE W-ANO-AUX TO W-ANO-ED
                   MOVE W-DATA-ED   TO W-SIT-DATA
                   MOVE PE-OPERADOR TO W-SIT-OPER
                   DISPLAY "SITUACAO............:" AT 1210
                   DISPLAY W-SITUACAO-TELA AT 1232
           END-READ.

      *-----------------------------------------------------------------*
      * GRAVAR-PERIODO - CONFIRMA E GRAVA A NOVA SITUACAO DO MES COM O
      *   SUPERVISOR, A DATA E A HORA, DEIXANDO A MUDANCA NA TRILHA DE
      *   AUDITORIA (CHAVE = AREA + AAAAMM).
      *-----------------------------------------------------------------*
       GRAVAR-PERIODO.
           DISPLAY "CONFIRMA? (S/N):" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1627 WITH UPPER AUTO
           END-PERFORM.
           IF W-GRAVA = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO W-ANTES-AUDIT W-DEPOIS-AUDIT.
           IF PERIODO-EXISTE
               MOVE W-SIT-TEXTO     TO W-AUDIT-SIT
           ELSE
               MOVE "ABERTO    "    TO W-AUDIT-SIT
           END-IF.
           MOVE W-AUDIT-PERIODO TO W-ANTES-AUDIT.

           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SIS FROM TIME.
           MOVE W-AREA         TO PE-AREA.
           MOVE W-ANOMES       TO PE-ANOMES.
           MOVE W-ACAO         TO PE-SITUACAO.
           MOVE W-COD-SUPER    TO PE-OPERADOR.
           MOVE W-DATA-SIS     TO PE-DATA.
           MOVE W-HORA-SIS(1:6) TO PE-HORA.
           IF PERIODO-EXISTE
               REWRITE REG-PERIODO
           ELSE
               WRITE REG-PERIODO
           END-IF.
           IF W-STATPE NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATPE W-MENSAGEM-ERRO
                   "PERIODO "
               DISPLAY W-MENSAGEM-ERRO AT 2310
               EXIT PARAGRAPH
           END-IF.

           IF PE-FECHADO
               MOVE "FECHADO   " TO W-AUDIT-SIT
               DISPLAY "MES FECHADO PARA LANCAMENTOS" AT 2310
           ELSE
               MOVE "REABERTO  " TO W-AUDIT-SIT
               DISPLAY "MES REABERTO PARA LANCAMENTOS" AT 2310
           END-IF.
           MOVE W-AUDIT-PERIODO TO W-DEPOIS-AUDIT.
           MOVE PE-CHAVE        TO W-CHAVE-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "PERIODO " W-CHAVE-AUDIT
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.
