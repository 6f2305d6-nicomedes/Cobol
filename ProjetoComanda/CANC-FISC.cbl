      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       CANC-FISC.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CANCELAMENTO DE DOCUMENTO FISCAL
      *   EMITIDO PELO FECHA-COMANDA.cbl: O REGISTRO EM DOCFISC.DAT
      *   NAO E APAGADO - FICA COM O MESMO NUMERO, SITUACAO "C", DATA E
      *   MOTIVO DO CANCELAMENTO, PARA QUE O MAPA FISCAL (MAPA-FISC)
      *   MOSTRE O BURACO NA SEQUENCIA E O NUMERO NUNCA SEJA
      *   REAPROVEITADO. EXIGE SUPERVISOR (OPERADOR.DAT) COM SENHA,
      *   COMO O DESCONTO DO FECHAMENTO, E DEIXA TRILHA NO
      *   GRAVA-AUDITORIA.
      * 15 OUTUBRO 2026 - JULIANO - OPERADOR.DAT COM A SENHA CIFRADA
      *   (COMUM/CIFRASENHA) E BLOQUEIO POR TENTATIVAS: A SENHA DO
      *   SUPERVISOR E CIFRADA PARA CONFERIR, E SUPERVISOR BLOQUEADO
      *   NAO AUTORIZA.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       CONFIGURATION       SECTION.
      *--------------------------------
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

      *--------------------------------
       INPUT-OUTPUT        SECTION.
      *--------------------------------

       FILE-CONTROL.
           SELECT ARQ-DOCF ASSIGN TO "DOCFISC.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS DF-NUMERO
               FILE STATUS     IS W-STATDF.

           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS OP-COD
               FILE STATUS     IS W-STATO.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-DOCF.
       01  REG-DOCF.
           02 DF-NUMERO     PIC 9(6).
           02 DF-COMANDA    PIC 9(5).
           02 DF-DATA       PIC 9(8).
           02 DF-HORA       PIC 9(6).
           02 DF-SITUACAO   PIC X(1).
               88 DF-EMITIDO    VALUE "E".
               88 DF-CANCELADO  VALUE "C".
           02 DF-SUBTOTAL   PIC 9(7)V99.
           02 DF-DESCONTO   PIC 9(7)V99.
           02 DF-SERVICO    PIC 9(7)V99.
           02 DF-TAXA-ENT   PIC 9(5)V99.
           02 DF-TOTAL      PIC 9(7)V99.
           02 DF-FAIXA OCCURS 5 TIMES.
               03 DF-ALIQ    PIC 99V99.
               03 DF-BASE    PIC 9(7)V99.
               03 DF-IMPOSTO PIC 9(7)V99.
           02 DF-DT-CANC    PIC 9(8).
           02 DF-MOT-CANC   PIC X(30).

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

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATDF        PIC X(02) VALUE SPACES.
       77 W-STATO         PIC X(02) VALUE SPACES.
       77 W-OPER-ABERTO   PIC X     VALUE "N".
           88 OPER-ABERTO             VALUE "S".
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-GRAVA         PIC X     VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-NUM-DOCF      PIC 9(6)  VALUE ZEROS.
       77 W-MOTIVO        PIC X(30) VALUE SPACES.
       77 W-DATA-SIS      PIC 9(8)  VALUE ZEROS.
       77 W-TOTAL-ED      PIC Z.ZZZ.ZZ9,99.
       77 W-AUTORIZADO    PIC X     VALUE "N".
           88 AUTORIZADO              VALUE "S".
       77 W-COD-SUPER     PIC 9(3)  VALUE ZEROS.
       77 W-SENHA-SUPER   PIC X(8)  VALUE SPACES.
       77 W-CIFRA-SUPER   PIC X(16) VALUE SPACES.
       01 W-AUDIT-DOC.
           02 FILLER        PIC X(08) VALUE "COMANDA ".
           02 W-AUDIT-COM   PIC 9(5).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 W-AUDIT-SIT   PIC X(01).
           02 FILLER        PIC X(01) VALUE SPACE.
           02 W-AUDIT-TOTAL PIC Z.ZZZ.ZZ9,99.
           02 FILLER        PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           PERFORM FECHAR-ARQUIVOS.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ABRIR-ARQUIVOS.
           OPEN I-O ARQ-DOCF.
           IF W-STATDF NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATDF W-MENSAGEM-ERRO
               "CANCFISC"
               DISPLAY W-MENSAGEM-ERRO AT 2310
               DISPLAY "DOCFISC.DAT INDISPONIVEL - ENCERRANDO" AT 2410
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-OPER.
           IF W-STATO = "00"
               MOVE "S" TO W-OPER-ABERTO
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-DOCF.
           IF OPER-ABERTO
               CLOSE ARQ-OPER
           END-IF.

       PROCESSA.
           MOVE ZEROS  TO W-NUM-DOCF.
           MOVE SPACES TO W-GRAVA W-MOTIVO.
           MOVE "N"    TO W-AUTORIZADO.

           DISPLAY ERASE.
           DISPLAY "C A N C E L A   D O C U M E N T O   F I S C A L"
               AT 0512.
           DISPLAY "NUMERO DO DOCUMENTO:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-NUM-DOCF NOT = ZEROS
               ACCEPT W-NUM-DOCF AT 0831
           END-PERFORM.

           MOVE W-NUM-DOCF TO DF-NUMERO.
           READ ARQ-DOCF
               INVALID KEY
                   DISPLAY "DOCUMENTO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   IF DF-CANCELADO
                       DISPLAY "DOCUMENTO JA CANCELADO" AT 2310
                   ELSE
                       PERFORM CANCELAR-DOCUMENTO
                   END-IF
           END-READ.

           DISPLAY "OUTRO DOCUMENTO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2034 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * CANCELAR-DOCUMENTO - MOSTRA O DOCUMENTO, PEDE O SUPERVISOR E O
      *   MOTIVO E REGRAVA O REGISTRO COMO CANCELADO (SEM APAGAR).
      *-----------------------------------------------------------------*
       CANCELAR-DOCUMENTO.
           MOVE DF-TOTAL TO W-TOTAL-ED.
           DISPLAY "COMANDA............:" AT 1010.
           DISPLAY DF-COMANDA AT 1031.
           DISPLAY "TOTAL..............:" AT 1110.
           DISPLAY W-TOTAL-ED AT 1131.

           IF NOT OPER-ABERTO
               DISPLAY "SEM CADASTRO DE OPERADORES (CADOPER)" AT 2310
               EXIT PARAGRAPH
           END-IF.
           PERFORM AUTORIZAR-SUPERVISOR.
           IF NOT AUTORIZADO
               DISPLAY "CANCELAMENTO NAO AUTORIZADO" AT 2310
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MOTIVO.............:" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-MOTIVO NOT = SPACES
               ACCEPT W-MOTIVO AT 1631 WITH UPPER
           END-PERFORM.
           DISPLAY "CONFIRMA O CANCELAMENTO? (S/N):" AT 1810.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1842 WITH UPPER AUTO
           END-PERFORM.
           IF W-GRAVA = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE DF-COMANDA  TO W-AUDIT-COM.
           MOVE DF-SITUACAO TO W-AUDIT-SIT.
           MOVE DF-TOTAL    TO W-AUDIT-TOTAL.
           MOVE W-AUDIT-DOC TO W-ANTES-AUDIT.

           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           MOVE "C"        TO DF-SITUACAO.
           MOVE W-DATA-SIS TO DF-DT-CANC.
           MOVE W-MOTIVO   TO DF-MOT-CANC.
           REWRITE REG-DOCF
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATDF W-MENSAGEM-ERRO
                   "CANCFISC"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
                   STOP " "
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE DF-SITUACAO TO W-AUDIT-SIT.
           MOVE W-AUDIT-DOC TO W-DEPOIS-AUDIT.
           MOVE DF-NUMERO   TO W-CHAVE-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "CANCFISC" W-CHAVE-AUDIT
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.
           DISPLAY "DOCUMENTO CANCELADO" AT 2310.

      *-----------------------------------------------------------------*
      * AUTORIZAR-SUPERVISOR - PEDE CODIGO E SENHA E SO AUTORIZA SE O
      *   OPERADOR EXISTIR EM OPERADOR.DAT COM NIVEL SUPERVISOR.
      *-----------------------------------------------------------------*
       AUTORIZAR-SUPERVISOR.
           MOVE ZEROS  TO W-COD-SUPER.
           MOVE SPACES TO W-SENHA-SUPER.
           DISPLAY "CODIGO DO SUPERVISOR:" AT 1310.
           ACCEPT W-COD-SUPER AT 1332.
           DISPLAY "SENHA...............:" AT 1410.
           ACCEPT W-SENHA-SUPER AT 1432 WITH SECURE.
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
