      *   LINKAGE O PARAMETRO LOCAL, INFORMADO POR TODOS OS
      *   CHAMADORES. A TRANSFERENCIA ENTRE LOCAIS (TRANSFEST.cbl)
      *   GRAVA O TIPO "T".
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - MV-QTD E MV-SALDO (E OS
      *   PARAMETROS QUANTIDADE E SALDO) PASSAM DE 3 PARA 5 DIGITOS,
      *   ACOMPANHANDO PROD-QTD. O MOVESTOQ.DAT ANTIGO E CONVERTIDO
      *   UMA UNICA VEZ PELO CONVQTD.cbl.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - MOVESTOQ.DAT PASSA A
      *   INDEXADO: CHAVE PRINCIPAL MV-CHAVE (DATA AAAAMMDD, HORA COM
      *   CENTESIMOS E UMA SEQUENCIA) PARA LEITURA POR PERIODO, E
      *   CHAVE ALTERNATIVA MV-CHAVE-PROD (PRODUTO + DATA + HORA) PARA
      *   O KARDEX DE UM PRODUTO SEM VARRER O LIVRO TODO. DOIS
      *   MOVIMENTOS NO MESMO CENTESIMO DE SEGUNDO SE DISTINGUEM PELA
      *   SEQUENCIA (MV-SEQ), SOMADA ATE A GRAVACAO SER ACEITA. OS
      *   CAMPOS IMPRESSOS (MV-DATA DD/MM/AAAA, MV-HORA HH:MM:SS ETC.)
      *   CONTINUAM NO REGISTRO. FALHA DE ABERTURA VAI PARA ERROS.LOG
      *   VIA VERIFICA-STATUS. O LIVRO SEQUENCIAL ANTIGO E CONVERTIDO
      *   UMA UNICA VEZ PELO CONVMOV.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVEST ASSIGN TO "MOVESTOQ.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS MV-CHAVE
               ALTERNATE RECORD KEY IS MV-CHAVE-PROD
               FILE STATUS     IS COD-ERRO-MOVEST.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-MOVEST.
       01  REG-MOVEST.
           02 MV-CHAVE.
               03 MV-DATA-AMD    PIC 9(08).
               03 MV-HORA-SEQ.
                   04 MV-HORA-NUM PIC 9(08).
                   04 MV-SEQ      PIC 9(03).
           02 MV-CHAVE-PROD.
               03 MV-PROD-COD    PIC 9(04).
               03 MV-DATA-PROD   PIC 9(08).
               03 MV-HORA-PROD   PIC 9(11).
           02 MV-DATA        PIC X(10).
           02 MV-HORA        PIC X(08).
           02 MV-PROGRAMA    PIC X(08).
           02 MV-TIPO        PIC X(01).
           02 MV-QTD         PIC 9(05).
           02 MV-SALDO       PIC 9(05).
           02 MV-LOCAL       PIC X(01).

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-MOVEST PIC XX VALUE SPACES.
       77 W-GRAVOU        PIC X  VALUE "N".
           88 GRAVACAO-OK          VALUE "S".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.

       01 W-DATA-SIS.
           02 W-ANO  PIC 9999.
           02 W-HH   PIC 99.
           02 W-MM   PIC 99.
           02 W-SS   PIC 99.
           02 W-CC   PIC 99.
       01 W-HORA-DOISPONTOS.
           02 W-HH-B  PIC 99.
           02 FILLER  PIC X VALUE ":".
       01 PROGRAMA      PIC X(08).
       01 PRODUTO       PIC 9(04).
       01 TIPO-MOVTO    PIC X(01).
       01 QUANTIDADE    PIC 9(05).
       01 SALDO         PIC 9(05).
       01 LOCAL-MOVTO   PIC X(01).

      *-----------------------------------------------------------------*
           MOVE W-SS TO W-SS-B.

           MOVE SPACES            TO REG-MOVEST.
           MOVE W-DATA-SIS        TO MV-DATA-AMD.
           MOVE W-HORA-SIS        TO MV-HORA-NUM.
           MOVE ZEROS             TO MV-SEQ.
           MOVE W-DATA-BARRA      TO MV-DATA.
           MOVE W-HORA-DOISPONTOS TO MV-HORA.
           MOVE PROGRAMA          TO MV-PROGRAMA.
           MOVE SALDO             TO MV-SALDO.
           MOVE LOCAL-MOVTO       TO MV-LOCAL.

           OPEN I-O ARQ-MOVEST.
           IF COD-ERRO-MOVEST = "35"
               OPEN OUTPUT ARQ-MOVEST
               CLOSE ARQ-MOVEST
               OPEN I-O ARQ-MOVEST
           END-IF.
           IF COD-ERRO-MOVEST NOT = "00"
               CALL "VERIFICA-STATUS" USING COD-ERRO-MOVEST
                   W-MENSAGEM-ERRO "GRAVAMOV"
               EXIT PROGRAM
           END-IF.

           MOVE "N" TO W-GRAVOU.
           PERFORM GRAVAR-MOVIMENTO
               UNTIL GRAVACAO-OK OR MV-SEQ = 999.
           CLOSE ARQ-MOVEST.

           EXIT PROGRAM.

      *-----------------------------------------------------------------*
      * GRAVAR-MOVIMENTO - A CHAVE ALTERNATIVA REPETE DATA, HORA E
      *   SEQUENCIA DEPOIS DO PRODUTO. CHAVE JA EXISTENTE (OUTRO
      *   MOVIMENTO NO MESMO CENTESIMO) AVANCA A SEQUENCIA E TENTA DE
      *   NOVO.
      *-----------------------------------------------------------------*
       GRAVAR-MOVIMENTO.
           MOVE MV-DATA-AMD TO MV-DATA-PROD.
           MOVE MV-HORA-SEQ TO MV-HORA-PROD.
           WRITE REG-MOVEST
               INVALID KEY
                   ADD 1 TO MV-SEQ
               NOT INVALID KEY
                   MOVE "S" TO W-GRAVOU
           END-WRITE.
           IF NOT GRAVACAO-OK AND COD-ERRO-MOVEST NOT = "22"
               CALL "VERIFICA-STATUS" USING COD-ERRO-MOVEST
                   W-MENSAGEM-ERRO "GRAVAMOV"
               MOVE 999 TO MV-SEQ
           END-IF.
