      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             SITUACAO-ATESTADO.
       AUTHOR.                 JULIANO.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - SITUACAO DO ATESTADO MEDICO DO
      *   NADADOR (ATESTNAT.DAT, MANTIDO PELO CADATEST.cbl E PELO
      *   PRONTUAR.cbl DA CLINICA) NA DATA INFORMADA. O ATESTADO VALE
      *   12 MESES: VENCE NO MESMO DIA DO ANO SEGUINTE AO DA EMISSAO
      *   (EMITIDO EM 29/02, VENCE EM 28/02). DEVOLVE "V" (VIGENTE),
      *   "X" (VENCIDO) OU "S" (SEM ATESTADO) E A DATA DE VENCIMENTO
      *   (ZERADA QUANDO NAO HA ATESTADO). USADO PELA CHAMADA (AVISO),
      *   PELO INSCTORN (RECUSA A INSCRICAO) E PELO RELATEST.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATESTADOS ASSIGN TO "ATESTNAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS AT-NADADOR
               ALTERNATE RECORD KEY IS AT-CPF WITH DUPLICATES
               FILE STATUS     IS W-STATAT.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-ATESTADOS.
       01  REG-ATESTADO.
           02 AT-NADADOR     PIC 9(6).
           02 AT-CPF         PIC 9(11).
           02 AT-EMISSAO     PIC 9(8).
           02 AT-EMISSOR     PIC X(30).
           02 AT-ORIGEM      PIC X(1).
               88 AT-DIGITADO         VALUE "D".
               88 AT-CLINICA          VALUE "C".

       WORKING-STORAGE         SECTION.

       77 W-STATAT        PIC XX   VALUE SPACES.
       01 W-VENCE         PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES W-VENCE.
           02 W-VENCE-ANO PIC 9(4).
           02 W-VENCE-MD  PIC 9(4).

       LINKAGE                 SECTION.
       01 COD-NADADOR     PIC 9(6).
       01 DATA-REFERENCIA PIC 9(8).
       01 SITUACAO-ATEST  PIC X.
       01 VENCIMENTO      PIC 9(8).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING COD-NADADOR DATA-REFERENCIA
                                SITUACAO-ATEST VENCIMENTO.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE "S"   TO SITUACAO-ATEST.
           MOVE ZEROS TO VENCIMENTO.
           OPEN INPUT ARQ-ATESTADOS.
           IF W-STATAT NOT = "00"
               EXIT PROGRAM
           END-IF.

           MOVE COD-NADADOR TO AT-NADADOR.
           READ ARQ-ATESTADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AT-EMISSAO NOT = ZEROS
                       PERFORM CALCULAR-VENCIMENTO
                   END-IF
           END-READ.

           CLOSE ARQ-ATESTADOS.
           EXIT PROGRAM.

       CALCULAR-VENCIMENTO.
           MOVE AT-EMISSAO TO W-VENCE.
           ADD 1 TO W-VENCE-ANO.
           IF W-VENCE-MD = 0229
               MOVE 0228 TO W-VENCE-MD
           END-IF.
           MOVE W-VENCE TO VENCIMENTO.
           IF DATA-REFERENCIA > W-VENCE
               MOVE "X" TO SITUACAO-ATEST
           ELSE
               MOVE "V" TO SITUACAO-ATEST
           END-IF.
