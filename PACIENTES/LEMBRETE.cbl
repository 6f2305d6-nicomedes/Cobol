      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             LEMBRETE.
       AUTHOR.                 SOLANGE BARROS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - SOLANGE - LISTA DE LEMBRETES DA VESPERA: O
      *   FECHAMENTO DO DIA (FIMDIA.cbl) CHAMA ESTE PROGRAMA, QUE
      *   PROCURA O PROXIMO DIA UTIL (COMUM/DIAUTIL.cbl) E GRAVA EM
      *   LEMBRETE.LST TODAS AS CONSULTAS AINDA AGENDADAS PARA ELE, NA
      *   ORDEM DE HORARIO, COM NOME E TELEFONE DO PACIENTE,
      *   PROFISSIONAL E TIPO DA CONSULTA. A RECEPCAO LIGA PARA CADA
      *   UM E ANOTA O RESULTADO NA OPCAO (5) DO AGENDA.cbl; O
      *   RELFALTA.cbl COMPARA DEPOIS AS FALTAS DE QUEM CONFIRMOU E DE
      *   QUEM NAO CONFIRMOU.
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA O NUMERO DA
      *   AUTORIZACAO DO CONVENIO (AG-AUTORIZ) E A SUA VALIDADE
      *   (AG-VALID-AUT), INFORMADOS NO AGENDA.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - REG-PROF GANHA OS PERCENTUAIS DE
      *   REPASSE (PF-PERC E PF-PERC-CONV) DO CADPROF.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PAC ASSIGN TO "PACIENTE.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    COD-PAC
               ACCESS        RANDOM
               FILE STATUS IS W-STATP.
           SELECT ARQ-AGENDA ASSIGN TO "AGENDA.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    AG-CHAVE
               ALTERNATE RECORD KEY IS AG-COD-PAC
                   WITH DUPLICATES
               ACCESS        SEQUENTIAL
               FILE STATUS IS W-STATA.
           SELECT ARQ-PROF ASSIGN TO "PROFISSIO.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    PF-COD
               ACCESS        RANDOM
               FILE STATUS IS W-STATPF.

           SELECT SD-ARQ-ORDENA ASSIGN TO "LEMBORD.TMP".

           SELECT REL-LEMBRETE ASSIGN TO "LEMBRETE.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE                    SECTION.
       FD                  ARQ-PAC.
       01                  REG-PAC.
           05 COD-PAC    PIC 9(05).
           05 NOME-PAC   PIC X(30).
           05 IDADE-PAC  PIC 9(02).
           05 FONE-PAC   PIC X(09).
           05 DTNASC-PAC PIC X(10).
           05 CONV-PAC   PIC X(02).
           05 CPF-PAC    PIC 9(11).

       FD                  ARQ-AGENDA.
       01                  REG-AGENDA.
           05 AG-CHAVE.
               10 AG-COD-PAC   PIC 9(05).
               10 AG-DATA      PIC 9(08).
               10 AG-HORA      PIC 9(04).
               10 AG-PROF      PIC 9(02).
           05 AG-STATUS      PIC X(01).
               88 AG-AGENDADO    VALUE "A".
               88 AG-CANCELADO   VALUE "X".
               88 AG-PRESENTE    VALUE "P".
               88 AG-FALTA       VALUE "F".
           05 AG-TIPO        PIC X(01).
               88 TIPO-PRIMEIRA  VALUE "P".
               88 TIPO-CONSULTA  VALUE "C".
               88 TIPO-RETORNO   VALUE "R".
           05 AG-LEMBRETE    PIC X(01).
               88 LEMB-CONFIRMADO  VALUE "C".
               88 LEMB-REMARCAR    VALUE "R".
               88 LEMB-SEM-CONTATO VALUE "N".
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD                  ARQ-PROF.
       01                  REG-PROF.
           02 PF-COD    PIC 9(2).
           02 PF-NOME   PIC X(30).
           02 PF-ESPEC  PIC X(20).
           02 PF-PERC   PIC 9(3)V99.
           02 PF-PERC-CONV OCCURS 5 TIMES PIC 9(3)V99.

       SD  SD-ARQ-ORDENA.
       01  SD-REG-LEMBRETE.
           02 SD-HORA    PIC 9(04).
           02 SD-PROF    PIC 9(02).
           02 SD-COD-PAC PIC 9(05).
           02 SD-TIPO    PIC X(01).

       FD  REL-LEMBRETE
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATP        PIC XX  VALUE SPACES.
       77 W-STATA        PIC XX  VALUE SPACES.
       77 W-STATPF       PIC XX  VALUE SPACES.
       77 COD-ERRO-REL   PIC XX  VALUE SPACES.
       77 W-FIM-ARQ      PIC X   VALUE "N".
           88 FIM-ARQUIVO           VALUE "S".
       77 W-FIM-SORT     PIC X   VALUE "N".
           88 FIM-SORT              VALUE "S".
       77 W-PAC-ABERTO   PIC X   VALUE "N".
           88 PAC-ABERTO            VALUE "S".
       77 W-PROF-ABERTO  PIC X   VALUE "N".
           88 PROF-ABERTO           VALUE "S".
       77 W-AGE-ABERTA   PIC X   VALUE "N".
           88 AGE-ABERTA            VALUE "S".
       77 W-DATA-HOJE    PIC 9(8) VALUE ZEROS.
       77 W-DATA-ALVO    PIC 9(8) VALUE ZEROS.
       77 W-DIAS-ALVO    PIC 9(7) VALUE ZEROS.
       77 W-DIA-UTIL     PIC X    VALUE SPACE.
       77 W-TENTATIVAS   PIC 9(2) VALUE ZEROS.
       77 W-QTD-LISTA    PIC 9(4) VALUE ZEROS.

       01 CONTROLE-REL.
           02 CR-TITULO.
               03 FILLER      PIC X(29) VALUE
                   "LEMBRETES - CONSULTAS DO DIA ".
               03 CR-TIT-DATA PIC 9(8)  VALUE ZEROS.
               03 FILLER      PIC X(3)  VALUE SPACES.
           02 CR-LINHAS     PIC 9(2)  VALUE ZEROS.
           02 CR-PAGINA     PIC 9(4)  VALUE ZEROS.
           02 CR-IMPRIME    PIC X     VALUE SPACE.
           02 CR-CABECALHO  PIC X(80) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(6)   VALUE "HORA".
           02 FILLER    PIC X(6)   VALUE "COD".
           02 FILLER    PIC X(26)  VALUE "PACIENTE".
           02 FILLER    PIC X(10)  VALUE "TELEFONE".
           02 FILLER    PIC X(16)  VALUE "PROFISSIONAL".
           02 FILLER    PIC X(9)   VALUE "TIPO".
           02 FILLER    PIC X(7)   VALUE "RESULT".
       01 LINDET.
           02 LD-HH      PIC 99.
           02 FILLER     PIC X     VALUE ":".
           02 LD-MM      PIC 99.
           02 FILLER     PIC X     VALUE SPACES.
           02 LD-COD     PIC 9(5).
           02 FILLER     PIC X     VALUE SPACES.
           02 LD-NOME    PIC X(25).
           02 FILLER     PIC X     VALUE SPACES.
           02 LD-FONE    PIC X(09).
           02 FILLER     PIC X     VALUE SPACES.
           02 LD-PROF    PIC 99.
           02 FILLER     PIC X     VALUE SPACES.
           02 LD-PNOME   PIC X(12).
           02 FILLER     PIC X     VALUE SPACES.
           02 LD-TIPO    PIC X(8).
           02 FILLER     PIC X     VALUE SPACES.
           02 FILLER     PIC X(5)  VALUE "[   ]".
           02 FILLER     PIC X(2)  VALUE SPACES.
       01 LINVAZIO.
           02 FILLER    PIC X(40) VALUE
               "NENHUMA CONSULTA AGENDADA PARA O DIA".
           02 FILLER    PIC X(40) VALUE SPACES.
       01 LINLEGENDA.
           02 FILLER    PIC X(46) VALUE
               "RESULT: (C)ONFIRMOU (R)EMARCAR (N)AO ATENDEU -".
           02 FILLER    PIC X(34) VALUE
               " ANOTAR NA OPCAO (5) DO AGENDA".
       01 LINTOT.
           02 FILLER    PIC X(24) VALUE "CONSULTAS A CONFIRMAR: ".
           02 LT-TOTAL  PIC ZZZ9.
           02 FILLER    PIC X(52) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM PROCURAR-DIA-UTIL.

           SORT SD-ARQ-ORDENA ON ASCENDING KEY SD-HORA SD-PROF
               INPUT PROCEDURE  ROT-CARREGAR
               OUTPUT PROCEDURE ROT-IMPRIMIR.

           DISPLAY "LISTA DE LEMBRETES LEMBRETE.LST GERADA".
           GOBACK.

      *-----------------------------------------------------------------*
      * PROCURAR-DIA-UTIL - AVANCA UM DIA DE CADA VEZ A PARTIR DE HOJE
      *   ATE O CALENDARIO DA CLINICA (DIA-UTIL) ACUSAR DIA DE
      *   ATENDIMENTO; A SEXTA-FEIRA JA LISTA A SEGUNDA.
      *-----------------------------------------------------------------*
       PROCURAR-DIA-UTIL.
           COMPUTE W-DIAS-ALVO = FUNCTION INTEGER-OF-DATE(W-DATA-HOJE).
           MOVE "N"   TO W-DIA-UTIL.
           MOVE ZEROS TO W-TENTATIVAS.
           PERFORM AVANCAR-UM-DIA
               UNTIL W-DIA-UTIL = "S" OR W-TENTATIVAS > 30.
           MOVE W-DATA-ALVO TO CR-TIT-DATA.

       AVANCAR-UM-DIA.
           ADD 1 TO W-DIAS-ALVO W-TENTATIVAS.
           COMPUTE W-DATA-ALVO = FUNCTION DATE-OF-INTEGER(W-DIAS-ALVO).
           CALL "DIA-UTIL" USING W-DATA-ALVO W-DIA-UTIL.

      *-----------------------------------------------------------------*
      * ROT-CARREGAR - LE A AGENDA INTEIRA (A CHAVE COMECA PELO
      *   PACIENTE) E ENTREGA AO SORT AS CONSULTAS AINDA AGENDADAS DO
      *   DIA ALVO, PARA SAIREM NA ORDEM DE HORARIO.
      *-----------------------------------------------------------------*
       ROT-CARREGAR.
           OPEN INPUT ARQ-AGENDA.
           IF W-STATA = "00"
               MOVE "S" TO W-AGE-ABERTA
               PERFORM ROT-LER-AGENDA
               PERFORM ROT-RELEASE-UM UNTIL FIM-ARQUIVO
               CLOSE ARQ-AGENDA
           END-IF.

       ROT-LER-AGENDA.
           READ ARQ-AGENDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       ROT-RELEASE-UM.
           IF AG-DATA = W-DATA-ALVO AND AG-AGENDADO
               MOVE AG-HORA    TO SD-HORA
               MOVE AG-PROF    TO SD-PROF
               MOVE AG-COD-PAC TO SD-COD-PAC
               MOVE AG-TIPO    TO SD-TIPO
               RELEASE SD-REG-LEMBRETE
           END-IF.
           PERFORM ROT-LER-AGENDA.

      *-----------------------------------------------------------------*
      * ROT-IMPRIMIR - RECEBE AS CONSULTAS NA ORDEM DE HORARIO E
      *   PROFISSIONAL, BUSCA NOME/TELEFONE DO PACIENTE E NOME DO
      *   PROFISSIONAL E GRAVA A LISTA EM LEMBRETE.LST.
      *-----------------------------------------------------------------*
       ROT-IMPRIMIR.
           OPEN INPUT ARQ-PAC.
           IF W-STATP = "00"
               MOVE "S" TO W-PAC-ABERTO
           END-IF.
           OPEN INPUT ARQ-PROF.
           IF W-STATPF = "00"
               MOVE "S" TO W-PROF-ABERTO
           END-IF.
           OPEN OUTPUT REL-LEMBRETE.
           PERFORM ROT-RETORNAR-UM UNTIL FIM-SORT.

           IF W-QTD-LISTA = ZEROS
               PERFORM CABECALHO-PAGINA
               IF AGE-ABERTA
                   WRITE REG-REL FROM LINVAZIO
               ELSE
                   MOVE "AGENDA.DAT INDISPONIVEL" TO REG-REL
                   WRITE REG-REL
               END-IF
           ELSE
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               WRITE REG-REL FROM LINLEGENDA
           END-IF.
           MOVE W-QTD-LISTA TO LT-TOTAL.
           WRITE REG-REL FROM LINTOT.

           CLOSE REL-LEMBRETE.
           IF PAC-ABERTO
               CLOSE ARQ-PAC
           END-IF.
           IF PROF-ABERTO
               CLOSE ARQ-PROF
           END-IF.

       CABECALHO-PAGINA.
           CALL "CABECA-RELATORIO" USING CONTROLE-REL.
           IF CR-IMPRIME = "S"
               WRITE REG-REL FROM CR-CABECALHO
               WRITE REG-REL FROM LINCAB2
           END-IF.

       ROT-RETORNAR-UM.
           RETURN SD-ARQ-ORDENA
               AT END
                   MOVE "S" TO W-FIM-SORT
               NOT AT END
                   PERFORM IMPRIMIR-CONSULTA
           END-RETURN.

       IMPRIMIR-CONSULTA.
           PERFORM CABECALHO-PAGINA.
           MOVE SD-HORA(1:2) TO LD-HH.
           MOVE SD-HORA(3:2) TO LD-MM.
           MOVE SD-COD-PAC   TO LD-COD.
           MOVE SD-PROF      TO LD-PROF.
           PERFORM BUSCAR-PACIENTE.
           PERFORM BUSCAR-PROFISSIONAL.
           EVALUATE SD-TIPO
               WHEN "P"
                   MOVE "PRIMEIRA" TO LD-TIPO
               WHEN "R"
                   MOVE "RETORNO"  TO LD-TIPO
               WHEN OTHER
                   MOVE "CONSULTA" TO LD-TIPO
           END-EVALUATE.
           WRITE REG-REL FROM LINDET.
           ADD 1 TO W-QTD-LISTA.

       BUSCAR-PACIENTE.
           MOVE SPACES TO LD-NOME LD-FONE.
           IF PAC-ABERTO
               MOVE SD-COD-PAC TO COD-PAC
               READ ARQ-PAC
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO LD-NOME
                   NOT INVALID KEY
                       MOVE NOME-PAC TO LD-NOME
                       MOVE FONE-PAC TO LD-FONE
               END-READ
           END-IF.

       BUSCAR-PROFISSIONAL.
           MOVE SPACES TO LD-PNOME.
           IF PROF-ABERTO
               MOVE SD-PROF TO PF-COD
               READ ARQ-PROF
                   INVALID KEY
                       MOVE "(NAO CADAST)" TO LD-PNOME
                   NOT INVALID KEY
                       MOVE PF-NOME TO LD-PNOME
               END-READ
           END-IF.
