      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       CADHORA.
           AUTHOR.           SOLANGE BARROS.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - SOLANGE - HORARIO DE ATENDIMENTO DOS
      *   PROFISSIONAIS, PARA O AGENDA.cbl PARAR DE MARCAR CONSULTA
      *   FORA DO EXPEDIENTE OU NAS FERIAS. DUAS TABELAS, COM AS
      *   OPCOES (I)NCLUIR, (A)LTERAR E (E)XCLUIR NO MOLDE DO
      *   CADPROF.cbl:
      *   - (H)ORARIO SEMANAL EM HORPROF.DAT: POR PROFISSIONAL, DIA DA
      *     SEMANA (1=DOMINGO ... 7=SABADO) E TURNO (ATE 3 POR DIA), A
      *     HORA DE INICIO, A HORA DE FIM E A DURACAO DO SLOT;
      *   - (B)LOQUEIO EM BLOQPROF.DAT: POR PROFISSIONAL, O PERIODO
      *     (DATA INICIAL E FINAL) EM QUE ELE NAO ATENDE E O MOTIVO
      *     (FERIAS, CONGRESSO, LICENCA...).
      *   BLOQUEIO INCLUIDO OU ALTERADO POR CIMA DE CONSULTAS JA
      *   AGENDADAS LISTA OS PACIENTES ATINGIDOS EM BLOQUEIO.LST, COM
      *   O TELEFONE, PARA A RECEPCAO REMARCAR.
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
           SELECT ARQ-HORARIO ASSIGN TO "HORPROF.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS HP-CHAVE
               FILE STATUS     IS W-STATHP.

           SELECT ARQ-BLOQUEIO ASSIGN TO "BLOQPROF.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS BQ-CHAVE
               FILE STATUS     IS W-STATBQ.

           SELECT ARQ-PROF ASSIGN TO "PROFISSIO.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    PF-COD
               ACCESS        RANDOM
               FILE STATUS IS W-STATPF.

           SELECT ARQ-AGENDA ASSIGN TO "AGENDA.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    AG-CHAVE
               ALTERNATE RECORD KEY IS AG-COD-PAC
                   WITH DUPLICATES
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATA.

           SELECT ARQ-PAC ASSIGN TO "PACIENTE.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    COD-PAC
               ACCESS        RANDOM
               FILE STATUS IS W-STATP.

           SELECT REL-BLOQUEIO ASSIGN TO "BLOQUEIO.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-HORARIO.
       01  REG-HORARIO.
           02 HP-CHAVE.
               03 HP-PROF    PIC 9(02).
               03 HP-DIA-SEM PIC 9(01).
               03 HP-TURNO   PIC 9(01).
           02 HP-INICIO    PIC 9(04).
           02 HP-FIM       PIC 9(04).
           02 HP-SLOT      PIC 9(03).

       FD  ARQ-BLOQUEIO.
       01  REG-BLOQUEIO.
           02 BQ-CHAVE.
               03 BQ-PROF    PIC 9(02).
               03 BQ-DATA-INI PIC 9(08).
           02 BQ-DATA-FIM  PIC 9(08).
           02 BQ-MOTIVO    PIC X(20).

       FD                  ARQ-PROF.
       01                  REG-PROF.
           02 PF-COD    PIC 9(2).
           02 PF-NOME   PIC X(30).
           02 PF-ESPEC  PIC X(20).
           02 PF-PERC   PIC 9(3)V99.
           02 PF-PERC-CONV OCCURS 5 TIMES PIC 9(3)V99.

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

       FD                  ARQ-PAC.
       01                  REG-PAC.
           05 COD-PAC    PIC 9(05).
           05 NOME-PAC   PIC X(30).
           05 IDADE-PAC  PIC 9(02).
           05 FONE-PAC   PIC X(09).
           05 DTNASC-PAC PIC X(10).
           05 CONV-PAC   PIC X(02).
           05 CPF-PAC    PIC 9(11).

       FD  REL-BLOQUEIO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATHP        PIC X(02) VALUE SPACES.
       77 W-STATBQ        PIC X(02) VALUE SPACES.
       77 W-STATPF        PIC X(02) VALUE SPACES.
       77 W-STATA         PIC X(02) VALUE SPACES.
       77 W-STATP         PIC X(02) VALUE SPACES.
       77 COD-ERRO-REL    PIC X(02) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-GRAVA         PIC X     VALUE SPACES.
       77 W-TABELA        PIC X     VALUE SPACE.
           88 W-TABELA-OK             VALUE "H" "B".
           88 TAB-HORARIO             VALUE "H".
       77 W-OPCAO         PIC X     VALUE SPACE.
           88 W-OPCAO-OK              VALUE "I" "A" "E".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-DATA-OK       PIC X     VALUE SPACE.
       77 W-HORA-OK       PIC X     VALUE SPACE.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       77 W-QTD-AFETADAS  PIC 9(4)  VALUE ZEROS.
       77 W-PAC-ABERTO    PIC X     VALUE "N".
           88 PAC-ABERTO              VALUE "S".

       77 W-COD-PROF      PIC 9(2)  VALUE ZEROS.
       77 W-DIA-SEM       PIC 9(1)  VALUE ZEROS.
       77 W-TURNO         PIC 9(1)  VALUE ZEROS.
       77 W-INICIO        PIC 9(4)  VALUE ZEROS.
       77 W-FIM           PIC 9(4)  VALUE ZEROS.
       77 W-SLOT          PIC 9(3)  VALUE ZEROS.
       77 W-DATA-INI      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-FIM      PIC 9(8)  VALUE ZEROS.
       77 W-MOTIVO        PIC X(20) VALUE SPACES.
       01 W-HORA-CRITICA  PIC 9(4)  VALUE ZEROS.
       01 FILLER REDEFINES W-HORA-CRITICA.
           02 W-CRIT-HH   PIC 99.
           02 W-CRIT-MI   PIC 99.

       01 W-TAB-DIAS.
           02 FILLER      PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 FILLER REDEFINES W-TAB-DIAS.
           02 W-NOME-DIA  OCCURS 7 TIMES PIC X(3).

       01 CONTROLE-REL.
           02 CR-TITULO.
               03 FILLER      PIC X(26) VALUE
                   "CONSULTAS NO BLOQUEIO DO ".
               03 CR-TIT-PROF PIC X(14) VALUE SPACES.
           02 CR-LINHAS     PIC 9(2)  VALUE ZEROS.
           02 CR-PAGINA     PIC 9(4)  VALUE ZEROS.
           02 CR-IMPRIME    PIC X     VALUE SPACE.
           02 CR-CABECALHO  PIC X(80) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(12)  VALUE "DATA".
           02 FILLER    PIC X(7)   VALUE "HORA".
           02 FILLER    PIC X(6)   VALUE "COD".
           02 FILLER    PIC X(31)  VALUE "PACIENTE".
           02 FILLER    PIC X(24)  VALUE "TELEFONE".
       01 LINDET.
           02 LD-DATA    PIC 9(4)/99/99.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 LD-HH      PIC 99.
           02 FILLER     PIC X     VALUE ":".
           02 LD-MM      PIC 99.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 LD-COD     PIC 9(5).
           02 FILLER     PIC X     VALUE SPACES.
           02 LD-NOME    PIC X(30).
           02 FILLER     PIC X     VALUE SPACES.
           02 LD-FONE    PIC X(09).
           02 FILLER     PIC X(15) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(24) VALUE "CONSULTAS A REMARCAR..: ".
           02 LT-TOTAL  PIC ZZZ9.
           02 FILLER    PIC X(52) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-HORARIO ARQ-BLOQUEIO.
           IF W-STATPF = "00"
               CLOSE ARQ-PROF
           END-IF.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PROF.
           IF W-STATPF NOT = "00"
               DISPLAY ERASE
               DISPLAY "CADASTRE OS PROFISSIONAIS NO CADPROF" AT 1220
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-HORARIO.
           IF W-STATHP = "35"
               OPEN OUTPUT ARQ-HORARIO
               CLOSE       ARQ-HORARIO
               OPEN I-O    ARQ-HORARIO
           ELSE
               IF W-STATHP NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATHP
                       W-MENSAGEM-ERRO
                       "CADHORA "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           OPEN I-O ARQ-BLOQUEIO.
           IF W-STATBQ = "35"
               OPEN OUTPUT ARQ-BLOQUEIO
               CLOSE       ARQ-BLOQUEIO
               OPEN I-O    ARQ-BLOQUEIO
           ELSE
               IF W-STATBQ NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATBQ
                       W-MENSAGEM-ERRO
                       "CADHORA "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       PROCESSA.
           MOVE ZEROS  TO W-COD-PROF W-DIA-SEM W-TURNO W-INICIO W-FIM
                          W-SLOT W-DATA-INI W-DATA-FIM.
           MOVE SPACES TO W-TABELA W-OPCAO W-GRAVA W-MOTIVO.

           DISPLAY ERASE.
           DISPLAY "H O R A R I O   D O S   P R O F I S S I O N A I S"
               AT 0315.
           DISPLAY "(H)ORARIO SEMANAL OU (B)LOQUEIO....:" AT 0510.
           PERFORM WITH TEST AFTER UNTIL W-TABELA-OK
               ACCEPT W-TABELA AT 0548 WITH UPPER AUTO
           END-PERFORM.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0610.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0648 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           PERFORM RECEBER-PROFISSIONAL.

           IF TAB-HORARIO
               PERFORM ROT-HORARIO
           ELSE
               PERFORM ROT-BLOQUEIO
           END-IF.

           DISPLAY "OUTRA OPERACAO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2033 WITH UPPER AUTO
           END-PERFORM.

      *    SO ACEITA PROFISSIONAL CADASTRADO EM PROFISSIO.DAT.
       RECEBER-PROFISSIONAL.
           DISPLAY "PROFISSIONAL.......:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-STATPF = "00"
               ACCEPT W-COD-PROF AT 0831
               MOVE W-COD-PROF TO PF-COD
               READ ARQ-PROF
               IF W-STATPF NOT = "00"
                   DISPLAY "PROFISSIONAL NAO CADASTRADO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY PF-NOME AT 0835.
           DISPLAY "                           " AT 2310.

      *-----------------------------------------------------------------*
      * ROT-HORARIO - UM TURNO DO HORARIO SEMANAL: CHAVE PROFISSIONAL
      *   + DIA DA SEMANA + TURNO.
      *-----------------------------------------------------------------*
       ROT-HORARIO.
           DISPLAY "DIA (1=DOM...7=SAB):" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-DIA-SEM > 0
                                     AND W-DIA-SEM < 8
               ACCEPT W-DIA-SEM AT 1031
           END-PERFORM.
           DISPLAY W-NOME-DIA(W-DIA-SEM) AT 1033.
           DISPLAY "TURNO (1 A 3)......:" AT 1110.
           PERFORM WITH TEST AFTER UNTIL W-TURNO > 0 AND W-TURNO < 4
               ACCEPT W-TURNO AT 1131
           END-PERFORM.
           MOVE W-COD-PROF TO HP-PROF.
           MOVE W-DIA-SEM  TO HP-DIA-SEM.
           MOVE W-TURNO    TO HP-TURNO.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM INCLUIR-HORARIO
               WHEN "A"
                   PERFORM ALTERAR-HORARIO
               WHEN "E"
                   PERFORM EXCLUIR-HORARIO
           END-EVALUATE.

       INCLUIR-HORARIO.
           READ ARQ-HORARIO
               INVALID KEY
                   PERFORM RECEBER-HORARIO
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-COD-PROF TO HP-PROF
                       MOVE W-DIA-SEM  TO HP-DIA-SEM
                       MOVE W-TURNO    TO HP-TURNO
                       PERFORM MOVER-HORARIO
                       WRITE REG-HORARIO
                       MOVE HP-CHAVE    TO W-CHAVE-AUDIT
                       MOVE SPACES      TO W-ANTES-AUDIT
                       MOVE REG-HORARIO TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADHORA "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "TURNO JA CADASTRADO" AT 2310
           END-READ.

       ALTERAR-HORARIO.
           READ ARQ-HORARIO
               INVALID KEY
                   DISPLAY "TURNO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-HORARIO TO W-ANTES-AUDIT
                   DISPLAY "ATUAL:" AT 1210
                   DISPLAY HP-INICIO AT 1217
                   DISPLAY "-"       AT 1222
                   DISPLAY HP-FIM    AT 1224
                   DISPLAY "SLOT"    AT 1230
                   DISPLAY HP-SLOT   AT 1235
                   PERFORM RECEBER-HORARIO
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       PERFORM MOVER-HORARIO
                       REWRITE REG-HORARIO
                       MOVE REG-HORARIO TO W-DEPOIS-AUDIT
                       MOVE HP-CHAVE    TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADHORA "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       EXCLUIR-HORARIO.
           READ ARQ-HORARIO
               INVALID KEY
                   DISPLAY "TURNO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-HORARIO TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-HORARIO
                       MOVE SPACES   TO W-DEPOIS-AUDIT
                       MOVE HP-CHAVE TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADHORA "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

      *    INICIO E FIM SAO HORAS REAIS (HHMM) E O FIM VEM DEPOIS DO
      *    INICIO; O SLOT E O PASSO DA SUGESTAO DE HORARIO NO AGENDA.
       RECEBER-HORARIO.
           DISPLAY "INICIO (HHMM)......:" AT 1310.
           PERFORM WITH TEST AFTER UNTIL W-HORA-OK = "S"
               ACCEPT W-INICIO AT 1331
               MOVE W-INICIO TO W-HORA-CRITICA
               PERFORM CRITICAR-HORA
           END-PERFORM.
           DISPLAY "FIM (HHMM).........:" AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-HORA-OK = "S"
               ACCEPT W-FIM AT 1431
               MOVE W-FIM TO W-HORA-CRITICA
               PERFORM CRITICAR-HORA
               IF W-HORA-OK = "S" AND W-FIM NOT > W-INICIO
                   MOVE "N" TO W-HORA-OK
                   DISPLAY "FIM DEVE SER DEPOIS DO INICIO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "SLOT EM MINUTOS....:" AT 1510.
           PERFORM WITH TEST AFTER UNTIL W-SLOT > ZEROS
                                     AND W-SLOT NOT > 240
               ACCEPT W-SLOT AT 1531
           END-PERFORM.

       CRITICAR-HORA.
           IF W-CRIT-HH < 24 AND W-CRIT-MI < 60
               MOVE "S" TO W-HORA-OK
               DISPLAY "                             " AT 2310
           ELSE
               MOVE "N" TO W-HORA-OK
               DISPLAY "HORA INVALIDA                " AT 2310
           END-IF.

       MOVER-HORARIO.
           MOVE W-INICIO TO HP-INICIO.
           MOVE W-FIM    TO HP-FIM.
           MOVE W-SLOT   TO HP-SLOT.

      *-----------------------------------------------------------------*
      * ROT-BLOQUEIO - PERIODO SEM ATENDIMENTO: CHAVE PROFISSIONAL +
      *   DATA INICIAL. INCLUIDO OU ALTERADO, LISTA AS CONSULTAS JA
      *   AGENDADAS DENTRO DELE.
      *-----------------------------------------------------------------*
       ROT-BLOQUEIO.
           DISPLAY "DATA INICIAL.......:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT W-DATA-INI AT 1031
               CALL "VALIDA-DATA" USING W-DATA-INI W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA" AT 2310
               ELSE
                   DISPLAY "             " AT 2310
               END-IF
           END-PERFORM.
           MOVE W-COD-PROF TO BQ-PROF.
           MOVE W-DATA-INI TO BQ-DATA-INI.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM INCLUIR-BLOQUEIO
               WHEN "A"
                   PERFORM ALTERAR-BLOQUEIO
               WHEN "E"
                   PERFORM EXCLUIR-BLOQUEIO
           END-EVALUATE.

       INCLUIR-BLOQUEIO.
           READ ARQ-BLOQUEIO
               INVALID KEY
                   PERFORM RECEBER-BLOQUEIO
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-COD-PROF TO BQ-PROF
                       MOVE W-DATA-INI TO BQ-DATA-INI
                       PERFORM MOVER-BLOQUEIO
                       WRITE REG-BLOQUEIO
                       MOVE BQ-CHAVE     TO W-CHAVE-AUDIT
                       MOVE SPACES       TO W-ANTES-AUDIT
                       MOVE REG-BLOQUEIO TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADHORA "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                       PERFORM LISTAR-AFETADAS
                   END-IF
               NOT INVALID KEY
                   DISPLAY "BLOQUEIO JA CADASTRADO" AT 2310
           END-READ.

       ALTERAR-BLOQUEIO.
           READ ARQ-BLOQUEIO
               INVALID KEY
                   DISPLAY "BLOQUEIO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-BLOQUEIO TO W-ANTES-AUDIT
                   DISPLAY "ATUAL ATE" AT 1110
                   DISPLAY BQ-DATA-FIM AT 1120
                   DISPLAY BQ-MOTIVO   AT 1130
                   PERFORM RECEBER-BLOQUEIO
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       PERFORM MOVER-BLOQUEIO
                       REWRITE REG-BLOQUEIO
                       MOVE REG-BLOQUEIO TO W-DEPOIS-AUDIT
                       MOVE BQ-CHAVE     TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADHORA "
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                       PERFORM LISTAR-AFETADAS
                   END-IF
           END-READ.

       EXCLUIR-BLOQUEIO.
           READ ARQ-BLOQUEIO
               INVALID KEY
                   DISPLAY "BLOQUEIO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   MOVE REG-BLOQUEIO TO W-ANTES-AUDIT
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-BLOQUEIO
                       MOVE SPACES   TO W-DEPOIS-AUDIT
                       MOVE BQ-CHAVE TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADHORA "
                           W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       RECEBER-BLOQUEIO.
           DISPLAY "DATA FINAL.........:" AT 1310.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT W-DATA-FIM AT 1331
               CALL "VALIDA-DATA" USING W-DATA-FIM W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA                 " AT 2310
               ELSE
                   IF W-DATA-FIM < W-DATA-INI
                       MOVE "N" TO W-DATA-OK
                       DISPLAY "DATA FINAL ANTES DA INICIAL   "
                           AT 2310
                   ELSE
                       DISPLAY "                              "
                           AT 2310
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "MOTIVO.............:" AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-MOTIVO NOT = SPACES
               ACCEPT W-MOTIVO AT 1431
           END-PERFORM.

       MOVER-BLOQUEIO.
           MOVE W-DATA-FIM TO BQ-DATA-FIM.
           MOVE W-MOTIVO   TO BQ-MOTIVO.

      *-----------------------------------------------------------------*
      * LISTAR-AFETADAS - VARRE A AGENDA INTEIRA (A CHAVE COMECA PELO
      *   PACIENTE) ATRAS DAS CONSULTAS AINDA AGENDADAS COM O
      *   PROFISSIONAL DENTRO DO PERIODO BLOQUEADO E GRAVA EM
      *   BLOQUEIO.LST O PACIENTE E O TELEFONE DE CADA UMA.
      *-----------------------------------------------------------------*
       LISTAR-AFETADAS.
           MOVE ZEROS TO W-QTD-AFETADAS CR-LINHAS CR-PAGINA.
           MOVE "N"   TO W-FIM-ARQ.
           MOVE PF-NOME TO CR-TIT-PROF.
           OPEN INPUT ARQ-AGENDA.
           IF W-STATA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO W-PAC-ABERTO.
           OPEN INPUT ARQ-PAC.
           IF W-STATP = "00"
               MOVE "S" TO W-PAC-ABERTO
           END-IF.
           OPEN OUTPUT REL-BLOQUEIO.
           PERFORM LER-AGENDA.
           PERFORM CONFERIR-AFETADA UNTIL FIM-ARQUIVO.
           IF W-QTD-AFETADAS = ZEROS
               PERFORM CABECALHO-PAGINA
           END-IF.
           MOVE W-QTD-AFETADAS TO LT-TOTAL.
           WRITE REG-REL FROM LINTOT.
           CLOSE REL-BLOQUEIO ARQ-AGENDA.
           IF PAC-ABERTO
               CLOSE ARQ-PAC
           END-IF.
           IF W-QTD-AFETADAS > ZEROS
               DISPLAY "CONSULTAS A REMARCAR:" AT 1610
               DISPLAY W-QTD-AFETADAS          AT 1632
               DISPLAY "- VER BLOQUEIO.LST"    AT 1637
           END-IF.

       LER-AGENDA.
           READ ARQ-AGENDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-AFETADA.
           IF AG-PROF = W-COD-PROF
              AND AG-AGENDADO
              AND AG-DATA NOT < W-DATA-INI
              AND AG-DATA NOT > W-DATA-FIM
               PERFORM IMPRIMIR-AFETADA
           END-IF.
           PERFORM LER-AGENDA.

       IMPRIMIR-AFETADA.
           PERFORM CABECALHO-PAGINA.
           MOVE AG-DATA      TO LD-DATA.
           MOVE AG-HORA(1:2) TO LD-HH.
           MOVE AG-HORA(3:2) TO LD-MM.
           MOVE AG-COD-PAC   TO LD-COD.
           MOVE SPACES       TO LD-NOME LD-FONE.
           IF PAC-ABERTO
               MOVE AG-COD-PAC TO COD-PAC
               READ ARQ-PAC
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO LD-NOME
                   NOT INVALID KEY
                       MOVE NOME-PAC TO LD-NOME
                       MOVE FONE-PAC TO LD-FONE
               END-READ
           END-IF.
           WRITE REG-REL FROM LINDET.
           ADD 1 TO W-QTD-AFETADAS.

       CABECALHO-PAGINA.
           CALL "CABECA-RELATORIO" USING CONTROLE-REL.
           IF CR-IMPRIME = "S"
               WRITE REG-REL FROM CR-CABECALHO
               WRITE REG-REL FROM LINCAB2
           END-IF.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1810.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1838 WITH UPPER AUTO
           END-PERFORM.
