      *    FATURAMENTO (FATURAR.cbl) PRECIFICA POR CONVENIO E TIPO E
      *    ZERA O RETORNO DENTRO DE 30 DIAS DA CONSULTA COMPARECIDA
      *    ANTERIOR DO MESMO PACIENTE.
      *    15 OUTUBRO 2026 - SOLANGE - NOVA OPCAO (5) LEMBRETE: A
      *    RECEPCAO, LIGANDO PELA LISTA LEMBRETE.LST (LEMBRETE.cbl, NO
      *    FECHAMENTO DO DIA), ANOTA EM AG-LEMBRETE SE O PACIENTE
      *    (C)ONFIRMOU, PEDIU PARA (R)EMARCAR OU (N)AO FOI ENCONTRADO.
      *    O PEDIDO DE REMARCACAO SEGUE DIRETO PARA O CANCELAMENTO COM
      *    REMARCACAO DA OPCAO (3). CONSULTA NOVA OU REATIVADA COMECA
      *    SEM RESULTADO DE LEMBRETE.
      *    15 OUTUBRO 2026 - SOLANGE - PACIENTE DE CONVENIO MARCADO NO
      *    CADPRECO.cbl COMO "EXIGE AUTORIZACAO" (UNIMED, BRADESCO) TEM
      *    O NUMERO DA GUIA/SENHA (AG-AUTORIZ) E A VALIDADE
      *    (AG-VALID-AUT) PEDIDOS AO AGENDAR E AO REMARCAR; SEM O
      *    NUMERO A CONSULTA FICA COM AUTORIZACAO PENDENTE, E A NOVA
      *    OPCAO (6) AUTORIZACAO REGISTRA O NUMERO QUANDO O CONVENIO
      *    LIBERAR. O FATURAR.cbl SEGURA A CONSULTA SEM AUTORIZACAO
      *    VALIDA NA DATA DA CONSULTA.
      *    15 OUTUBRO 2026 - SOLANGE - REG-PROF GANHA OS PERCENTUAIS
      *    DE REPASSE (PF-PERC E PF-PERC-CONV) DO CADPROF.cbl.
      *    15 OUTUBRO 2026 - SOLANGE - HORARIO DE ATENDIMENTO POR
      *    PROFISSIONAL (CADHORA.cbl): ESCOLHIDOS DATA E PROFISSIONAL,
      *    A DATA E RECUSADA SE CAIR NUM BLOQUEIO DELE (BLOQPROF.DAT -
      *    FERIAS, CONGRESSO, LICENCA) OU NUM DIA DA SEMANA SEM TURNO
      *    NO HORARIO SEMANAL (HORPROF.DAT). A HORA SO E LIVRE DENTRO
      *    DE UM TURNO, NA GRADE DO SLOT DO TURNO, E A SUGESTAO DE
      *    HORARIO PERCORRE OS TURNOS DO DIA NO PASSO DO SLOT (O
      *    PRIMEIRO LIVRE DEPOIS DA HORA PEDIDA OU, SE NAO HOUVER, O
      *    PRIMEIRO LIVRE DO DIA). PROFISSIONAL AINDA SEM HORARIO
      *    SEMANAL CADASTRADO CONTINUA COM A REGRA ANTIGA (QUALQUER
      *    HORA, SUGESTAO EM PASSOS DE 30 MINUTOS).
       ENVIRONMENT         DIVISION.

       INPUT-OUTPUT        SECTION.
               RECORD KEY    LE-CHAVE
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATE.
           SELECT ARQ-PRECO ASSIGN TO "TABPRECO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATT.
           SELECT ARQ-HORARIO ASSIGN TO "HORPROF.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    HP-CHAVE
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATHP.
           SELECT ARQ-BLOQUEIO ASSIGN TO "BLOQPROF.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    BQ-CHAVE
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATBQ.

       DATA                DIVISION.

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

       FD                  ARQ-ESPERA.
       01                  REG-ESPERA.
               88 LE-ESPERANDO VALUE "E".
               88 LE-ATENDIDO  VALUE "A".

       FD  ARQ-PRECO
           LABEL RECORD STANDARD.
       01  REG-PRECO.
           05 TP-CONV    PIC X(02).
           05 FILLER     PIC X(01).
           05 TP-TIPO    PIC X(01).
           05 FILLER     PIC X(01).
           05 TP-VALOR   PIC 9(4)V99.
           05 FILLER     PIC X(01).
           05 TP-EXIGE-AUT PIC X(01).

       FD                  ARQ-HORARIO.
       01                  REG-HORARIO.
           02 HP-CHAVE.
               03 HP-PROF    PIC 9(02).
               03 HP-DIA-SEM PIC 9(01).
               03 HP-TURNO   PIC 9(01).
           02 HP-INICIO    PIC 9(04).
           02 HP-FIM       PIC 9(04).
           02 HP-SLOT      PIC 9(03).

       FD                  ARQ-BLOQUEIO.
       01                  REG-BLOQUEIO.
           02 BQ-CHAVE.
               03 BQ-PROF    PIC 9(02).
               03 BQ-DATA-INI PIC 9(08).
           02 BQ-DATA-FIM  PIC 9(08).
           02 BQ-MOTIVO    PIC X(20).

       WORKING-STORAGE SECTION.
       77 W-STATP        PIC X(02) VALUE   SPACES.
       77 W-STATA        PIC X(02) VALUE   SPACES.
       77 W-RESP         PIC X     VALUE   SPACES.
       77 W-OPCAO        PIC X     VALUE   SPACE.
           88 W-OPCAO-OK          VALUE "1" "2" "3" "4" "5" "6".
       77 W-CONF         PIC X     VALUE   SPACE.
       77 W-DATA-OK      PIC X     VALUE   SPACE.
       77 W-DIA-UTIL     PIC X     VALUE   SPACE.
       77 QQ-TECLA       PIC X     VALUE   SPACE.

       77 W-STATPF       PIC X(02) VALUE   SPACES.
       77 W-STATT        PIC X(02) VALUE   SPACES.
       77 W-FIM-PRECO    PIC X     VALUE   "N".
       77 W-EXIGE-AUT    PIC X     VALUE   "N".
       77 W-QTD-AUT      PIC 9     VALUE   ZEROS.
       77 W-IND-AUT      PIC 9     VALUE   ZEROS.
       77 W-AUT-SALVA    PIC X(15) VALUE   SPACES.
       77 W-VAL-SALVA    PIC 9(8)  VALUE   ZEROS.
       01 TAB-CONV-AUT.
           02 CA-CONV    PIC X(2) OCCURS 5 TIMES.
       77 W-STATE        PIC X(02) VALUE   SPACES.
       77 W-NA-ESPERA    PIC X     VALUE   "N".
           88 NA-ESPERA             VALUE "S".
           88 FIM-ESPERA            VALUE "S".
       77 W-ACHOU-ESP    PIC X     VALUE   "N".
           88 ACHOU-ESPERA          VALUE "S".
       77 W-REG-SALVA    PIC X(45) VALUE   SPACES.
       77 W-SLOT-LIVRE   PIC X     VALUE   "S".
           88 SLOT-LIVRE            VALUE "S".
       77 W-CAND-DATA    PIC 9(8)  VALUE   ZEROS.
           02 W-AGE-HH   PIC 99.
           02 W-AGE-MI   PIC 99.

       77 W-STATHP       PIC X(02) VALUE   SPACES.
       77 W-STATBQ       PIC X(02) VALUE   SPACES.
       77 W-HOR-ABERTO   PIC X     VALUE   "N".
           88 HOR-ABERTO            VALUE "S".
       77 W-BLOQ-ABERTO  PIC X     VALUE   "N".
           88 BLOQ-ABERTO           VALUE "S".
       77 W-EXPEDIENTE   PIC X     VALUE   "S".
           88 EXPEDIENTE-OK         VALUE "S".
       77 W-TEM-GRADE    PIC X     VALUE   "N".
           88 TEM-GRADE             VALUE "S".
       77 W-NA-GRADE     PIC X     VALUE   "N".
       77 W-FORA-GRADE   PIC X     VALUE   "N".
       77 W-FIM-BLOQ     PIC X     VALUE   "N".
           88 FIM-BLOQUEIOS         VALUE "S".
       77 W-DIA-SEM      PIC 9     VALUE   ZEROS.
       77 W-IND-DIA      PIC 9     VALUE   ZEROS.
       77 W-QTD-TURNOS   PIC 9     VALUE   ZEROS.
       77 W-IND-TURNO    PIC 9     VALUE   ZEROS.
       77 W-DIF-MIN      PIC 9(5)  VALUE   ZEROS.
       77 W-QUOC         PIC 9(5)  VALUE   ZEROS.
       77 W-RESTO        PIC 9(3)  VALUE   ZEROS.
       77 W-ACHOU-ANTES  PIC X     VALUE   "N".
       77 W-SUG-ANTES    PIC 9(4)  VALUE   ZEROS.
       77 W-DATA-BARRA   PIC X(10) VALUE   SPACES.
       77 W-NOME-DIA-SEM PIC X(13) VALUE   SPACES.
       01 W-DATA-SEM     PIC 9(8)  VALUE   ZEROS.
       01 W-DATA-SEM-R REDEFINES W-DATA-SEM.
           02 W-ANO-SEM  PIC 9(4).
           02 W-MES-SEM  PIC 9(2).
           02 W-DIA-MES  PIC 9(2).
       01 W-HORA-TURNO.
           02 W-TURNO-HH PIC 99.
           02 W-TURNO-MI PIC 99.
       01 TAB-DIAS-SEM.
           02 FILLER     PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TAB-DIAS-SEM-R REDEFINES TAB-DIAS-SEM.
           02 TD-NOME    PIC X(3) OCCURS 7 TIMES.
      *    TURNOS DO PROFISSIONAL NO DIA DA SEMANA DA DATA PEDIDA, EM
      *    MINUTOS DESDE A MEIA-NOITE.
       01 TAB-TURNOS.
           02 TU-ENTRADA OCCURS 3 TIMES.
               03 TU-INI  PIC 9(5).
               03 TU-FIM  PIC 9(5).
               03 TU-SLOT PIC 9(3).

       SCREEN SECTION.
       01 TELA-1 BACKGROUND-COLOR 7.
           05 BLANK SCREEN.
           05 TEXTOS-TELA FOREGROUND-COLOR 01.
               10 LINE 08 COLUMN 10 VALUE
               "(1) AGENDAR (2) CONSULTAR (3) CANCELAR (4) CHECK-IN".
               10 LINE 09 COLUMN 10 VALUE
               "(5) LEMBRETE (6) AUTORIZACAO".
               10 LINE 10 COLUMN 10 VALUE
               "OPCAO............:[ ]".
           05 MOLDURA1 FOREGROUND-COLOR 01.
           05 D-PNOME  LINE 19 COLUMN 34 PIC X(30) FROM PF-NOME.
           05 D-TIPO   LINE 20 COLUMN 30 PIC X     TO AG-TIPO.

       01 TELA-AUTORIZ FOREGROUND-COLOR 4.
           05 LINE 21 COLUMN 10 VALUE "AUTORIZACAO:".
           05 D-AUTORIZ LINE 21 COLUMN 23 PIC X(15) USING AG-AUTORIZ.
           05 LINE 21 COLUMN 45 VALUE "VALIDADE:".
           05 D-VALID   LINE 21 COLUMN 55 PIC 9(8)  USING AG-VALID-AUT.

       01 TELA-CONSULTA FOREGROUND-COLOR 4.
           05 D-CCOD   LINE 12 COLUMN 30 PIC 9(5) TO AG-COD-PAC.

               CLOSE ARQ-ESPERA
               OPEN I-O ARQ-ESPERA
           END-IF.
           PERFORM CARREGAR-CONV-AUT.
           OPEN INPUT ARQ-HORARIO.
           IF W-STATHP = "00"
               MOVE "S" TO W-HOR-ABERTO
           END-IF.
           OPEN INPUT ARQ-BLOQUEIO.
           IF W-STATBQ = "00"
               MOVE "S" TO W-BLOQ-ABERTO
           END-IF.
           OPEN INPUT ARQ-PROF.
           IF W-STATPF NOT = "00"
               DISPLAY ERASE
                   PERFORM ROT-CANCELAR
               WHEN "4"
                   PERFORM ROT-CHECKIN
               WHEN "5"
                   PERFORM ROT-LEMBRETE
               WHEN "6"
                   PERFORM ROT-AUTORIZACAO
           END-EVALUATE.
           PERFORM CONTINUA.
       FIM.
           IF W-STATPF = "00"
               CLOSE ARQ-PROF
           END-IF.
           IF HOR-ABERTO
               CLOSE ARQ-HORARIO
           END-IF.
           IF BLOQ-ABERTO
               CLOSE ARQ-BLOQUEIO
           END-IF.

       RECEBER-OPCAO.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               IF W-OPCAO-OK
                   DISPLAY "                    " AT 2325
               ELSE
                   DISPLAY "DIGITE DE 1 A 6       " AT 2325
               END-IF
           END-PERFORM.

           DISPLAY D-NOME.
           PERFORM RECEBER-DATA-VALIDA.
           PERFORM RECEBER-PROFISSIONAL.
           PERFORM CONFERIR-EXPEDIENTE.
           IF NOT EXPEDIENTE-OK
               PERFORM RECEBER-DATA-EXPEDIENTE
           END-IF.
           PERFORM RECEBER-TIPO.
           PERFORM RECEBER-AUTORIZACAO.
           MOVE "N" TO W-NA-ESPERA.
           PERFORM RECEBER-HORA-LIVRE.
           IF NA-ESPERA
      *    REATIVAR-HORARIO DA REMARCACAO); SE AINDA ESTIVER AGENDADA,
      *    A MARCACAO E RECUSADA.
       REAPROVEITAR-CANCELADO.
           MOVE AG-AUTORIZ   TO W-AUT-SALVA.
           MOVE AG-VALID-AUT TO W-VAL-SALVA.
           READ ARQ-AGENDA
               INVALID KEY
                   DISPLAY "HORARIO JA AGENDADO PARA ESTE PACIENTE"
                       AT 2325
               NOT INVALID KEY
                   IF AG-CANCELADO
                       MOVE "A"   TO AG-STATUS
                       MOVE SPACE TO AG-LEMBRETE
                       MOVE W-AUT-SALVA TO AG-AUTORIZ
                       MOVE W-VAL-SALVA TO AG-VALID-AUT
                       REWRITE REG-AGENDA
                       DISPLAY "CONSULTA AGENDADA COM SUCESSO"
                           AT 2325
           END-PERFORM.
           MOVE TT-DUR(W-IND-TIPO) TO W-CAND-DUR.

      *    GUARDA OS CONVENIOS QUE EXIGEM AUTORIZACAO PREVIA, PELA
      *    MARCA TP-EXIGE-AUT DE TABPRECO.DAT (CADPRECO.cbl); SEM A
      *    TABELA, NENHUM CONVENIO EXIGE.
       CARREGAR-CONV-AUT.
           MOVE SPACES TO TAB-CONV-AUT.
           MOVE ZEROS  TO W-QTD-AUT.
           MOVE "N"    TO W-FIM-PRECO.
           OPEN INPUT ARQ-PRECO.
           IF W-STATT = "00"
               PERFORM LER-PRECO
               PERFORM GUARDAR-CONV-AUT UNTIL W-FIM-PRECO = "S"
               CLOSE ARQ-PRECO
           END-IF.

       LER-PRECO.
           READ ARQ-PRECO
               AT END MOVE "S" TO W-FIM-PRECO
           END-READ.

       GUARDAR-CONV-AUT.
           IF TP-EXIGE-AUT = "S" AND W-QTD-AUT < 5
               IF W-QTD-AUT = ZEROS
                  OR CA-CONV(W-QTD-AUT) NOT = TP-CONV
                   ADD 1 TO W-QTD-AUT
                   MOVE TP-CONV TO CA-CONV(W-QTD-AUT)
               END-IF
           END-IF.
           PERFORM LER-PRECO.

       VERIFICAR-EXIGE-AUT.
           MOVE "N"   TO W-EXIGE-AUT.
           MOVE ZEROS TO W-IND-AUT.
           PERFORM CONFERIR-CONV-AUT W-QTD-AUT TIMES.

       CONFERIR-CONV-AUT.
           ADD 1 TO W-IND-AUT.
           IF CA-CONV(W-IND-AUT) = CONV-PAC
               MOVE "S" TO W-EXIGE-AUT
           END-IF.

      *    PACIENTE DE CONVENIO QUE EXIGE AUTORIZACAO: PEDE O NUMERO DA
      *    GUIA/SENHA E A VALIDADE (NA REMARCACAO, JA VEM A ANTERIOR);
      *    NUMERO EM BRANCO DEIXA A AUTORIZACAO PENDENTE.
       RECEBER-AUTORIZACAO.
           PERFORM VERIFICAR-EXIGE-AUT.
           IF W-EXIGE-AUT = "S"
               PERFORM CAPTURAR-AUTORIZACAO
           END-IF.

       CAPTURAR-AUTORIZACAO.
           DISPLAY TELA-AUTORIZ.
           ACCEPT D-AUTORIZ.
           IF AG-AUTORIZ = SPACES
               MOVE ZEROS TO AG-VALID-AUT
               DISPLAY D-VALID
               DISPLAY "AUTORIZACAO PENDENTE - INFORME NA OPCAO (6)"
                   AT 2325
               STOP " "
               DISPLAY "                                           "
                   AT 2325
           ELSE
               PERFORM RECEBER-VALIDADE
           END-IF.

      *    A AUTORIZACAO TEM DE SER UMA DATA REAL E NAO PODE VENCER
      *    ANTES DO DIA DA CONSULTA.
       RECEBER-VALIDADE.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT D-VALID
               CALL "VALIDA-DATA" USING AG-VALID-AUT W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "VALIDADE INVALIDA                  "
                       AT 2325
               ELSE
                   IF AG-VALID-AUT < AG-DATA
                       MOVE "N" TO W-DATA-OK
                       DISPLAY "AUTORIZACAO VENCE ANTES DA CONSULTA"
                           AT 2325
                   ELSE
                       DISPLAY "                                   "
                           AT 2325
                   END-IF
               END-IF
           END-PERFORM.

       LOCALIZAR-TIPO.
           MOVE "N"   TO W-TIPO-ACHADO.
           MOVE ZEROS TO W-IND-TIPO.

           MOVE W-REG-SALVA TO REG-AGENDA.

           MOVE "N" TO W-FORA-GRADE.
           IF SLOT-LIVRE AND TEM-GRADE
               MOVE W-CAND-MIN TO W-MIN-SUG
               PERFORM CONFERIR-GRADE
               IF W-NA-GRADE = "N"
                   MOVE "N" TO W-SLOT-LIVRE
                   MOVE "S" TO W-FORA-GRADE
               END-IF
           END-IF.

       VARRER-UM.
           READ ARQ-AGENDA NEXT RECORD
               AT END

      *    PROCURA, EM PASSOS DE 30 MINUTOS A PARTIR DA HORA PEDIDA, O
      *    PROXIMO HORARIO DO DIA QUE NAO ESTA NA TABELA DE OCUPADOS.
      *    COM HORARIO SEMANAL CADASTRADO, A PROCURA CORRE OS TURNOS
      *    DO DIA NO PASSO DO SLOT (SUGERIR-NA-GRADE).
       SUGERIR-HORARIO.
           MOVE W-CAND-MIN TO W-MIN-SUG.
           MOVE "N" TO W-ACHOU-SUG.
           IF TEM-GRADE
               PERFORM SUGERIR-NA-GRADE
           ELSE
               PERFORM WITH TEST AFTER
                       UNTIL W-ACHOU-SUG = "S" OR W-MIN-SUG > 1409
                   ADD 30 TO W-MIN-SUG
                   IF W-MIN-SUG + W-CAND-DUR < 1441
                       COMPUTE W-HORA-SUG = (FUNCTION INTEGER
                           (W-MIN-SUG / 60) * 100)
                           + FUNCTION MOD(W-MIN-SUG, 60)
                       PERFORM CONFERIR-HORA-SUGERIDA
                   END-IF
               END-PERFORM
           END-IF.

           IF W-ACHOU-SUG = "S"
               MOVE W-HORA-SUG(1:2) TO W-SUG-HH
               MOVE W-HORA-SUG(3:2) TO W-SUG-MM
               IF W-FORA-GRADE = "S"
                   DISPLAY "FORA DO HORARIO - LIVRE AS " AT 2325
               ELSE
                   DISPLAY "HORARIO OCUPADO - LIVRE AS " AT 2325
               END-IF
               DISPLAY W-HORA-SUG-ED AT 2353
               STOP " "
           ELSE
               MOVE "S" TO W-HORA-OCUPADA
           END-IF.

      *    PERCORRE OS TURNOS DO DIA NO PASSO DO SLOT DE CADA UM. FICA
      *    COM O PRIMEIRO HORARIO LIVRE DEPOIS DO PEDIDO; NAO HAVENDO,
      *    COM O PRIMEIRO LIVRE DO DIA.
       SUGERIR-NA-GRADE.
           MOVE "N"   TO W-ACHOU-ANTES.
           MOVE ZEROS TO W-IND-TURNO.
           PERFORM VARRER-TURNO W-QTD-TURNOS TIMES.
           IF W-ACHOU-SUG = "N" AND W-ACHOU-ANTES = "S"
               MOVE W-SUG-ANTES TO W-HORA-SUG
               MOVE "S"         TO W-ACHOU-SUG
           END-IF.

       VARRER-TURNO.
           ADD 1 TO W-IND-TURNO.
           MOVE TU-INI(W-IND-TURNO) TO W-MIN-SUG.
           PERFORM CONFERIR-SLOT-GRADE
               UNTIL W-ACHOU-SUG = "S"
                  OR W-MIN-SUG + W-CAND-DUR > TU-FIM(W-IND-TURNO).

       CONFERIR-SLOT-GRADE.
           MOVE "N" TO W-HORA-OCUPADA.
           MOVE ZEROS TO W-IND-OCUP.
           PERFORM CONFERIR-UMA-OCUPADA W-QTD-OCUP TIMES.
           IF W-HORA-OCUPADA = "N"
               DIVIDE W-MIN-SUG BY 60 GIVING W-QUOC REMAINDER W-RESTO
               COMPUTE W-HORA-SUG = W-QUOC * 100 + W-RESTO
               IF W-MIN-SUG > W-CAND-MIN
                   MOVE "S" TO W-ACHOU-SUG
               ELSE
                   IF W-ACHOU-ANTES = "N"
                       MOVE W-HORA-SUG TO W-SUG-ANTES
                       MOVE "S"        TO W-ACHOU-ANTES
                   END-IF
               END-IF
           END-IF.
           ADD TU-SLOT(W-IND-TURNO) TO W-MIN-SUG.

      *    O HORARIO EM W-MIN-SUG SO ESTA NA GRADE SE A CONSULTA
      *    INTEIRA COUBER NUM TURNO E COMECAR NUM SLOT DELE.
       CONFERIR-GRADE.
           MOVE "N"   TO W-NA-GRADE.
           MOVE ZEROS TO W-IND-TURNO.
           PERFORM CONFERIR-UM-TURNO W-QTD-TURNOS TIMES.

       CONFERIR-UM-TURNO.
           ADD 1 TO W-IND-TURNO.
           IF W-MIN-SUG NOT < TU-INI(W-IND-TURNO)
              AND W-MIN-SUG + W-CAND-DUR NOT > TU-FIM(W-IND-TURNO)
               COMPUTE W-DIF-MIN = W-MIN-SUG - TU-INI(W-IND-TURNO)
               DIVIDE W-DIF-MIN BY TU-SLOT(W-IND-TURNO)
                   GIVING W-QUOC REMAINDER W-RESTO
               IF W-RESTO = ZEROS
                   MOVE "S" TO W-NA-GRADE
               END-IF
           END-IF.

      *    REPETE A DATA ATE CAIR NUM DIA DE ATENDIMENTO DO
      *    PROFISSIONAL DA CONSULTA.
       RECEBER-DATA-EXPEDIENTE.
           PERFORM WITH TEST AFTER UNTIL EXPEDIENTE-OK
               PERFORM RECEBER-DATA-VALIDA
               PERFORM CONFERIR-EXPEDIENTE
           END-PERFORM.

      *-----------------------------------------------------------------*
      * CONFERIR-EXPEDIENTE - RECUSA A DATA SE O PROFISSIONAL ESTIVER
      *   BLOQUEADO NELA OU NAO TIVER TURNO NAQUELE DIA DA SEMANA, E
      *   DEIXA EM TAB-TURNOS OS TURNOS DO DIA PARA O CONTROLE DE
      *   HORARIO. SEM HORPROF.DAT OU SEM HORARIO DO PROFISSIONAL,
      *   NAO HA GRADE (W-TEM-GRADE "N").
      *-----------------------------------------------------------------*
       CONFERIR-EXPEDIENTE.
           MOVE "S"   TO W-EXPEDIENTE.
           MOVE "N"   TO W-TEM-GRADE.
           MOVE ZEROS TO W-QTD-TURNOS.
           IF BLOQ-ABERTO
               PERFORM CONFERIR-BLOQUEIO
           END-IF.
           IF EXPEDIENTE-OK AND HOR-ABERTO
               PERFORM CARREGAR-GRADE
           END-IF.
           IF EXPEDIENTE-OK
               DISPLAY "                                          "
                   AT 2325
           END-IF.

       CONFERIR-BLOQUEIO.
           MOVE "N"     TO W-FIM-BLOQ.
           MOVE AG-PROF TO BQ-PROF.
           MOVE ZEROS   TO BQ-DATA-INI.
           START ARQ-BLOQUEIO KEY IS NOT LESS THAN BQ-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-BLOQ
           END-START.
           PERFORM LER-BLOQUEIO.
           PERFORM CONFERIR-UM-BLOQUEIO UNTIL FIM-BLOQUEIOS.

       LER-BLOQUEIO.
           IF NOT FIM-BLOQUEIOS
               READ ARQ-BLOQUEIO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-BLOQ
               END-READ
               IF W-STATBQ NOT = "00"
                  OR BQ-PROF NOT = AG-PROF
                  OR BQ-DATA-INI > AG-DATA
                   MOVE "S" TO W-FIM-BLOQ
               END-IF
           END-IF.

       CONFERIR-UM-BLOQUEIO.
           IF BQ-DATA-FIM NOT < AG-DATA
               MOVE "N" TO W-EXPEDIENTE
               MOVE "S" TO W-FIM-BLOQ
               DISPLAY "PROFISSIONAL AUSENTE:            " AT 2325
               DISPLAY BQ-MOTIVO AT 2347
           ELSE
               PERFORM LER-BLOQUEIO
           END-IF.

       CARREGAR-GRADE.
           MOVE AG-PROF TO HP-PROF.
           MOVE ZEROS   TO HP-DIA-SEM HP-TURNO.
           START ARQ-HORARIO KEY IS NOT LESS THAN HP-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ ARQ-HORARIO NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF HP-PROF NOT = AG-PROF
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO W-TEM-GRADE.
           PERFORM LOCALIZAR-DIA-SEMANA.
           MOVE ZEROS TO W-IND-TURNO.
           PERFORM CARREGAR-UM-TURNO 3 TIMES.
           IF W-QTD-TURNOS = ZEROS
               MOVE "N" TO W-EXPEDIENTE
               DISPLAY "PROFISSIONAL NAO ATENDE NESTE DIA" AT 2325
           END-IF.

       CARREGAR-UM-TURNO.
           ADD 1 TO W-IND-TURNO.
           MOVE AG-PROF     TO HP-PROF.
           MOVE W-DIA-SEM   TO HP-DIA-SEM.
           MOVE W-IND-TURNO TO HP-TURNO.
           READ ARQ-HORARIO
               NOT INVALID KEY
                   IF HP-SLOT > ZEROS
                       ADD 1 TO W-QTD-TURNOS
                       MOVE HP-INICIO TO W-HORA-TURNO
                       COMPUTE TU-INI(W-QTD-TURNOS) =
                           W-TURNO-HH * 60 + W-TURNO-MI
                       MOVE HP-FIM    TO W-HORA-TURNO
                       COMPUTE TU-FIM(W-QTD-TURNOS) =
                           W-TURNO-HH * 60 + W-TURNO-MI
                       MOVE HP-SLOT   TO TU-SLOT(W-QTD-TURNOS)
                   END-IF
           END-READ.

      *    DIA DA SEMANA DA DATA PEDIDA (1=DOMINGO ... 7=SABADO) PELO
      *    NOME DEVOLVIDO PELO COMUM/DATASEMANA.cbl.
       LOCALIZAR-DIA-SEMANA.
           MOVE AG-DATA TO W-DATA-SEM.
           CALL "DATA-SEMANA" USING W-ANO-SEM W-MES-SEM W-DIA-MES
               W-DATA-BARRA W-NOME-DIA-SEM.
           MOVE ZEROS TO W-DIA-SEM W-IND-DIA.
           PERFORM CONFERIR-UM-DIA 7 TIMES.

       CONFERIR-UM-DIA.
           ADD 1 TO W-IND-DIA.
           IF TD-NOME(W-IND-DIA) = W-NOME-DIA-SEM(1:3)
               MOVE W-IND-DIA TO W-DIA-SEM
           END-IF.

      *    CHECK-IN: A RECEPCAO MARCA A CHEGADA DO PACIENTE, LEVANDO A
      *    CONSULTA DE AGENDADA PARA COMPARECEU ("P").
       ROT-CHECKIN.
                   DISPLAY "CHECK-IN REGISTRADO           " AT 2325
           END-EVALUATE.

      *    LEMBRETE: COM A LISTA DA VESPERA NA MAO, A RECEPCAO ANOTA O
      *    RESULTADO DA LIGACAO NA CONSULTA AINDA AGENDADA.
       ROT-LEMBRETE.
           INITIALIZE REG-AGENDA.
           DISPLAY TELA-MARCA.

           PERFORM WITH TEST AFTER UNTIL W-STATP = "00"
               ACCEPT D-COD
               MOVE AG-COD-PAC TO COD-PAC
               READ ARQ-PAC
               IF W-STATP NOT = "00"
                   DISPLAY "PACIENTE NAO CADASTRADO" AT 2325
               END-IF
           END-PERFORM.

           DISPLAY D-NOME.
           ACCEPT D-DATA.
           ACCEPT D-HORA.
           ACCEPT D-PROF.

           READ ARQ-AGENDA
               INVALID KEY
                   DISPLAY "CONSULTA NAO ENCONTRADA" AT 2325
               NOT INVALID KEY
                   PERFORM REGISTRAR-LEMBRETE
           END-READ.

       REGISTRAR-LEMBRETE.
           IF NOT AG-AGENDADO
               DISPLAY "CONSULTA NAO ESTA MAIS AGENDADA" AT 2325
           ELSE
               DISPLAY "(C)ONFIRMOU (R)EMARCAR (N)AO ATENDEU:"
                   AT 2325
               PERFORM WITH TEST AFTER
                       UNTIL W-CONF = "C" OR "R" OR "N"
                   ACCEPT W-CONF AT 2363 WITH UPPER AUTO
               END-PERFORM
               MOVE W-CONF TO AG-LEMBRETE
               REWRITE REG-AGENDA
               IF LEMB-REMARCAR
                   DISPLAY "                                       "
                       AT 2325
                   PERFORM CANCELAR-CONSULTA
               ELSE
                   DISPLAY "RESULTADO DO LEMBRETE REGISTRADO       "
                       AT 2325
               END-IF
           END-IF.

      *    AUTORIZACAO: REGISTRA A GUIA/SENHA QUE O CONVENIO LIBEROU
      *    DEPOIS DO AGENDAMENTO (OU CORRIGE A INFORMADA), PARA A
      *    CONSULTA PODER SER FATURADA.
       ROT-AUTORIZACAO.
           INITIALIZE REG-AGENDA.
           DISPLAY TELA-MARCA.

           PERFORM WITH TEST AFTER UNTIL W-STATP = "00"
               ACCEPT D-COD
               MOVE AG-COD-PAC TO COD-PAC
               READ ARQ-PAC
               IF W-STATP NOT = "00"
                   DISPLAY "PACIENTE NAO CADASTRADO" AT 2325
               END-IF
           END-PERFORM.

           DISPLAY D-NOME.
           ACCEPT D-DATA.
           ACCEPT D-HORA.
           ACCEPT D-PROF.

           READ ARQ-AGENDA
               INVALID KEY
                   DISPLAY "CONSULTA NAO ENCONTRADA" AT 2325
               NOT INVALID KEY
                   PERFORM REGISTRAR-AUTORIZACAO
           END-READ.

       REGISTRAR-AUTORIZACAO.
           PERFORM VERIFICAR-EXIGE-AUT.
           EVALUATE TRUE
               WHEN AG-CANCELADO
                   DISPLAY "CONSULTA CANCELADA" AT 2325
               WHEN W-EXIGE-AUT NOT = "S"
                   DISPLAY "CONVENIO NAO EXIGE AUTORIZACAO" AT 2325
               WHEN OTHER
                   PERFORM CAPTURAR-AUTORIZACAO
                   REWRITE REG-AGENDA
                   DISPLAY "AUTORIZACAO REGISTRADA        " AT 2325
           END-EVALUATE.

      *    LOCALIZA A CONSULTA POR PACIENTE E DATA/HORA, MARCA COMO
      *    CANCELADA (O REGISTRO FICA NO ARQUIVO) E OFERECE AGENDAR O
      *    HORARIO SUBSTITUTO NA MESMA OPERACAO.
           END-PERFORM.
           IF W-CONF = "S"
               DISPLAY "                              " AT 2325
               PERFORM RECEBER-DATA-EXPEDIENTE
               PERFORM RECEBER-TIPO
               PERFORM RECEBER-AUTORIZACAO
               MOVE "N" TO W-NA-ESPERA
               PERFORM RECEBER-HORA-LIVRE
               IF NA-ESPERA
                   DISPLAY "PACIENTE NA LISTA DE ESPERA DO DIA"
                       AT 2325
               ELSE
                   MOVE "A"   TO AG-STATUS
                   MOVE SPACE TO AG-LEMBRETE
                   WRITE REG-AGENDA
                       INVALID KEY
                           PERFORM REATIVAR-HORARIO
      *    REGISTRO CANCELADO, ELE E REATIVADO; SE ESTIVER AGENDADO,
      *    A REMARCACAO E RECUSADA.
       REATIVAR-HORARIO.
           MOVE AG-AUTORIZ   TO W-AUT-SALVA.
           MOVE AG-VALID-AUT TO W-VAL-SALVA.
           READ ARQ-AGENDA
               INVALID KEY
                   DISPLAY "HORARIO JA AGENDADO PARA ESTE PACIENTE"
                       AT 2325
               NOT INVALID KEY
                   IF AG-CANCELADO
                       MOVE "A"   TO AG-STATUS
                       MOVE SPACE TO AG-LEMBRETE
                       MOVE W-AUT-SALVA TO AG-AUTORIZ
                       MOVE W-VAL-SALVA TO AG-VALID-AUT
                       REWRITE REG-AGENDA
                       DISPLAY "CONSULTA REMARCADA COM SUCESSO"
                           AT 2325
