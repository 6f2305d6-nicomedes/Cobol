      *   SEGUIDAS, COM PROMOCAO DA LISTA DE ESPERA, NO PROMONAT.cbl.
      *   NADADOR QUE SOME NAO BLOQUEIA MAIS A RAIA A TEMPORADA
      *   INTEIRA.
      * 15 OUTUBRO 2026 - JULIANO - MATRINAT.DAT E PRESNAT.DAT PASSAM A
      *   GUARDAR O CODIGO DO NADADOR; O NOME CHAMADO NA TELA VEM DE
      *   NADADORES.DAT PELO BUSCANAD.cbl, AO LADO DO CODIGO.
      * 15 OUTUBRO 2026 - JULIANO - NADADOR MARCADO PRESENTE COM O
      *   ATESTADO MEDICO VENCIDO NA DATA DA AULA, OU SEM ATESTADO
      *   (SITATEST.cbl), RECEBE AVISO NA TELA PARA A SECRETARIA
      *   COBRAR O ATESTADO; A PRESENCA E GRAVADA DO MESMO JEITO. NO
      *   FIM DA CHAMADA SAI A QUANTIDADE DE AVISOS DA TURMA.
      * 15 OUTUBRO 2026 - JULIANO - AULAS DE REPOSICAO: A CHAMADA ACEITA
      *   FALTA JUSTIFICADA ("J"), QUE GERA EM REPOSNAT.DAT UM CREDITO
      *   DE REPOSICAO VALIDO POR 30 DIAS, AGENDADO DEPOIS NO
      *   AGREPOS.cbl EM OUTRA TURMA DA MESMA CATEGORIA. DEPOIS DOS
      *   MATRICULADOS, A CHAMADA MOSTRA OS CONVIDADOS DE REPOSICAO
      *   AGENDADOS PARA A TURMA NA DATA; A PRESENCA DELES (P/F) FICA
      *   NO PROPRIO CREDITO, SEM ENTRAR NA FREQUENCIA DA TURMA.
      * 15 OUTUBRO 2026 - JULIANO - A CHAMADA REGISTRA EM AULASNAT.DAT
      *   QUEM DEU A AULA: O INSTRUTOR DA TURMA (TN-INSTRUTOR) VEM
      *   SUGERIDO E A SECRETARIA TROCA PELO SUBSTITUTO QUANDO O
      *   TITULAR FALTA. CHAMADA REFEITA NA MESMA DATA REGRAVA A AULA.
      *   O PAGINSTR.cbl VALORIZA AS AULAS DO MES POR INSTRUTOR.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           SELECT ARQ-PRESENCA ASSIGN TO "PRESNAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATPR.
           SELECT ARQ-REPOSICAO ASSIGN TO "REPOSNAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RE-CHAVE
               ALTERNATE RECORD KEY IS RE-AGENDA WITH DUPLICATES
               FILE STATUS     IS W-STATRE.
           SELECT ARQ-TURMAS ASSIGN TO "TURMASN.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS TN-CODIGO
               FILE STATUS     IS W-STATT.
           SELECT ARQ-INSTRUT ASSIGN TO "INSTRUT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS IN-COD
               FILE STATUS     IS W-STATI.
           SELECT ARQ-AULAS ASSIGN TO "AULASNAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS AU-CHAVE
               FILE STATUS     IS W-STATAU.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
       01  REG-MATRICULA.
           02 MT-TURMA    PIC 9(3).
           02 FILLER      PIC X(1).
           02 MT-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1).
           02 MT-DATA     PIC 9(8).
           02 FILLER      PIC X(1).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 PR-DATA     PIC 9(8).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 PR-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 PR-PRESENCA PIC X(1).
               88 PR-PRESENTE VALUE "P".
               88 PR-FALTOU   VALUE "F".
               88 PR-JUSTIFICOU VALUE "J".

      *    CREDITO DE REPOSICAO DA FALTA JUSTIFICADA: SITUACAO "C"
      *    (CREDITO LIVRE), "A" (AGENDADO EM RE-AGENDA), "P" (REPOSTO)
      *    OU "F" (FALTOU A REPOSICAO).
       FD  ARQ-REPOSICAO.
       01  REG-REPOSICAO.
           02 RE-CHAVE.
               03 RE-NADADOR     PIC 9(6).
               03 RE-DATA-FALTA  PIC 9(8).
               03 RE-TURMA-ORIG  PIC 9(3).
           02 RE-VALIDADE        PIC 9(8).
           02 RE-AGENDA.
               03 RE-TURMA-DEST  PIC 9(3).
               03 RE-DATA-REPOS  PIC 9(8).
           02 RE-SITUACAO        PIC X(1).
               88 RE-LIVRE            VALUE "C".
               88 RE-AGENDADA         VALUE "A".
               88 RE-REPOSTA          VALUE "P".
               88 RE-FALTOU           VALUE "F".

       FD  ARQ-TURMAS.
       01  REG-TURMA.
           02 TN-CODIGO       PIC 9(3).
           02 TN-CATEGORIA    PIC X(10).
           02 TN-DIA-SEMANA   PIC X(3).
           02 TN-HORA         PIC 9(4).
           02 TN-CAPACIDADE   PIC 99.
           02 TN-MATRICULADOS PIC 99.
           02 TN-INSTRUTOR    PIC 99.

       FD  ARQ-INSTRUT.
       01  REG-INSTRUTOR.
           02 IN-COD        PIC 99.
           02 IN-NOME       PIC X(30).
           02 IN-FONE       PIC X(12).
           02 IN-VALOR-HORA PIC 9(4)V99.
           02 IN-MATRICULA  PIC 9(8).

      *    AULA DADA: INSTRUTOR TITULAR DA TURMA NA DATA E INSTRUTOR
      *    QUE DE FATO DEU A AULA (DIFERENTES NA SUBSTITUICAO).
       FD  ARQ-AULAS.
       01  REG-AULA.
           02 AU-CHAVE.
               03 AU-TURMA       PIC 9(3).
               03 AU-DATA        PIC 9(8).
           02 AU-TITULAR         PIC 99.
           02 AU-INSTRUTOR       PIC 99.

       WORKING-STORAGE         SECTION.

           88 FIM-ARQUIVO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-PRESENCA      PIC X  VALUE SPACES.
           88 PRESENCA-VALIDA      VALUE "P" "F" "J".
       77 W-PRESENCA-REP  PIC X  VALUE SPACES.
           88 PRESENCA-REP-VALIDA  VALUE "P" "F".
       77 W-STATRE        PIC XX VALUE SPACES.
       77 W-REPOS-ABERTO  PIC X  VALUE "N".
           88 REPOS-ABERTO         VALUE "S".
       77 W-FIM-REP       PIC X  VALUE "N".
           88 FIM-REPOSICOES       VALUE "S".
       77 W-QTD-CONVIDADOS PIC 9(3) VALUE ZEROS.
       77 W-STATT         PIC XX VALUE SPACES.
       77 W-STATI         PIC XX VALUE SPACES.
       77 W-STATAU        PIC XX VALUE SPACES.
       77 W-TURMAS-ABERTO PIC X  VALUE "N".
           88 TURMAS-ABERTO        VALUE "S".
       77 W-INSTR-ABERTO  PIC X  VALUE "N".
           88 INSTRUT-ABERTO       VALUE "S".
       77 W-AULAS-ABERTO  PIC X  VALUE "N".
           88 AULAS-ABERTO         VALUE "S".
       77 W-TITULAR       PIC 99 VALUE ZEROS.
       77 W-INSTR-AULA    PIC 99 VALUE ZEROS.
       77 W-INSTR-OK      PIC X  VALUE SPACES.
       77 W-COD-TURMA     PIC 9(3) VALUE ZEROS.
       77 W-DATA-AULA     PIC 9(8) VALUE ZEROS.
       77 W-DATA-OK       PIC X    VALUE SPACES.
       77 W-QTD-CHAMADOS  PIC 9(3) VALUE ZEROS.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-NOME-NADADOR  PIC X(20) VALUE SPACES.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU-NAD     PIC X     VALUE "N".
       77 W-SIT-ATESTADO  PIC X     VALUE SPACES.
           88 ATESTADO-VIGENTE      VALUE "V".
           88 ATESTADO-VENCIDO      VALUE "X".
       77 W-VENC-ATESTADO PIC 9(8)  VALUE ZEROS.
       77 W-QTD-AVISOS    PIC 9(3)  VALUE ZEROS.
       77 W-BRANCO        PIC X(60) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           OPEN I-O ARQ-REPOSICAO.
           IF W-STATRE = "35"
               OPEN OUTPUT ARQ-REPOSICAO
               CLOSE       ARQ-REPOSICAO
               OPEN I-O    ARQ-REPOSICAO
           END-IF.
           IF W-STATRE = "00"
               MOVE "S" TO W-REPOS-ABERTO
           END-IF.
           OPEN I-O ARQ-AULAS.
           IF W-STATAU = "35"
               OPEN OUTPUT ARQ-AULAS
               CLOSE       ARQ-AULAS
               OPEN I-O    ARQ-AULAS
           END-IF.
           IF W-STATAU = "00"
               MOVE "S" TO W-AULAS-ABERTO
           END-IF.
           OPEN INPUT ARQ-TURMAS.
           IF W-STATT = "00"
               MOVE "S" TO W-TURMAS-ABERTO
           END-IF.
           OPEN INPUT ARQ-INSTRUT.
           IF W-STATI = "00"
               MOVE "S" TO W-INSTR-ABERTO
           END-IF.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           IF REPOS-ABERTO
               CLOSE ARQ-REPOSICAO
           END-IF.
           IF AULAS-ABERTO
               CLOSE ARQ-AULAS
           END-IF.
           IF TURMAS-ABERTO
               CLOSE ARQ-TURMAS
           END-IF.
           IF INSTRUT-ABERTO
               CLOSE ARQ-INSTRUT
           END-IF.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-COD-TURMA W-DATA-AULA W-QTD-CHAMADOS
                          W-QTD-AVISOS W-QTD-CONVIDADOS.
           MOVE SPACES TO W-DATA-OK.

           DISPLAY ERASE.
                   DISPLAY "DATA INVALIDA" AT 2310
               END-IF
           END-PERFORM.
           PERFORM RECEBER-INSTRUTOR.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MATRICULAS.
           ELSE
               DISPLAY "MATRINAT.DAT NAO ENCONTRADO (MATNAT)" AT 2310
           END-IF.
           IF REPOS-ABERTO
               PERFORM CHAMAR-REPOSICOES
           END-IF.

           IF W-QTD-CHAMADOS = ZEROS AND W-QTD-CONVIDADOS = ZEROS
               DISPLAY "TURMA SEM MATRICULAS ATIVAS" AT 2310
           ELSE
               PERFORM GRAVAR-AULA
           END-IF.
           IF W-QTD-AVISOS NOT = ZEROS
               DISPLAY W-BRANCO AT 1410
               DISPLAY "PRESENTES SEM ATESTADO EM DIA:" AT 1810
               DISPLAY W-QTD-AVISOS AT 1841
           END-IF.

           DISPLAY "OUTRA CHAMADA? (S/N):" AT 2010.
               ACCEPT W-RESP AT 2032 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * RECEBER-INSTRUTOR - O TITULAR DA TURMA VEM SUGERIDO; EM CASO DE
      *   SUBSTITUICAO A SECRETARIA DIGITA O CODIGO DO SUBSTITUTO, QUE
      *   PRECISA ESTAR EM INSTRUT.DAT QUANDO O CADASTRO EXISTE.
      *-----------------------------------------------------------------*
       RECEBER-INSTRUTOR.
           MOVE ZEROS TO W-TITULAR.
           IF TURMAS-ABERTO
               MOVE W-COD-TURMA TO TN-CODIGO
               READ ARQ-TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TN-INSTRUTOR TO W-TITULAR
               END-READ
           END-IF.
           MOVE W-TITULAR TO W-INSTR-AULA.
           DISPLAY "INSTRUTOR DA AULA..:" AT 0810.
           MOVE "N" TO W-INSTR-OK.
           PERFORM WITH TEST AFTER UNTIL W-INSTR-OK = "S"
               ACCEPT W-INSTR-AULA AT 0831 WITH UPDATE
               PERFORM VALIDAR-INSTRUTOR
           END-PERFORM.

       VALIDAR-INSTRUTOR.
           MOVE "S" TO W-INSTR-OK.
           DISPLAY "                              " AT 0835.
           IF W-INSTR-AULA = ZEROS
               MOVE "N" TO W-INSTR-OK
               DISPLAY "INFORME O INSTRUTOR DA AULA" AT 2310
               EXIT PARAGRAPH
           END-IF.
           IF NOT INSTRUT-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE W-INSTR-AULA TO IN-COD.
           READ ARQ-INSTRUT
               INVALID KEY
                   MOVE "N" TO W-INSTR-OK
                   DISPLAY "INSTRUTOR NAO CADASTRADO   " AT 2310
               NOT INVALID KEY
                   DISPLAY IN-NOME AT 0835
                   DISPLAY "                           " AT 2310
           END-READ.

      *-----------------------------------------------------------------*
      * GRAVAR-AULA - UMA AULA POR TURMA E DATA; CHAMADA REFEITA
      *   REGRAVA O INSTRUTOR INFORMADO POR ULTIMO.
      *-----------------------------------------------------------------*
       GRAVAR-AULA.
           IF NOT AULAS-ABERTO
               DISPLAY "AULASNAT.DAT INDISPONIVEL - AULA NAO GRAVADA"
                   AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE W-COD-TURMA  TO AU-TURMA.
           MOVE W-DATA-AULA  TO AU-DATA.
           MOVE W-TITULAR    TO AU-TITULAR.
           MOVE W-INSTR-AULA TO AU-INSTRUTOR.
           WRITE REG-AULA
               INVALID KEY
                   REWRITE REG-AULA
           END-WRITE.

       LER-MATRICULA.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO W-FIM-ARQ

      *-----------------------------------------------------------------*
      * CHAMAR-NADADOR - CADA MATRICULA ATIVA DA TURMA E CHAMADA NA
      *   TELA E A RESPOSTA (P/F/J) VAI PARA PRESNAT.DAT. PRESENTE SEM
      *   ATESTADO EM DIA FICA AVISADO NA LINHA 14 ATE O PROXIMO; A
      *   FALTA JUSTIFICADA GERA O CREDITO DE REPOSICAO.
      *-----------------------------------------------------------------*
       CHAMAR-NADADOR.
           IF MT-TURMA = W-COD-TURMA AND MT-ATIVA
               ADD 1 TO W-QTD-CHAMADOS
               MOVE SPACES TO W-PRESENCA W-NOME-NADADOR
               MOVE MT-NADADOR TO W-COD-NADADOR
               CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-NADADOR
                                          W-CATEG-NAD W-ACHOU-NAD
               DISPLAY "NADADOR: " AT 1010
               DISPLAY MT-NADADOR     AT 1019
               DISPLAY W-NOME-NADADOR AT 1026
               DISPLAY "PRESENCA (P/F/J):" AT 1210
               PERFORM WITH TEST AFTER UNTIL PRESENCA-VALIDA
                   ACCEPT W-PRESENCA AT 1228 WITH UPPER AUTO
               END-PERFORM
               PERFORM GRAVAR-PRESENCA
               DISPLAY W-BRANCO AT 1410
               EVALUATE W-PRESENCA
                   WHEN "P"
                       PERFORM CONFERIR-ATESTADO
                   WHEN "J"
                       PERFORM GERAR-CREDITO
               END-EVALUATE
           END-IF.
           PERFORM LER-MATRICULA.

       CONFERIR-ATESTADO.
           CALL "SITUACAO-ATESTADO" USING W-COD-NADADOR W-DATA-AULA
                                          W-SIT-ATESTADO
                                          W-VENC-ATESTADO.
           IF ATESTADO-VIGENTE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO W-QTD-AVISOS.
           IF ATESTADO-VENCIDO
               DISPLAY "ATENCAO: ATESTADO MEDICO VENCIDO EM" AT 1410
               DISPLAY W-VENC-ATESTADO AT 1447
           ELSE
               DISPLAY "ATENCAO: NADADOR SEM ATESTADO MEDICO" AT 1410
           END-IF.

      *-----------------------------------------------------------------*
      * GERAR-CREDITO - FALTA JUSTIFICADA VALE UMA REPOSICAO ATE 30
      *   DIAS DEPOIS DA AULA PERDIDA. CHAMADA REFEITA NA MESMA DATA
      *   NAO DUPLICA O CREDITO (MESMA CHAVE).
      *-----------------------------------------------------------------*
       GERAR-CREDITO.
           IF NOT REPOS-ABERTO
               DISPLAY "REPOSNAT.DAT INDISPONIVEL - SEM CREDITO" AT 1410
               EXIT PARAGRAPH
           END-IF.
           MOVE MT-NADADOR  TO RE-NADADOR.
           MOVE W-DATA-AULA TO RE-DATA-FALTA.
           MOVE W-COD-TURMA TO RE-TURMA-ORIG.
           COMPUTE RE-VALIDADE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(W-DATA-AULA) + 30).
           MOVE ZEROS TO RE-AGENDA.
           MOVE "C"   TO RE-SITUACAO.
           WRITE REG-REPOSICAO
               INVALID KEY
                   DISPLAY "CREDITO DE REPOSICAO JA GERADO" AT 1410
               NOT INVALID KEY
                   DISPLAY "CREDITO DE REPOSICAO VALIDO ATE" AT 1410
                   DISPLAY RE-VALIDADE AT 1442
           END-WRITE.

      *-----------------------------------------------------------------*
      * CHAMAR-REPOSICOES - CONVIDADOS COM REPOSICAO AGENDADA PARA A
      *   TURMA E DATA DA CHAMADA (CHAVE ALTERNATIVA RE-AGENDA).
      *-----------------------------------------------------------------*
       CHAMAR-REPOSICOES.
           MOVE "N"         TO W-FIM-REP.
           MOVE W-COD-TURMA TO RE-TURMA-DEST.
           MOVE W-DATA-AULA TO RE-DATA-REPOS.
           START ARQ-REPOSICAO KEY IS EQUAL TO RE-AGENDA
               INVALID KEY
                   MOVE "S" TO W-FIM-REP
           END-START.
           PERFORM CHAMAR-CONVIDADO UNTIL FIM-REPOSICOES.

       CHAMAR-CONVIDADO.
           READ ARQ-REPOSICAO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-REP
           END-READ.
           IF FIM-REPOSICOES
               EXIT PARAGRAPH
           END-IF.
           IF RE-TURMA-DEST NOT = W-COD-TURMA
              OR RE-DATA-REPOS NOT = W-DATA-AULA
               MOVE "S" TO W-FIM-REP
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO W-QTD-CONVIDADOS.
           MOVE SPACES TO W-PRESENCA-REP W-NOME-NADADOR.
           MOVE RE-NADADOR TO W-COD-NADADOR.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-NADADOR
                                      W-CATEG-NAD W-ACHOU-NAD.
           DISPLAY "REPOSICAO: " AT 1010.
           DISPLAY RE-NADADOR     AT 1021.
           DISPLAY W-NOME-NADADOR AT 1028.
           DISPLAY "PRESENCA (P/F):  " AT 1210.
           PERFORM WITH TEST AFTER UNTIL PRESENCA-REP-VALIDA
               ACCEPT W-PRESENCA-REP AT 1226 WITH UPPER AUTO
           END-PERFORM.
           MOVE W-PRESENCA-REP TO RE-SITUACAO.
           REWRITE REG-REPOSICAO
               INVALID KEY
                   DISPLAY "REPOSICAO NAO REGRAVADA" AT 2310
           END-REWRITE.
           DISPLAY W-BRANCO AT 1410.
           IF W-PRESENCA-REP = "P"
               PERFORM CONFERIR-ATESTADO
           END-IF.

       GRAVAR-PRESENCA.
           MOVE SPACES       TO REG-PRESENCA.
           MOVE W-COD-TURMA  TO PR-TURMA.
           MOVE W-DATA-AULA  TO PR-DATA.
           MOVE MT-NADADOR   TO PR-NADADOR.
           MOVE W-PRESENCA   TO PR-PRESENCA.
           OPEN EXTEND ARQ-PRESENCA.
           IF W-STATPR = "35"
