      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             REPASSE.
       AUTHOR.                 SOLANGE BARROS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - SOLANGE - REPASSE DOS PROFISSIONAIS: CADA
      *   PROFISSIONAL RECEBE UM PERCENTUAL DO QUE O CONVENIO PAGA
      *   PELAS SUAS CONSULTAS (PF-PERC, OU PF-PERC-CONV DO CONVENIO,
      *   MANTIDOS NO CADPROF.cbl), CONTA QUE ATE AQUI SAIA DE UMA
      *   PLANILHA EM CIMA DA LISTAGEM DE FATURAS.DAT.
      *   (1) APURAR O MES - PERCORRE AS FATURAS E COMPARA O QUE JA
      *   ENTROU NO REPASSE (FT-BASE-REP) COM O QUE O CONVENIO PAGOU
      *   ATE O FIM DO MES (FT-VLR-PAGO, BAIXADO NO BAIXAFAT.cbl OU
      *   NO PROCRET.cbl). A DIFERENCA VIRA CREDITO DO PROFISSIONAL;
      *   FATURA GLOSADA (FT-GLOSA) VOLTA A BASE PARA ZERO, E O QUE
      *   JA TINHA SIDO REPASSADO DELA VIRA ESTORNO. SAI UM EXTRATO
      *   POR PROFISSIONAL EM REPASSE.LST E O ACUMULADO DO MES FICA
      *   EM REPPROF.DAT. FATURA SEM PROFISSIONAL (ANTERIOR A ESTE
      *   CONTROLE) OU DE PROFISSIONAL FORA DO CADASTRO SAI NO INICIO DO
      *   EXTRATO COMO PENDENTE E NAO ENTRA NO REPASSE. MES JA PAGO
      *   NAO PODE SER APURADO DE NOVO.
      *   (2) PAGAR O MES - O LIQUIDO (CREDITOS MENOS ESTORNOS) DE
      *   CADA PROFISSIONAL SAI DO CAIXA (CAIXAGER.DAT) COMO SAIDA;
      *   LIQUIDO NEGATIVO PASSA COMO ESTORNO PARA O MES SEGUINTE.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   CODIGO DO PROCEDIMENTO (FT-PROCED); AS LINHAS DE PROCEDIMENTO
      *   ENTRAM NO REPASSE COMO AS DE CONSULTA.
      * 15 OUTUBRO 2026 - SOLANGE - PAGAMENTO DO MES COM A CLINICA JA
      *   FECHADA NO CONTROLE DE PERIODOS (PERIODO.cbl) PARA A DATA DO
      *   DIA E RECUSADO ANTES DE QUALQUER SAIDA DO CAIXA (CONSULTA NO
      *   COMUM/VERIFPERIODO.cbl). A APURACAO CONTINUA LIBERADA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURAS ASSIGN TO "FATURAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATF.
           SELECT ARQ-PROF ASSIGN TO "PROFISSIO.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    PF-COD
               ACCESS        SEQUENTIAL
               FILE STATUS IS W-STATPF.
           SELECT ARQ-REPASSE ASSIGN TO "REPPROF.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    RP-CHAVE
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATRP.

           SELECT SD-ARQ-ORDENA ASSIGN TO "REPORD.TMP".

           SELECT REL-REPASSE ASSIGN TO "REPASSE.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE                    SECTION.
       FD  ARQ-FATURAS
           LABEL RECORD STANDARD.
       01  REG-FATURA    PIC X(84).

       FD                  ARQ-PROF.
       01                  REG-PROF.
           02 PF-COD    PIC 9(2).
           02 PF-NOME   PIC X(30).
           02 PF-ESPEC  PIC X(20).
           02 PF-PERC   PIC 9(3)V99.
           02 PF-PERC-CONV OCCURS 5 TIMES PIC 9(3)V99.

      *    ACUMULADO DO REPASSE POR MES E PROFISSIONAL. SITUACAO "A"
      *    APURADO E EM ABERTO, "P" PAGO, "T" LIQUIDO NEGATIVO
      *    TRANSFERIDO PARA O MES SEGUINTE.
       FD                  ARQ-REPASSE.
       01                  REG-REPASSE.
           02 RP-CHAVE.
               03 RP-ANOMES   PIC 9(6).
               03 RP-PROF     PIC 9(2).
           02 RP-CREDITO      PIC 9(6)V99.
           02 RP-ESTORNO      PIC 9(6)V99.
           02 RP-SITUACAO     PIC X(1).
               88 RP-ABERTO       VALUE "A".
               88 RP-PAGO         VALUE "P".
               88 RP-TRANSFERIDO  VALUE "T".
           02 RP-VLR-PAGO     PIC 9(6)V99.
           02 RP-DT-PAGTO     PIC 9(8).

       SD  SD-ARQ-ORDENA.
       01  SD-REG-REPASSE.
           02 SD-PROF    PIC 9(02).
           02 SD-DATA    PIC 9(08).
           02 SD-HORA    PIC 9(04).
           02 SD-COD-PAC PIC 9(05).
           02 SD-CONV    PIC X(02).
           02 SD-SIT     PIC X(08).
           02 SD-BASE    PIC S9(4)V99.
           02 SD-PERC    PIC 9(3)V99.
           02 SD-VALOR   PIC S9(5)V99.

       FD  REL-REPASSE
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATF        PIC XX  VALUE SPACES.
       77 W-STATPF       PIC XX  VALUE SPACES.
       77 W-STATRP       PIC XX  VALUE SPACES.
       77 COD-ERRO-REL   PIC XX  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ      PIC X   VALUE "N".
           88 FIM-ARQUIVO           VALUE "S".
       77 W-FIM-SORT     PIC X   VALUE "N".
           88 FIM-SORT              VALUE "S".
       77 W-OPCAO        PIC X   VALUE SPACE.
           88 W-OPCAO-OK            VALUE "1" "2".
       77 W-GRAVA        PIC X   VALUE SPACE.
       77 W-MES-FECHADO  PIC X   VALUE "N".
           88 MES-FECHADO           VALUE "S".
       77 W-ESTOUROU     PIC X   VALUE "N".
           88 ESTOUROU-TABELA       VALUE "S".
       77 W-GRUPO-ABERTO PIC X   VALUE "N".
           88 GRUPO-ABERTO          VALUE "S".

       77 W-DATA-HOJE    PIC 9(8) VALUE ZEROS.
       77 W-DT-LIMITE    PIC 9(8) VALUE ZEROS.
       77 W-ANOMES       PIC 9(6) VALUE ZEROS.
       77 W-PROX-ANOMES  PIC 9(6) VALUE ZEROS.
       77 W-QTD-FATURAS  PIC 9(4) VALUE ZEROS.
       77 W-IND          PIC 9(4) VALUE ZEROS.
       77 W-IND-CONV     PIC 9(1) VALUE ZEROS.
       77 W-QTD-LANC     PIC 9(4) VALUE ZEROS.
       77 W-QTD-PEND     PIC 9(4) VALUE ZEROS.
       77 W-QTD-PAGOS    PIC 9(2) VALUE ZEROS.
       77 W-QTD-TRANSF   PIC 9(2) VALUE ZEROS.
       77 W-IND-TRANSF   PIC 9(2) VALUE ZEROS.
       77 W-PROF-QUEBRA  PIC 9(2) VALUE ZEROS.
       77 W-BASE-NOVA    PIC 9(4)V99   VALUE ZEROS.
       77 W-DELTA        PIC S9(4)V99  VALUE ZEROS.
       77 W-PERC         PIC 9(3)V99   VALUE ZEROS.
       77 W-SIT          PIC X(8)      VALUE SPACES.
       77 W-TOT-CRED     PIC 9(6)V99   VALUE ZEROS.
       77 W-TOT-EST      PIC 9(6)V99   VALUE ZEROS.
       77 W-LIQUIDO      PIC S9(6)V99  VALUE ZEROS.
       77 W-TOT-PAGO     PIC 9(8)V99   VALUE ZEROS.
       77 W-TOT-PAGO-ED  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-DOC-CAIXA    PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA    PIC 9(8)V99 VALUE ZEROS.
       77 W-SIT-PERIODO  PIC X         VALUE "A".
           88 PERIODO-FECHADO          VALUE "F".

       01 W-ANOMES-R.
           02 W-ANO      PIC 9(4).
           02 W-MES      PIC 9(2).

       01 TAB-FATURAS.
           02 TF-ENTRADA OCCURS 2000 TIMES.
               03 TF-REG  PIC X(84).
       01 TF-AUX.
           05 TA-ANOMES   PIC 9(6).
           05 FILLER      PIC X(1).
           05 TA-COD-PAC  PIC 9(5).
           05 FILLER      PIC X(1).
           05 TA-DATA     PIC 9(8).
           05 FILLER      PIC X(1).
           05 TA-HORA     PIC 9(4).
           05 FILLER      PIC X(1).
           05 TA-CONV     PIC X(2).
           05 FILLER      PIC X(1).
           05 TA-VALOR    PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 TA-VLR-PAGO PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 TA-DT-PAGTO PIC 9(8).
           05 FILLER      PIC X(1).
           05 TA-AUTORIZ  PIC X(15).
           05 FILLER      PIC X(1).
           05 TA-PROF     PIC 9(2).
           05 FILLER      PIC X(1).
           05 TA-GLOSA    PIC X(1).
           05 FILLER      PIC X(1).
           05 TA-BASE-REP PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 TA-PROCED   PIC 9(3).

      *    PERCENTUAIS DO CADASTRO, INDEXADOS PELO CODIGO DO
      *    PROFISSIONAL.
       01 TAB-PROF.
           02 TP-ENTRADA OCCURS 99 TIMES.
               03 TP-CADASTRADO PIC X.
               03 TP-NOME       PIC X(30).
               03 TP-PERC       PIC 9(3)V99.
               03 TP-PERC-CONV  OCCURS 5 TIMES PIC 9(3)V99.

      *    ORDEM DOS CONVENIOS EM PF-PERC-CONV.
       01 TAB-ROTULOS.
           02 FILLER      PIC X(10) VALUE "0102030499".
       01 FILLER REDEFINES TAB-ROTULOS.
           02 TR-CONV     OCCURS 5 TIMES PIC X(2).

      *    LIQUIDOS NEGATIVOS A LEVAR PARA O MES SEGUINTE NO PAGAMENTO.
       01 TAB-TRANSF.
           02 TT-ENTRADA OCCURS 99 TIMES.
               03 TT-PROF   PIC 9(2).
               03 TT-VALOR  PIC 9(6)V99.

       01 CONTROLE-REL.
           02 CR-TITULO.
               03 FILLER      PIC X(18) VALUE "REPASSE DO MES ".
               03 CR-TIT-MES  PIC 9(6)  VALUE ZEROS.
               03 FILLER      PIC X(16) VALUE SPACES.
           02 CR-LINHAS     PIC 9(2)  VALUE ZEROS.
           02 CR-PAGINA     PIC 9(4)  VALUE ZEROS.
           02 CR-IMPRIME    PIC X     VALUE SPACE.
           02 CR-CABECALHO  PIC X(80) VALUE SPACES.
       01 LINPROF.
           02 FILLER     PIC X(14) VALUE "PROFISSIONAL: ".
           02 LP-PROF    PIC 99.
           02 FILLER     PIC X(3)  VALUE " - ".
           02 LP-NOME    PIC X(30).
           02 FILLER     PIC X(18) VALUE "  REPASSE PADRAO: ".
           02 LP-PERC    PIC ZZ9,99.
           02 FILLER     PIC X(7)  VALUE "%".
       01 LINPEND.
           02 FILLER     PIC X(40) VALUE
               "PENDENTES - SEM PROFISSIONAL CADASTRADO".
           02 FILLER     PIC X(40) VALUE
               " (NAO ENTRAM NO REPASSE)".
       01 LINCAB2.
           02 FILLER    PIC X(7)   VALUE "PAC".
           02 FILLER    PIC X(10)  VALUE "DATA".
           02 FILLER    PIC X(6)   VALUE "HORA".
           02 FILLER    PIC X(6)   VALUE "CONV".
           02 FILLER    PIC X(10)  VALUE "SITUACAO".
           02 FILLER    PIC X(12)  VALUE "BASE".
           02 FILLER    PIC X(8)   VALUE "PERC".
           02 FILLER    PIC X(21)  VALUE "REPASSE".
       01 LINDET.
           02 LD-COD     PIC 9(5).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 LD-DATA    PIC 9(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 LD-HORA    PIC 9(4).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 LD-CONV    PIC X(2).
           02 FILLER     PIC X(4)  VALUE SPACES.
           02 LD-SIT     PIC X(8).
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 LD-BASE    PIC Z.ZZ9,99-.
           02 FILLER     PIC X(3)  VALUE SPACES.
           02 LD-PERC    PIC ZZ9,99.
           02 FILLER     PIC X(2)  VALUE SPACES.
           02 LD-VALOR   PIC ZZ.ZZ9,99-.
           02 FILLER     PIC X(11) VALUE SPACES.
       01 LINTOT.
           02 FILLER     PIC X(10) VALUE SPACES.
           02 LT-ROTULO  PIC X(36).
           02 LT-VALOR   PIC ZZZ.ZZ9,99-.
           02 FILLER     PIC X(23) VALUE SPACES.
       01 LINVAZIO.
           02 FILLER    PIC X(40) VALUE
               "NENHUM PAGAMENTO OU GLOSA NOVA NO MES".
           02 FILLER    PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY ERASE.
           DISPLAY "R E P A S S E   D O S   P R O F I S S I O N A I S"
               AT 0315.
           DISPLAY "(1) APURAR O MES   (2) PAGAR O MES:" AT 0610.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0646 WITH AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE 1 OU 2" AT 2310
               ELSE
                   DISPLAY "             " AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "ANO/MES (AAAAMM)...:" AT 0810.
           PERFORM WITH TEST AFTER
                   UNTIL W-MES > ZEROS AND W-MES < 13
               ACCEPT W-ANOMES AT 0831
               MOVE W-ANOMES TO W-ANOMES-R
           END-PERFORM.
           DISPLAY "CONFIRMA? (S/N):" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1027 WITH UPPER AUTO
           END-PERFORM.
           IF W-GRAVA = "N"
               GOBACK
           END-IF.
           IF W-OPCAO = "2"
               CALL "VERIFICA-PERIODO" USING "C" W-DATA-HOJE
                   W-SIT-PERIODO
               IF PERIODO-FECHADO
                   DISPLAY "MES FECHADO PARA A CLINICA" AT 2310
                   STOP " "
                   GOBACK
               END-IF
           END-IF.

           PERFORM ABRIR-REPASSE.
           IF W-STATRP NOT = "00"
               STOP " "
               GOBACK
           END-IF.
           IF W-OPCAO = "1"
               PERFORM APURAR-MES
           ELSE
               PERFORM PAGAR-MES
           END-IF.
           CLOSE ARQ-REPASSE.
           STOP " ".
           GOBACK.

       ABRIR-REPASSE.
           OPEN I-O ARQ-REPASSE.
           IF W-STATRP = "35"
               OPEN OUTPUT ARQ-REPASSE
               CLOSE       ARQ-REPASSE
               OPEN I-O    ARQ-REPASSE
           END-IF.
           IF W-STATRP NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATRP
                   W-MENSAGEM-ERRO
                   "REPASSE "
               DISPLAY W-MENSAGEM-ERRO AT 2310
           END-IF.

      *-----------------------------------------------------------------*
      * APURAR-MES - CONFERE SE O MES AINDA ESTA EM ABERTO, CARREGA AS
      *   FATURAS E OS PERCENTUAIS, ORDENA OS LANCAMENTOS POR
      *   PROFISSIONAL PARA O EXTRATO E REGRAVA AS FATURAS COM A NOVA
      *   BASE DO REPASSE.
      *-----------------------------------------------------------------*
       APURAR-MES.
           PERFORM VERIFICAR-MES-FECHADO.
           IF MES-FECHADO
               DISPLAY "MES JA PAGO - APURE NO MES SEGUINTE" AT 2310
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGAR-FATURAS.
           IF ESTOUROU-TABELA
               DISPLAY "MAIS DE 2000 FATURAS - ARQUIVE ANTES" AT 2310
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARREGAR-PROFISSIONAIS.

           MOVE W-ANOMES TO W-DT-LIMITE.
           MULTIPLY 100 BY W-DT-LIMITE.
           ADD 31 TO W-DT-LIMITE.
           MOVE W-ANOMES TO CR-TIT-MES.

           SORT SD-ARQ-ORDENA ON ASCENDING KEY SD-PROF SD-DATA SD-HORA
               INPUT PROCEDURE  ROT-CARREGAR
               OUTPUT PROCEDURE ROT-IMPRIMIR.

           PERFORM REGRAVAR-FATURAS.
           DISPLAY "EXTRATOS GRAVADOS EM REPASSE.LST" AT 2310.

       VERIFICAR-MES-FECHADO.
           MOVE "N"      TO W-MES-FECHADO W-FIM-ARQ.
           MOVE W-ANOMES TO RP-ANOMES.
           MOVE ZEROS    TO RP-PROF.
           START ARQ-REPASSE KEY IS NOT LESS THAN RP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-REPASSE.
           PERFORM CONFERIR-FECHADO UNTIL FIM-ARQUIVO.

       LER-REPASSE.
           IF NOT FIM-ARQUIVO
               READ ARQ-REPASSE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           END-IF.
           IF NOT FIM-ARQUIVO AND RP-ANOMES NOT = W-ANOMES
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       CONFERIR-FECHADO.
           IF NOT RP-ABERTO
               MOVE "S" TO W-MES-FECHADO
           END-IF.
           PERFORM LER-REPASSE.

       CARREGAR-FATURAS.
           MOVE "N"   TO W-FIM-ARQ.
           MOVE ZEROS TO W-QTD-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           IF W-STATF = "00"
               PERFORM LER-FATURA
               PERFORM GUARDAR-FATURA UNTIL FIM-ARQUIVO
               CLOSE ARQ-FATURAS
           END-IF.

       LER-FATURA.
           READ ARQ-FATURAS
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       GUARDAR-FATURA.
           IF W-QTD-FATURAS < 2000
               ADD 1 TO W-QTD-FATURAS
               MOVE REG-FATURA TO TF-REG(W-QTD-FATURAS)
           ELSE
               MOVE "S" TO W-ESTOUROU
           END-IF.
           PERFORM LER-FATURA.

       CARREGAR-PROFISSIONAIS.
           MOVE ZEROS TO W-IND.
           PERFORM LIMPAR-PROFISSIONAL 99 TIMES.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-PROF.
           IF W-STATPF = "00"
               PERFORM LER-PROFISSIONAL
               PERFORM GUARDAR-PROFISSIONAL UNTIL FIM-ARQUIVO
               CLOSE ARQ-PROF
           END-IF.

       LIMPAR-PROFISSIONAL.
           ADD 1 TO W-IND.
           MOVE "N"    TO TP-CADASTRADO(W-IND).
           MOVE SPACES TO TP-NOME(W-IND).
           MOVE ZEROS  TO TP-PERC(W-IND)
                          TP-PERC-CONV(W-IND 1) TP-PERC-CONV(W-IND 2)
                          TP-PERC-CONV(W-IND 3) TP-PERC-CONV(W-IND 4)
                          TP-PERC-CONV(W-IND 5).

       LER-PROFISSIONAL.
           READ ARQ-PROF NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       GUARDAR-PROFISSIONAL.
           IF PF-COD > ZEROS
               MOVE "S"     TO TP-CADASTRADO(PF-COD)
               MOVE PF-NOME TO TP-NOME(PF-COD)
               IF PF-PERC NUMERIC
                   MOVE PF-PERC TO TP-PERC(PF-COD)
               END-IF
               MOVE ZEROS TO W-IND-CONV
               PERFORM GUARDAR-PERC-CONV 5 TIMES
           END-IF.
           PERFORM LER-PROFISSIONAL.

       GUARDAR-PERC-CONV.
           ADD 1 TO W-IND-CONV.
           IF PF-PERC-CONV(W-IND-CONV) NUMERIC
               MOVE PF-PERC-CONV(W-IND-CONV)
                 TO TP-PERC-CONV(PF-COD W-IND-CONV)
           END-IF.

      *-----------------------------------------------------------------*
      * ROT-CARREGAR - PARA CADA FATURA, A BASE NOVA E ZERO SE GLOSADA,
      *   O VALOR PAGO SE A BAIXA FOI ATE O FIM DO MES, OU A BASE QUE
      *   JA ESTAVA (PAGAMENTO POSTERIOR FICA PARA O PROXIMO MES). SO
      *   A DIFERENCA PARA A BASE JA REPASSADA VIRA LANCAMENTO.
      *-----------------------------------------------------------------*
       ROT-CARREGAR.
           MOVE ZEROS TO W-IND.
           PERFORM CALCULAR-FATURA W-QTD-FATURAS TIMES.

       CALCULAR-FATURA.
           ADD 1 TO W-IND.
           MOVE TF-REG(W-IND) TO TF-AUX.
           IF TA-BASE-REP NOT NUMERIC
               MOVE ZEROS TO TA-BASE-REP
           END-IF.
           MOVE TA-BASE-REP TO W-BASE-NOVA.
           MOVE SPACES      TO W-SIT.
           IF TA-GLOSA = "G"
               MOVE ZEROS     TO W-BASE-NOVA
               MOVE "GLOSADA" TO W-SIT
           ELSE
               IF TA-DT-PAGTO NUMERIC AND TA-DT-PAGTO > ZEROS
                  AND TA-DT-PAGTO NOT > W-DT-LIMITE
                  AND TA-VLR-PAGO NUMERIC
                   MOVE TA-VLR-PAGO TO W-BASE-NOVA
                   MOVE "PAGA"      TO W-SIT
               END-IF
           END-IF.
           COMPUTE W-DELTA = W-BASE-NOVA - TA-BASE-REP.
           IF W-DELTA = ZEROS
               EXIT PARAGRAPH
           END-IF.

           MOVE TA-COD-PAC TO SD-COD-PAC.
           MOVE TA-DATA    TO SD-DATA.
           MOVE TA-HORA    TO SD-HORA.
           MOVE TA-CONV    TO SD-CONV.
           MOVE W-DELTA    TO SD-BASE.
           IF TA-PROF NOT NUMERIC OR TA-PROF = ZEROS
               MOVE ZEROS      TO SD-PROF SD-PERC SD-VALOR
               MOVE "SEM PROF" TO SD-SIT
               RELEASE SD-REG-REPASSE
               ADD 1 TO W-QTD-PEND
               EXIT PARAGRAPH
           END-IF.
           IF TP-CADASTRADO(TA-PROF) NOT = "S"
               MOVE ZEROS      TO SD-PROF SD-PERC SD-VALOR
               MOVE "NAO CAD." TO SD-SIT
               RELEASE SD-REG-REPASSE
               ADD 1 TO W-QTD-PEND
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-PERCENTUAL.
           MOVE TA-PROF TO SD-PROF.
           MOVE W-SIT   TO SD-SIT.
           MOVE W-PERC  TO SD-PERC.
           COMPUTE SD-VALOR ROUNDED = W-DELTA * W-PERC / 100.
           RELEASE SD-REG-REPASSE.
           ADD 1 TO W-QTD-LANC.

           MOVE W-BASE-NOVA TO TA-BASE-REP.
           MOVE TF-AUX      TO TF-REG(W-IND).

      *    PERCENTUAL PROPRIO DO CONVENIO, SE HOUVER; SENAO O PADRAO.
       BUSCAR-PERCENTUAL.
           MOVE TP-PERC(TA-PROF) TO W-PERC.
           MOVE ZEROS TO W-IND-CONV.
           PERFORM CONFERIR-PERC-CONV 5 TIMES.

       CONFERIR-PERC-CONV.
           ADD 1 TO W-IND-CONV.
           IF TR-CONV(W-IND-CONV) = TA-CONV
              AND TP-PERC-CONV(TA-PROF W-IND-CONV) > ZEROS
               MOVE TP-PERC-CONV(TA-PROF W-IND-CONV) TO W-PERC
           END-IF.

      *-----------------------------------------------------------------*
      * ROT-IMPRIMIR - UM EXTRATO POR PROFISSIONAL, CADA UM EM PAGINA
      *   PROPRIA; OS PENDENTES (PROFISSIONAL 00) SAEM PRIMEIRO.
      *-----------------------------------------------------------------*
       ROT-IMPRIMIR.
           OPEN OUTPUT REL-REPASSE.
           MOVE "N" TO W-FIM-SORT W-GRUPO-ABERTO.
           PERFORM ROT-RETORNAR-UM UNTIL FIM-SORT.
           IF GRUPO-ABERTO
               PERFORM FECHAR-PROFISSIONAL
           ELSE
               PERFORM CABECALHO-PAGINA
               WRITE REG-REL FROM LINVAZIO
           END-IF.
           CLOSE REL-REPASSE.

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
                   PERFORM IMPRIMIR-LANCAMENTO
           END-RETURN.

       IMPRIMIR-LANCAMENTO.
           IF NOT GRUPO-ABERTO OR SD-PROF NOT = W-PROF-QUEBRA
               IF GRUPO-ABERTO
                   PERFORM FECHAR-PROFISSIONAL
               END-IF
               PERFORM ABRIR-PROFISSIONAL
           END-IF.
           PERFORM CABECALHO-PAGINA.
           MOVE SD-COD-PAC TO LD-COD.
           MOVE SD-DATA    TO LD-DATA.
           MOVE SD-HORA    TO LD-HORA.
           MOVE SD-CONV    TO LD-CONV.
           MOVE SD-SIT     TO LD-SIT.
           MOVE SD-BASE    TO LD-BASE.
           MOVE SD-PERC    TO LD-PERC.
           MOVE SD-VALOR   TO LD-VALOR.
           WRITE REG-REL FROM LINDET.
           IF SD-VALOR > ZEROS
               ADD SD-VALOR TO W-TOT-CRED
           ELSE
               SUBTRACT SD-VALOR FROM W-TOT-EST
           END-IF.

       ABRIR-PROFISSIONAL.
           MOVE "S"     TO W-GRUPO-ABERTO.
           MOVE SD-PROF TO W-PROF-QUEBRA.
           MOVE ZEROS   TO W-TOT-CRED W-TOT-EST.
           MOVE ZEROS   TO CR-LINHAS.
           PERFORM CABECALHO-PAGINA.
           IF SD-PROF = ZEROS
               WRITE REG-REL FROM LINPEND
           ELSE
               MOVE SD-PROF          TO LP-PROF
               MOVE TP-NOME(SD-PROF) TO LP-NOME
               MOVE TP-PERC(SD-PROF) TO LP-PERC
               WRITE REG-REL FROM LINPROF
           END-IF.
           ADD 1 TO CR-LINHAS.

      *-----------------------------------------------------------------*
      * FECHAR-PROFISSIONAL - TOTAIS DO EXTRATO E ACUMULO NO
      *   REPPROF.DAT; O LIQUIDO JA DESCONTA SALDO NEGATIVO TRAZIDO DO
      *   MES ANTERIOR E ESTORNOS DE APURACOES ANTERIORES DO MES.
      *-----------------------------------------------------------------*
       FECHAR-PROFISSIONAL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "CREDITOS DESTA APURACAO............:" TO LT-ROTULO.
           MOVE W-TOT-CRED TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "ESTORNOS DESTA APURACAO............:" TO LT-ROTULO.
           MOVE W-TOT-EST TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           ADD 3 TO CR-LINHAS.
           IF W-PROF-QUEBRA = ZEROS
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACUMULAR-REPASSE.
           MOVE "CREDITOS DO MES....................:" TO LT-ROTULO.
           MOVE RP-CREDITO TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "ESTORNOS DO MES E SALDO ANTERIOR...:" TO LT-ROTULO.
           MOVE RP-ESTORNO TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           COMPUTE W-LIQUIDO = RP-CREDITO - RP-ESTORNO.
           MOVE "LIQUIDO A PAGAR....................:" TO LT-ROTULO.
           MOVE W-LIQUIDO TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           ADD 3 TO CR-LINHAS.

       ACUMULAR-REPASSE.
           MOVE W-ANOMES      TO RP-ANOMES.
           MOVE W-PROF-QUEBRA TO RP-PROF.
           READ ARQ-REPASSE
               INVALID KEY
                   MOVE W-TOT-CRED TO RP-CREDITO
                   MOVE W-TOT-EST  TO RP-ESTORNO
                   MOVE "A"        TO RP-SITUACAO
                   MOVE ZEROS      TO RP-VLR-PAGO RP-DT-PAGTO
                   WRITE REG-REPASSE
               NOT INVALID KEY
                   ADD W-TOT-CRED TO RP-CREDITO
                   ADD W-TOT-EST  TO RP-ESTORNO
                   REWRITE REG-REPASSE
           END-READ.

       REGRAVAR-FATURAS.
           OPEN OUTPUT ARQ-FATURAS.
           MOVE ZEROS TO W-IND.
           PERFORM REGRAVAR-UMA W-QTD-FATURAS TIMES.
           CLOSE ARQ-FATURAS.

       REGRAVAR-UMA.
           ADD 1 TO W-IND.
           MOVE TF-REG(W-IND) TO REG-FATURA.
           WRITE REG-FATURA.

      *-----------------------------------------------------------------*
      * PAGAR-MES - PAGA O LIQUIDO DE CADA PROFISSIONAL EM ABERTO NO
      *   MES, LANCANDO A SAIDA NO CAIXA. LIQUIDO NEGATIVO NAO SAI DO
      *   CAIXA: VAI COMO ESTORNO PARA O MES SEGUINTE.
      *-----------------------------------------------------------------*
       PAGAR-MES.
           MOVE ZEROS TO W-QTD-PAGOS W-QTD-TRANSF W-TOT-PAGO.
           MOVE "N"      TO W-FIM-ARQ.
           MOVE W-ANOMES TO RP-ANOMES.
           MOVE ZEROS    TO RP-PROF.
           START ARQ-REPASSE KEY IS NOT LESS THAN RP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-REPASSE.
           PERFORM PAGAR-PROFISSIONAL UNTIL FIM-ARQUIVO.

           IF W-MES = 12
               COMPUTE W-PROX-ANOMES = (W-ANO + 1) * 100 + 1
           ELSE
               COMPUTE W-PROX-ANOMES = W-ANOMES + 1
           END-IF.
           MOVE ZEROS TO W-IND-TRANSF.
           PERFORM TRANSFERIR-SALDO W-QTD-TRANSF TIMES.

           MOVE W-TOT-PAGO TO W-TOT-PAGO-ED.
           DISPLAY "PROFISSIONAIS PAGOS.......:" AT 1210.
           DISPLAY W-QTD-PAGOS                   AT 1238.
           DISPLAY "TOTAL PAGO (SAIDA CAIXA)..:" AT 1310.
           DISPLAY W-TOT-PAGO-ED                 AT 1338.
           DISPLAY "SALDOS NEGATIVOS LEVADOS..:" AT 1410.
           DISPLAY W-QTD-TRANSF                  AT 1438.

       PAGAR-PROFISSIONAL.
           IF RP-ABERTO
               COMPUTE W-LIQUIDO = RP-CREDITO - RP-ESTORNO
               IF W-LIQUIDO < ZEROS
                   ADD 1 TO W-QTD-TRANSF
                   MOVE RP-PROF TO TT-PROF(W-QTD-TRANSF)
                   COMPUTE TT-VALOR(W-QTD-TRANSF) = W-LIQUIDO * -1
                   MOVE "T" TO RP-SITUACAO
                   MOVE ZEROS TO RP-VLR-PAGO
               ELSE
                   MOVE "P" TO RP-SITUACAO
                   MOVE W-LIQUIDO TO RP-VLR-PAGO
                   IF W-LIQUIDO > ZEROS
                       PERFORM LANCAR-CAIXA
                   END-IF
               END-IF
               MOVE W-DATA-HOJE TO RP-DT-PAGTO
               REWRITE REG-REPASSE
           END-IF.
           PERFORM LER-REPASSE.

       LANCAR-CAIXA.
           ADD 1 TO W-QTD-PAGOS.
           ADD W-LIQUIDO TO W-TOT-PAGO.
           MOVE SPACES TO W-DOC-CAIXA.
           STRING "REP" DELIMITED BY SIZE
                  RP-ANOMES DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RP-PROF DELIMITED BY SIZE
                  INTO W-DOC-CAIXA.
           MOVE W-LIQUIDO TO W-VLR-CAIXA.
           CALL "GRAVA-CAIXA" USING "REPASSE " W-DOC-CAIXA
               W-VLR-CAIXA "S".

       TRANSFERIR-SALDO.
           ADD 1 TO W-IND-TRANSF.
           MOVE W-PROX-ANOMES         TO RP-ANOMES.
           MOVE TT-PROF(W-IND-TRANSF) TO RP-PROF.
           READ ARQ-REPASSE
               INVALID KEY
                   MOVE ZEROS TO RP-CREDITO RP-VLR-PAGO RP-DT-PAGTO
                   MOVE TT-VALOR(W-IND-TRANSF) TO RP-ESTORNO
                   MOVE "A"   TO RP-SITUACAO
                   WRITE REG-REPASSE
               NOT INVALID KEY
                   ADD TT-VALOR(W-IND-TRANSF) TO RP-ESTORNO
                   REWRITE REG-REPASSE
           END-READ.
