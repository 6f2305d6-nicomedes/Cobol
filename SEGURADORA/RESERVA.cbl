      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             RESERVA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - RESERVA DE PREMIO NAO GANHO DO
      *   FECHAMENTO DO MES: PARA A COMPETENCIA INFORMADA (AAAAMM),
      *   CALCULA NO ULTIMO DIA DO MES, PARA CADA APOLICE ATIVA OU
      *   SUSPENSA, A PARTE DO PREMIO ANUAL (AP-PREMIO) AINDA NAO
      *   GANHA, PRO RATA DOS DIAS DE VIGENCIA QUE FALTAM. A VIGENCIA
      *   E DE UM ANO A PARTIR DE AP-INICIO-VIG; APOLICE ANTIGA SEM
      *   A DATA USA UM MES ANTES DO VENCIMENTO DA PARCELA 01. GRAVA
      *   UMA FOTO POR APOLICE EM RESERVA.DAT (HISTORICO POR MES) E
      *   IMPRIME EM RESERVA.LST O RESUMO POR GRUPO E CATEGORIA COM A
      *   RESERVA DO MES ANTERIOR E A MOVIMENTACAO: RESERVA ANTERIOR
      *   + PREMIOS EMITIDOS - RESERVA LIBERADA POR CANCELAMENTO -
      *   PREMIO GANHO NO MES = RESERVA ATUAL. A DIFERENCA QUE SOBRA
      *   SAO ENDOSSOS E ARREDONDAMENTO. RODAR DE NOVO O MESMO MES
      *   REFAZ A FOTO DAQUELE MES.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-APOLICE ASSIGN TO "APOLICE.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS AP-NUM-APOLICE
               FILE STATUS     IS COD-ERRO-APOL.
           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PC-CHAVE
               FILE STATUS     IS COD-ERRO-PARC.
           SELECT ARQ-RESERVA ASSIGN TO "RESERVA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RV-CHAVE
               FILE STATUS     IS COD-ERRO-RES.
           SELECT REL-RESERVA ASSIGN TO "RESERVA.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-APOLICE.
       01  REG-APOLICE.
           02 AP-NUM-APOLICE PIC 9(6).
           02 AP-NOME        PIC X(15).
           02 AP-IDADE       PIC 99.
           02 AP-GRUPO       PIC X.
           02 AP-CATEGORIA   PIC X(20).
           02 AP-PREMIO      PIC 9(6)V99.
           02 AP-STATUS      PIC X(1).
               88 AP-ATIVA       VALUE "A".
               88 AP-CANCELADA   VALUE "C".
               88 AP-SUSPENSA    VALUE "S".
           02 AP-MOTIVO      PIC X(20).
           02 AP-CLASSE-BONUS PIC 9.
           02 AP-CORRETOR    PIC 9(3).
           02 AP-CPF         PIC 9(11).
           02 AP-INICIO-VIG  PIC 9(8).
           02 AP-VEIC-MODELO PIC X(20).
           02 AP-VEIC-ANO    PIC 9(4).
           02 AP-VEIC-PLACA  PIC X(7).
           02 AP-VEIC-CHASSI PIC X(17).
           02 AP-VLR-SEGURADO PIC 9(8)V99.

       FD  ARQ-PARCELAS.
       01  REG-PARCELA.
           02 PC-CHAVE.
               03 PC-NUM-APOLICE PIC 9(6).
               03 PC-PARCELA     PIC 99.
           02 PC-VENCIMENTO  PIC 9(8).
           02 PC-VALOR       PIC 9(6)V99.
           02 PC-STATUS      PIC X(1).
               88 PC-ABERTA      VALUE "A".
               88 PC-PAGA        VALUE "P".
           02 PC-DATA-PGTO   PIC 9(8).
           02 PC-ETAPA-COBR  PIC 9.

      *    UMA FOTO POR APOLICE E COMPETENCIA. APOLICE CANCELADA ENTRA
      *    UMA UNICA VEZ, NO MES EM QUE A RESERVA DELA FOI LIBERADA.
       FD  ARQ-RESERVA.
       01  REG-RESERVA.
           02 RV-CHAVE.
               03 RV-ANOMES      PIC 9(6).
               03 RV-NUM-APOLICE PIC 9(6).
           02 RV-GRUPO       PIC X.
           02 RV-CATEGORIA   PIC X(20).
           02 RV-STATUS      PIC X(1).
           02 RV-INICIO-VIG  PIC 9(8).
           02 RV-PREMIO      PIC 9(6)V99.
           02 RV-DIAS-REST   PIC 9(3).
           02 RV-RESERVA     PIC 9(6)V99.

       FD  REL-RESERVA
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(100).

       WORKING-STORAGE         SECTION.

       77 COD-ERRO-APOL   PIC XX VALUE SPACES.
       77 COD-ERRO-PARC   PIC XX VALUE SPACES.
       77 COD-ERRO-RES    PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-FIM-RES       PIC X  VALUE "N".
           88 FIM-RESERVA          VALUE "S".
       77 W-PARC-OK       PIC X  VALUE "N".
           88 PARCELAS-ABERTO      VALUE "S".
       77 W-TEM-ANTERIOR  PIC X  VALUE "N".
           88 TEM-ANTERIOR         VALUE "S".
       77 W-ACHOU         PIC X  VALUE "N".
           88 ACHOU-GRUPO          VALUE "S".
       77 W-TROCOU        PIC X  VALUE "N".
           88 HOUVE-TROCA          VALUE "S".

       77 W-ANOMES-ANT    PIC 9(6) VALUE ZEROS.
       77 W-DATA-REF      PIC 9(8) VALUE ZEROS.
       77 W-DATA-REF-ANT  PIC 9(8) VALUE ZEROS.
       77 W-DIAS-REF      PIC 9(7) VALUE ZEROS.
       77 W-DIAS-ANT      PIC 9(7) VALUE ZEROS.
       77 W-INI-VIG       PIC 9(8) VALUE ZEROS.
       77 W-FIM-VIG       PIC 9(8) VALUE ZEROS.
       77 W-DIAS-INI      PIC 9(7) VALUE ZEROS.
       77 W-DIAS-FIM      PIC 9(7) VALUE ZEROS.
       77 W-DIAS-TOTAL    PIC 9(3) VALUE ZEROS.
       77 W-DIAS-REST     PIC 9(3) VALUE ZEROS.
       77 W-LIM-INI       PIC 9(7) VALUE ZEROS.
       77 W-LIM-FIM       PIC 9(7) VALUE ZEROS.
       77 W-RESERVA       PIC 9(6)V99 VALUE ZEROS.
       77 W-GANHO         PIC 9(6)V99 VALUE ZEROS.

       77 W-QTD-TAB       PIC 99   VALUE ZEROS.
       77 W-IND           PIC 99   VALUE ZEROS.
       77 W-IND2          PIC 99   VALUE ZEROS.
       77 W-ORDEM         PIC 9    VALUE ZEROS.
       77 W-GRUPO         PIC X    VALUE SPACES.
       77 W-CATEGORIA     PIC X(20) VALUE SPACES.
       77 W-GRUPO-ATUAL   PIC X    VALUE SPACES.
       77 W-QTD-APOL      PIC 9(5) VALUE ZEROS.
       77 W-QTD-SEM-VIG   PIC 9(5) VALUE ZEROS.
       77 W-QTD-CANC      PIC 9(5) VALUE ZEROS.

       77 W-TOT-RES-ANT   PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-EMITIDO   PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-CANCEL    PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-GANHO     PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-RESERVA   PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-PREMIO    PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-QTD       PIC 9(5)    VALUE ZEROS.
       77 W-RES-ESPERADA  PIC S9(9)V99 VALUE ZEROS.
       77 W-DIFERENCA     PIC S9(9)V99 VALUE ZEROS.

       01 W-ANOMES-G.
           02 W-REF-ANO   PIC 9(4).
           02 W-REF-MES   PIC 9(2).
       01 W-ANOMES REDEFINES W-ANOMES-G PIC 9(6).

       01 W-DATA-AUX-G.
           02 W-AUX-ANO   PIC 9(4).
           02 W-AUX-MES   PIC 9(2).
           02 W-AUX-DIA   PIC 9(2).
       01 W-DATA-AUX REDEFINES W-DATA-AUX-G PIC 9(8).

      *    RESUMO POR GRUPO (B/M/A) E CATEGORIA. TG-ORDEM POE OS
      *    GRUPOS NA ORDEM BASICO, MEDIO, ALTO NA IMPRESSAO.
       01 TAB-GRUPOS.
           02 TG-ENTRADA OCCURS 99 TIMES.
               03 TG-ORDEM     PIC 9.
               03 TG-GRUPO     PIC X.
               03 TG-CATEGORIA PIC X(20).
               03 TG-QTD       PIC 9(5).
               03 TG-PREMIO    PIC 9(9)V99.
               03 TG-RES-ANT   PIC 9(9)V99.
               03 TG-RESERVA   PIC 9(9)V99.
       01 TG-TROCA         PIC X(60).

       01 W-SUB-GRUPO.
           02 SG-QTD       PIC 9(5).
           02 SG-PREMIO    PIC 9(9)V99.
           02 SG-RES-ANT   PIC 9(9)V99.
           02 SG-RESERVA   PIC 9(9)V99.

       01 LINCAB1.
           02 FILLER    PIC X(44) VALUE
               "RESERVA DE PREMIO NAO GANHO - COMPETENCIA: ".
           02 LC-ANOMES PIC 9(6).
           02 FILLER    PIC X(14) VALUE "  DATA-BASE: ".
           02 LC-DATA   PIC 9999/99/99.
           02 FILLER    PIC X(26) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(03) VALUE "GR".
           02 FILLER    PIC X(22) VALUE "CATEGORIA".
           02 FILLER    PIC X(07) VALUE "  QTD".
           02 FILLER    PIC X(16) VALUE "  PREMIO ANUAL".
           02 FILLER    PIC X(16) VALUE "  RESERVA ANT.".
           02 FILLER    PIC X(16) VALUE "  RESERVA ATUAL".
           02 FILLER    PIC X(16) VALUE "      VARIACAO".
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(96) VALUE ALL "=".
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINDET.
           02 LD-GRUPO  PIC X.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-CATEG  PIC X(20).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-PREMIO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-RESANT PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-RESERV PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-VARIAC PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(4)  VALUE SPACES.
       01 LINMOV.
           02 LM-TEXTO  PIC X(50).
           02 LM-VALOR  PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(35) VALUE SPACES.
       01 LINAVISO.
           02 LA-TEXTO  PIC X(60).
           02 LA-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(35) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           INITIALIZE TAB-GRUPOS.
           DISPLAY ERASE.
           DISPLAY "RESERVA DE PREMIO NAO GANHO" AT 0520.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER
                   UNTIL W-REF-MES > ZEROS AND W-REF-MES < 13
                     AND W-REF-ANO > 1600
               ACCEPT W-ANOMES AT 0932
           END-PERFORM.
           PERFORM CALCULAR-DATAS.

           OPEN INPUT ARQ-APOLICE.
           IF COD-ERRO-APOL NOT = "00"
               DISPLAY "APOLICE.DAT INDISPONIVEL" AT 1210
               STOP " "
               GOBACK
           END-IF.

           OPEN I-O ARQ-RESERVA.
           IF COD-ERRO-RES = "35"
               OPEN OUTPUT ARQ-RESERVA
               CLOSE       ARQ-RESERVA
               OPEN I-O    ARQ-RESERVA
           END-IF.
           OPEN INPUT ARQ-PARCELAS.
           IF COD-ERRO-PARC = "00"
               MOVE "S" TO W-PARC-OK
           END-IF.

           PERFORM LIMPAR-MES.
           PERFORM CARREGAR-ANTERIOR.
           PERFORM CALCULAR-RESERVA.

           CLOSE ARQ-APOLICE ARQ-RESERVA.
           IF PARCELAS-ABERTO
               CLOSE ARQ-PARCELAS
           END-IF.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "RELATORIO RESERVA.LST GERADO" AT 1210.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * CALCULAR-DATAS - DATA-BASE E O ULTIMO DIA DA COMPETENCIA; O
      *   ULTIMO DIA DO MES ANTERIOR FECHA A JANELA DO PREMIO GANHO NO
      *   MES E DA A COMPETENCIA DA FOTO ANTERIOR.
      *-----------------------------------------------------------------*
       CALCULAR-DATAS.
           IF W-REF-MES = 12
               COMPUTE W-DATA-AUX = (W-REF-ANO + 1) * 10000 + 0101
           ELSE
               COMPUTE W-DATA-AUX = W-ANOMES * 100 + 0101
           END-IF.
           COMPUTE W-DIAS-REF =
               FUNCTION INTEGER-OF-DATE(W-DATA-AUX) - 1.
           COMPUTE W-DATA-REF =
               FUNCTION DATE-OF-INTEGER(W-DIAS-REF).

           COMPUTE W-DATA-AUX = W-ANOMES * 100 + 01.
           COMPUTE W-DIAS-ANT =
               FUNCTION INTEGER-OF-DATE(W-DATA-AUX) - 1.
           COMPUTE W-DATA-REF-ANT =
               FUNCTION DATE-OF-INTEGER(W-DIAS-ANT).
           COMPUTE W-ANOMES-ANT = W-DATA-REF-ANT / 100.

      *-----------------------------------------------------------------*
      * LIMPAR-MES - APAGA A FOTO JA GRAVADA PARA A COMPETENCIA, PARA
      *   QUE O FECHAMENTO POSSA SER REPROCESSADO.
      *-----------------------------------------------------------------*
       LIMPAR-MES.
           MOVE W-ANOMES TO RV-ANOMES.
           MOVE ZEROS    TO RV-NUM-APOLICE.
           MOVE "N"      TO W-FIM-RES.
           START ARQ-RESERVA KEY IS NOT LESS THAN RV-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-RES
           END-START.
           IF NOT FIM-RESERVA
               PERFORM LER-RESERVA
               PERFORM APAGAR-DO-MES UNTIL FIM-RESERVA
           END-IF.

       LER-RESERVA.
           READ ARQ-RESERVA NEXT RECORD
               AT END MOVE "S" TO W-FIM-RES
           END-READ.

       APAGAR-DO-MES.
           IF RV-ANOMES NOT = W-ANOMES
               MOVE "S" TO W-FIM-RES
           ELSE
               DELETE ARQ-RESERVA RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM LER-RESERVA
           END-IF.

      *-----------------------------------------------------------------*
      * CARREGAR-ANTERIOR - SOMA A RESERVA DA FOTO DO MES ANTERIOR POR
      *   GRUPO E CATEGORIA (A CATEGORIA DA EPOCA, QUE A RENOVACAO PODE
      *   TER MUDADO DESDE ENTAO).
      *-----------------------------------------------------------------*
       CARREGAR-ANTERIOR.
           MOVE W-ANOMES-ANT TO RV-ANOMES.
           MOVE ZEROS        TO RV-NUM-APOLICE.
           MOVE "N"          TO W-FIM-RES.
           START ARQ-RESERVA KEY IS NOT LESS THAN RV-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-RES
           END-START.
           IF NOT FIM-RESERVA
               PERFORM LER-RESERVA
               PERFORM SOMAR-ANTERIOR UNTIL FIM-RESERVA
           END-IF.

       SOMAR-ANTERIOR.
           IF RV-ANOMES NOT = W-ANOMES-ANT
               MOVE "S" TO W-FIM-RES
           ELSE
               MOVE "S" TO W-TEM-ANTERIOR
               IF RV-STATUS NOT = "C"
                   MOVE RV-GRUPO     TO W-GRUPO
                   MOVE RV-CATEGORIA TO W-CATEGORIA
                   PERFORM ACHAR-GRUPO
                   IF ACHOU-GRUPO
                       ADD RV-RESERVA TO TG-RES-ANT(W-IND)
                   END-IF
                   ADD RV-RESERVA TO W-TOT-RES-ANT
               END-IF
               PERFORM LER-RESERVA
           END-IF.

      *-----------------------------------------------------------------*
      * CALCULAR-RESERVA - PERCORRE APOLICE.DAT PELA CHAVE. ATIVA E
      *   SUSPENSA TEM A RESERVA CALCULADA E GRAVADA; CANCELADA LIBERA
      *   A RESERVA QUE TINHA NA FOTO DO MES ANTERIOR.
      *-----------------------------------------------------------------*
       CALCULAR-RESERVA.
           MOVE "N" TO W-FIM-ARQ.
           PERFORM LER-APOLICE.
           PERFORM TRATAR-APOLICE UNTIL FIM-ARQUIVO.

       LER-APOLICE.
           READ ARQ-APOLICE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       TRATAR-APOLICE.
           IF AP-CANCELADA
               PERFORM LIBERAR-CANCELADA
           ELSE
               IF AP-ATIVA OR AP-SUSPENSA
                   PERFORM DEFINIR-VIGENCIA
                   IF W-INI-VIG = ZEROS
                       ADD 1 TO W-QTD-SEM-VIG
                   ELSE
                       PERFORM CALCULAR-UMA
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-APOLICE.

      *-----------------------------------------------------------------*
      * DEFINIR-VIGENCIA - INICIO PELA APOLICE; NAS EMITIDAS ANTES DO
      *   CAMPO EXISTIR, UM MES ANTES DO VENCIMENTO DA PARCELA 01 (O
      *   CARNE VENCE A PRIMEIRA UM MES APOS O ACEITE). O FIM E O
      *   MESMO DIA NO ANO SEGUINTE (29/02 VAI PARA 01/03).
      *-----------------------------------------------------------------*
       DEFINIR-VIGENCIA.
           MOVE ZEROS TO W-INI-VIG.
           IF AP-INICIO-VIG NUMERIC AND AP-INICIO-VIG > ZEROS
               MOVE AP-INICIO-VIG TO W-INI-VIG
           ELSE
               IF PARCELAS-ABERTO
                   MOVE AP-NUM-APOLICE TO PC-NUM-APOLICE
                   MOVE 01             TO PC-PARCELA
                   READ ARQ-PARCELAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM DERIVAR-INICIO
                   END-READ
               END-IF
           END-IF.
           IF W-INI-VIG NOT = ZEROS
               MOVE W-INI-VIG TO W-DATA-AUX
               ADD 1 TO W-AUX-ANO
               IF W-AUX-MES = 02 AND W-AUX-DIA = 29
                   MOVE 03 TO W-AUX-MES
                   MOVE 01 TO W-AUX-DIA
               END-IF
               MOVE W-DATA-AUX TO W-FIM-VIG
           END-IF.

       DERIVAR-INICIO.
           MOVE PC-VENCIMENTO TO W-DATA-AUX.
           IF W-AUX-MES = 01
               MOVE 12 TO W-AUX-MES
               SUBTRACT 1 FROM W-AUX-ANO
           ELSE
               SUBTRACT 1 FROM W-AUX-MES
           END-IF.
           IF W-AUX-DIA > 28
               MOVE 28 TO W-AUX-DIA
           END-IF.
           MOVE W-DATA-AUX TO W-INI-VIG.

      *-----------------------------------------------------------------*
      * CALCULAR-UMA - DIAS QUE FALTAM DEPOIS DA DATA-BASE SOBRE OS
      *   DIAS DA VIGENCIA. VIGENCIA AINDA NAO INICIADA FICA COM O
      *   PREMIO INTEIRO EM RESERVA; VIGENCIA VENCIDA, COM ZERO. O
      *   PREMIO GANHO NO MES E O DOS DIAS DE VIGENCIA DENTRO DA
      *   COMPETENCIA.
      *-----------------------------------------------------------------*
       CALCULAR-UMA.
           COMPUTE W-DIAS-INI = FUNCTION INTEGER-OF-DATE(W-INI-VIG).
           COMPUTE W-DIAS-FIM = FUNCTION INTEGER-OF-DATE(W-FIM-VIG).
           COMPUTE W-DIAS-TOTAL = W-DIAS-FIM - W-DIAS-INI.

           EVALUATE TRUE
               WHEN W-DIAS-REF < W-DIAS-INI
                   MOVE W-DIAS-TOTAL TO W-DIAS-REST
               WHEN W-DIAS-REF NOT < W-DIAS-FIM - 1
                   MOVE ZEROS TO W-DIAS-REST
               WHEN OTHER
                   COMPUTE W-DIAS-REST = W-DIAS-FIM - W-DIAS-REF - 1
           END-EVALUATE.
           COMPUTE W-RESERVA ROUNDED =
               AP-PREMIO * W-DIAS-REST / W-DIAS-TOTAL.

           IF W-DIAS-INI > W-DIAS-ANT AND W-DIAS-INI NOT > W-DIAS-REF
               ADD AP-PREMIO TO W-TOT-EMITIDO
           END-IF.

           IF W-DIAS-INI > W-DIAS-ANT
               MOVE W-DIAS-INI TO W-LIM-INI
           ELSE
               COMPUTE W-LIM-INI = W-DIAS-ANT + 1
           END-IF.
           IF W-DIAS-REF < W-DIAS-FIM - 1
               MOVE W-DIAS-REF TO W-LIM-FIM
           ELSE
               COMPUTE W-LIM-FIM = W-DIAS-FIM - 1
           END-IF.
           IF W-LIM-FIM NOT < W-LIM-INI
               COMPUTE W-GANHO ROUNDED = AP-PREMIO
                   * (W-LIM-FIM - W-LIM-INI + 1) / W-DIAS-TOTAL
               ADD W-GANHO TO W-TOT-GANHO
           END-IF.

           MOVE AP-GRUPO     TO W-GRUPO.
           MOVE AP-CATEGORIA TO W-CATEGORIA.
           PERFORM ACHAR-GRUPO.
           IF ACHOU-GRUPO
               ADD 1         TO TG-QTD(W-IND)
               ADD AP-PREMIO TO TG-PREMIO(W-IND)
               ADD W-RESERVA TO TG-RESERVA(W-IND)
           END-IF.
           ADD 1         TO W-QTD-APOL.
           ADD W-RESERVA TO W-TOT-RESERVA.

           MOVE W-ANOMES       TO RV-ANOMES.
           MOVE AP-NUM-APOLICE TO RV-NUM-APOLICE.
           MOVE AP-GRUPO       TO RV-GRUPO.
           MOVE AP-CATEGORIA   TO RV-CATEGORIA.
           MOVE AP-STATUS      TO RV-STATUS.
           MOVE W-INI-VIG      TO RV-INICIO-VIG.
           MOVE AP-PREMIO      TO RV-PREMIO.
           MOVE W-DIAS-REST    TO RV-DIAS-REST.
           MOVE W-RESERVA      TO RV-RESERVA.
           PERFORM GRAVAR-FOTO.

      *-----------------------------------------------------------------*
      * LIBERAR-CANCELADA - SO CONTA SE A APOLICE TINHA RESERVA NA
      *   FOTO ANTERIOR; A FOTO DO MES GUARDA O CANCELAMENTO COM
      *   RESERVA ZERO, PARA NAO SER LIBERADA DE NOVO NO MES SEGUINTE.
      *-----------------------------------------------------------------*
       LIBERAR-CANCELADA.
           MOVE W-ANOMES-ANT   TO RV-ANOMES.
           MOVE AP-NUM-APOLICE TO RV-NUM-APOLICE.
           READ ARQ-RESERVA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RV-STATUS NOT = "C"
                       ADD RV-RESERVA TO W-TOT-CANCEL
                       ADD 1          TO W-QTD-CANC
                       MOVE W-ANOMES  TO RV-ANOMES
                       MOVE "C"       TO RV-STATUS
                       MOVE ZEROS     TO RV-DIAS-REST RV-RESERVA
                       PERFORM GRAVAR-FOTO
                   END-IF
           END-READ.

       GRAVAR-FOTO.
           WRITE REG-RESERVA
               INVALID KEY
                   REWRITE REG-RESERVA
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       ACHAR-GRUPO.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-GRUPO
               UNTIL ACHOU-GRUPO OR W-IND >= W-QTD-TAB.
           IF NOT ACHOU-GRUPO AND W-QTD-TAB < 99
               ADD 1 TO W-QTD-TAB
               MOVE W-QTD-TAB   TO W-IND
               MOVE W-GRUPO     TO TG-GRUPO(W-IND)
               MOVE W-CATEGORIA TO TG-CATEGORIA(W-IND)
               EVALUATE W-GRUPO
                   WHEN "B"   MOVE 1 TO TG-ORDEM(W-IND)
                   WHEN "M"   MOVE 2 TO TG-ORDEM(W-IND)
                   WHEN "A"   MOVE 3 TO TG-ORDEM(W-IND)
                   WHEN OTHER MOVE 4 TO TG-ORDEM(W-IND)
               END-EVALUATE
               MOVE "S" TO W-ACHOU
           END-IF.

       PROCURAR-GRUPO.
           ADD 1 TO W-IND.
           IF TG-GRUPO(W-IND) = W-GRUPO
              AND TG-CATEGORIA(W-IND) = W-CATEGORIA
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * ORDENAR-GRUPOS - BOLHA POR GRUPO (B, M, A) E CATEGORIA.
      *-----------------------------------------------------------------*
       ORDENAR-GRUPOS.
           MOVE "S" TO W-TROCOU.
           PERFORM PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       PASSADA-ORDENACAO.
           MOVE "N"   TO W-TROCOU.
           MOVE ZEROS TO W-IND2.
           IF W-QTD-TAB > 1
               COMPUTE W-IND = W-QTD-TAB - 1
               PERFORM COMPARAR-PAR W-IND TIMES
           END-IF.

       COMPARAR-PAR.
           ADD 1 TO W-IND2.
           IF TG-ORDEM(W-IND2) > TG-ORDEM(W-IND2 + 1)
              OR (TG-ORDEM(W-IND2) = TG-ORDEM(W-IND2 + 1)
              AND TG-CATEGORIA(W-IND2) > TG-CATEGORIA(W-IND2 + 1))
               MOVE TG-ENTRADA(W-IND2)     TO TG-TROCA
               MOVE TG-ENTRADA(W-IND2 + 1) TO TG-ENTRADA(W-IND2)
               MOVE TG-TROCA               TO TG-ENTRADA(W-IND2 + 1)
               MOVE "S" TO W-TROCOU
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-RELATORIO - UMA LINHA POR CATEGORIA COM SUBTOTAL POR
      *   GRUPO E TOTAL GERAL, SEGUIDO DA MOVIMENTACAO DA RESERVA.
      *-----------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           PERFORM ORDENAR-GRUPOS.
           OPEN OUTPUT REL-RESERVA.
           MOVE W-ANOMES   TO LC-ANOMES.
           MOVE W-DATA-REF TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINTRACO.

           INITIALIZE W-SUB-GRUPO.
           MOVE ZEROS  TO W-IND.
           MOVE SPACES TO W-GRUPO-ATUAL.
           IF W-QTD-TAB > ZEROS
               MOVE TG-GRUPO(1) TO W-GRUPO-ATUAL
               PERFORM IMPRIMIR-CATEGORIA W-QTD-TAB TIMES
               PERFORM IMPRIMIR-SUBTOTAL
           END-IF.

           WRITE REG-REL FROM LINTRACO.
           MOVE SPACES         TO LINDET.
           MOVE "TOTAL GERAL"  TO LD-CATEG.
           MOVE W-TOT-QTD      TO LD-QTD.
           MOVE W-TOT-PREMIO   TO LD-PREMIO.
           MOVE W-TOT-RES-ANT  TO LD-RESANT.
           MOVE W-TOT-RESERVA  TO LD-RESERV.
           COMPUTE LD-VARIAC = W-TOT-RESERVA - W-TOT-RES-ANT.
           WRITE REG-REL FROM LINDET.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

           PERFORM IMPRIMIR-MOVIMENTO.
           CLOSE REL-RESERVA.

       IMPRIMIR-CATEGORIA.
           ADD 1 TO W-IND.
           IF TG-GRUPO(W-IND) NOT = W-GRUPO-ATUAL
               PERFORM IMPRIMIR-SUBTOTAL
               INITIALIZE W-SUB-GRUPO
               MOVE TG-GRUPO(W-IND) TO W-GRUPO-ATUAL
           END-IF.
           MOVE SPACES              TO LINDET.
           MOVE TG-GRUPO(W-IND)     TO LD-GRUPO.
           MOVE TG-CATEGORIA(W-IND) TO LD-CATEG.
           MOVE TG-QTD(W-IND)       TO LD-QTD.
           MOVE TG-PREMIO(W-IND)    TO LD-PREMIO.
           MOVE TG-RES-ANT(W-IND)   TO LD-RESANT.
           MOVE TG-RESERVA(W-IND)   TO LD-RESERV.
           COMPUTE LD-VARIAC = TG-RESERVA(W-IND) - TG-RES-ANT(W-IND).
           WRITE REG-REL FROM LINDET.
           ADD TG-QTD(W-IND)     TO SG-QTD     W-TOT-QTD.
           ADD TG-PREMIO(W-IND)  TO SG-PREMIO  W-TOT-PREMIO.
           ADD TG-RES-ANT(W-IND) TO SG-RES-ANT.
           ADD TG-RESERVA(W-IND) TO SG-RESERVA.

       IMPRIMIR-SUBTOTAL.
           MOVE SPACES          TO LINDET.
           MOVE W-GRUPO-ATUAL   TO LD-GRUPO.
           MOVE "SUBTOTAL GRUPO" TO LD-CATEG.
           MOVE SG-QTD          TO LD-QTD.
           MOVE SG-PREMIO       TO LD-PREMIO.
           MOVE SG-RES-ANT      TO LD-RESANT.
           MOVE SG-RESERVA      TO LD-RESERV.
           COMPUTE LD-VARIAC = SG-RESERVA - SG-RES-ANT.
           WRITE REG-REL FROM LINDET.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

      *-----------------------------------------------------------------*
      * IMPRIMIR-MOVIMENTO - CONCILIACAO DA RESERVA DO MES ANTERIOR
      *   COM A ATUAL PELOS PREMIOS EMITIDOS, CANCELADOS E GANHOS.
      *-----------------------------------------------------------------*
       IMPRIMIR-MOVIMENTO.
           MOVE SPACES TO LINMOV.
           MOVE "MOVIMENTACAO DA RESERVA NO MES" TO LM-TEXTO.
           WRITE REG-REL FROM LINMOV.
           WRITE REG-REL FROM LINTRACO.
           IF NOT TEM-ANTERIOR
               MOVE SPACES TO REG-REL
               STRING "SEM FOTO DA COMPETENCIA " DELIMITED BY SIZE
                      W-ANOMES-ANT DELIMITED BY SIZE
                      " - RESERVA ANTERIOR ZERADA"
                      DELIMITED BY SIZE
                      INTO REG-REL
               WRITE REG-REL
           END-IF.

           MOVE "RESERVA NO FECHAMENTO ANTERIOR" TO LM-TEXTO.
           MOVE W-TOT-RES-ANT TO LM-VALOR.
           WRITE REG-REL FROM LINMOV.
           MOVE "(+) PREMIOS EMITIDOS/RENOVADOS NO MES" TO LM-TEXTO.
           MOVE W-TOT-EMITIDO TO LM-VALOR.
           WRITE REG-REL FROM LINMOV.
           MOVE "(-) RESERVA LIBERADA POR CANCELAMENTO" TO LM-TEXTO.
           MOVE W-TOT-CANCEL TO LM-VALOR.
           WRITE REG-REL FROM LINMOV.
           MOVE "(-) PREMIO GANHO NO MES" TO LM-TEXTO.
           MOVE W-TOT-GANHO TO LM-VALOR.
           WRITE REG-REL FROM LINMOV.

           COMPUTE W-RES-ESPERADA = W-TOT-RES-ANT + W-TOT-EMITIDO
               - W-TOT-CANCEL - W-TOT-GANHO.
           COMPUTE W-DIFERENCA = W-TOT-RESERVA - W-RES-ESPERADA.
           MOVE "(=) RESERVA ESPERADA" TO LM-TEXTO.
           MOVE W-RES-ESPERADA TO LM-VALOR.
           WRITE REG-REL FROM LINMOV.
           MOVE "RESERVA CALCULADA NO FECHAMENTO" TO LM-TEXTO.
           MOVE W-TOT-RESERVA TO LM-VALOR.
           WRITE REG-REL FROM LINMOV.
           MOVE "DIFERENCA (ENDOSSOS E ARREDONDAMENTO)" TO LM-TEXTO.
           MOVE W-DIFERENCA TO LM-VALOR.
           WRITE REG-REL FROM LINMOV.

           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "APOLICES COM RESERVA CALCULADA:" TO LA-TEXTO.
           MOVE W-QTD-APOL TO LA-QTD.
           WRITE REG-REL FROM LINAVISO.
           MOVE "APOLICES CANCELADAS COM RESERVA LIBERADA:" TO LA-TEXTO.
           MOVE W-QTD-CANC TO LA-QTD.
           WRITE REG-REL FROM LINAVISO.
           IF W-QTD-SEM-VIG > ZEROS
               MOVE "APOLICES SEM INICIO DE VIGENCIA (FORA DO CALCULO):"
                   TO LA-TEXTO
               MOVE W-QTD-SEM-VIG TO LA-QTD
               WRITE REG-REL FROM LINAVISO
           END-IF.
