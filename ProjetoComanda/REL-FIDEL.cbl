      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       REL-FIDEL.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - EXTRATO MENSAL DO PROGRAMA DE
      *   FIDELIDADE EM FIDELID.LST: PARA O MES INFORMADO, SOMA EM
      *   FIDMOV.DAT OS PONTOS EMITIDOS, RESGATADOS E EXPIRADOS (COM
      *   OS VALORES EM REAIS), LISTA OS MAIORES CLIENTES PELOS PONTOS
      *   GANHOS NO MES E FECHA COM O PASSIVO: SALDO DE PONTOS EM
      *   ABERTO EM FIDELIDA.DAT VEZES O VALOR DO PONTO (FIDELID.PAR).
      *   OPCIONALMENTE PROCESSA ANTES A EXPIRACAO: CLIENTE SEM COMPRA
      *   HA FP-VALIDADE MESES OU MAIS (CONTADOS ATE O MES INFORMADO)
      *   PERDE O SALDO, COM MOVIMENTO "X" DATADO DO ULTIMO DIA DO MES.
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
           SELECT ARQ-FIDEL ASSIGN TO "FIDELIDA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS FI-FONE
               FILE STATUS     IS W-STATFI.

           SELECT ARQ-FIDMOV ASSIGN TO "FIDMOV.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATFV.

           SELECT ARQ-FIDPAR ASSIGN TO "FIDELID.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATFP.

           SELECT REL-FIDEL ASSIGN TO "FIDELID.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-FIDEL.
       01  REG-FIDEL.
           02 FI-FONE        PIC X(12).
           02 FI-NOME        PIC X(30).
           02 FI-SALDO       PIC 9(7).
           02 FI-EMITIDOS    PIC 9(7).
           02 FI-RESGATADOS  PIC 9(7).
           02 FI-EXPIRADOS   PIC 9(7).
           02 FI-DT-CAD      PIC 9(8).
           02 FI-DT-ULT      PIC 9(8).

       FD  ARQ-FIDMOV
           LABEL RECORD STANDARD.
       01  REG-FIDMOV.
           02 FV-DATA        PIC 9(8).
           02 FV-FONE        PIC X(12).
           02 FV-TIPO        PIC X(1).
               88 FV-EMITIDO     VALUE "E".
               88 FV-RESGATADO   VALUE "R".
               88 FV-EXPIRADO    VALUE "X".
           02 FV-PONTOS      PIC 9(7).
           02 FV-COMANDA     PIC 9(5).
           02 FV-VALOR       PIC 9(7)V99.

       FD  ARQ-FIDPAR
           LABEL RECORD STANDARD.
       01  REG-FIDPAR.
           02 FP-PONTOS-REAL PIC 99V99.
           02 FILLER         PIC X(1).
           02 FP-VALOR-PONTO PIC 9V99.
           02 FILLER         PIC X(1).
           02 FP-VALIDADE    PIC 99.

       FD  REL-FIDEL
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATFI        PIC X(02) VALUE SPACES.
       77 W-STATFV        PIC X(02) VALUE SPACES.
       77 W-STATFP        PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       77 W-EXPIRAR       PIC X     VALUE SPACES.

       77 W-VALOR-PONTO   PIC 9V99  VALUE 0,05.
       77 W-VALIDADE      PIC 99    VALUE 12.
       77 W-MES           PIC 99    VALUE ZEROS.
       77 W-ANO           PIC 9999  VALUE ZEROS.
       77 W-REFERENCIA    PIC 9(6)  VALUE ZEROS.
       77 W-MESES-REF     PIC 9(6)  VALUE ZEROS.
       77 W-MESES-ULT     PIC 9(6)  VALUE ZEROS.
       77 W-MES-ULT       PIC 99    VALUE ZEROS.
       77 W-ANO-ULT       PIC 9999  VALUE ZEROS.
       77 W-DATA-EXPIRA   PIC 9(8)  VALUE ZEROS.
       77 W-ULTIMO-DIA    PIC 99    VALUE ZEROS.
       77 W-RESTO         PIC 9999  VALUE ZEROS.
       77 W-QUOCIENTE     PIC 9999  VALUE ZEROS.
       77 W-QTD-EXPIRADOS PIC 9(5)  VALUE ZEROS.
       01 W-TAB-DIAS-MES.
           02 FILLER      PIC X(24) VALUE "312831303130313130313031".
       01 W-DIAS-MES REDEFINES W-TAB-DIAS-MES.
           02 W-DIAS      PIC 99 OCCURS 12 TIMES.

       77 W-PTS-EMITIDOS  PIC 9(9)    VALUE ZEROS.
       77 W-PTS-RESGATE   PIC 9(9)    VALUE ZEROS.
       77 W-PTS-EXPIRADOS PIC 9(9)    VALUE ZEROS.
       77 W-VLR-CONSUMO   PIC 9(9)V99 VALUE ZEROS.
       77 W-VLR-RESGATE   PIC 9(9)V99 VALUE ZEROS.
       77 W-VLR-EXPIRADO  PIC 9(9)V99 VALUE ZEROS.
       77 W-SALDO-ABERTO  PIC 9(9)    VALUE ZEROS.
       77 W-VLR-PASSIVO   PIC 9(9)V99 VALUE ZEROS.
       77 W-QTD-CLIENTES  PIC 9(5)    VALUE ZEROS.
       77 W-QTD-COM-SALDO PIC 9(5)    VALUE ZEROS.

       77 W-QTD-TAB       PIC 9(3)  VALUE ZEROS.
       77 W-IND           PIC 9(3)  VALUE ZEROS.
       77 W-IND2          PIC 9(3)  VALUE ZEROS.
       77 W-LIMITE-TOP    PIC 9(3)  VALUE ZEROS.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-CLIENTE           VALUE "S".
       77 W-ESTOURO       PIC X     VALUE "N".
           88 ESTOURO-TABELA          VALUE "S".
       77 W-TROCOU        PIC X     VALUE "N".
           88 HOUVE-TROCA             VALUE "S".
       01 TAB-CLIENTES.
           02 TF-ENTRADA OCCURS 500 TIMES.
               03 TF-FONE      PIC X(12).
               03 TF-EMITIDOS  PIC 9(7).
               03 TF-CONSUMO   PIC 9(7)V99.
               03 TF-RESGATE   PIC 9(7).
       01 TF-TROCA.
           02 FILLER           PIC X(12).
           02 FILLER           PIC 9(7).
           02 FILLER           PIC 9(7)V99.
           02 FILLER           PIC 9(7).

       01 LINCAB1.
           02 FILLER    PIC X(36)
                        VALUE "EXTRATO DO PROGRAMA DE FIDELIDADE - ".
           02 LC-MES    PIC 99.
           02 FILLER    PIC X     VALUE "/".
           02 LC-ANO    PIC 9999.
           02 FILLER    PIC X(37) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(30) VALUE "MAIORES CLIENTES DO MES".
           02 FILLER    PIC X(50) VALUE SPACES.
       01 LINCAB3.
           02 FILLER    PIC X(04) VALUE "No".
           02 FILLER    PIC X(13) VALUE "FONE".
           02 FILLER    PIC X(25) VALUE "NOME".
           02 FILLER    PIC X(12) VALUE "     CONSUMO".
           02 FILLER    PIC X(10) VALUE "PTS GANHOS".
           02 FILLER    PIC X(12) VALUE "  RESGATADOS".
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(80) VALUE ALL "=".
       01 LINDET.
           02 LD-POSICAO PIC Z9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-FONE   PIC X(12).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-NOME   PIC X(24).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-CONSUMO PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-EMITIDOS PIC Z.ZZZ.ZZ9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LD-RESGATE PIC Z.ZZZ.ZZ9.
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINTOT.
           02 LT-TITULO PIC X(30).
           02 LT-PONTOS PIC ZZZ.ZZZ.ZZ9.
           02 FILLER    PIC X(09) VALUE " PONTOS  ".
           02 FILLER    PIC X(03) VALUE "R$ ".
           02 LT-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(13) VALUE SPACES.
       01 LINQTD.
           02 LQ-TITULO PIC X(30).
           02 LQ-QTD    PIC ZZ.ZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.
       01 LINAVISO.
           02 FILLER    PIC X(40)
                        VALUE "* LIMITE DA TABELA - RANKING PARCIAL".
           02 FILLER    PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           DISPLAY ERASE.
           DISPLAY "EXTRATO MENSAL DO PROGRAMA DE FIDELIDADE" AT 0320.

           OPEN I-O ARQ-FIDEL.
           IF W-STATFI NOT = "00"
               DISPLAY "FIDELIDA.DAT INDISPONIVEL" AT 2310
               STOP " "
               GOBACK
           END-IF.
           PERFORM CARREGAR-PARAMETROS.

           DISPLAY "MES (01-12)....:" AT 0610.
           PERFORM WITH TEST AFTER
                   UNTIL W-MES > ZEROS AND W-MES < 13
               ACCEPT W-MES AT 0627
           END-PERFORM.
           DISPLAY "ANO (AAAA).....:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-ANO > 1999
               ACCEPT W-ANO AT 0827
           END-PERFORM.
           COMPUTE W-REFERENCIA = W-ANO * 100 + W-MES.

           DISPLAY "PROCESSAR EXPIRACAO DE PONTOS? (S/N):" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-EXPIRAR = "S" OR "N"
               ACCEPT W-EXPIRAR AT 1048 WITH UPPER AUTO
           END-PERFORM.
           IF W-EXPIRAR = "S"
               PERFORM PROCESSAR-EXPIRACAO
           END-IF.

           PERFORM SOMAR-MOVIMENTOS.
           PERFORM SOMAR-PASSIVO.
           PERFORM ORDENAR-POR-PONTOS.
           PERFORM IMPRIMIR-EXTRATO.
           CLOSE ARQ-FIDEL.

           IF ESTOURO-TABELA
               DISPLAY "AVISO: LIMITE DE TABELA, RANKING PARCIAL"
                   AT 1410
           END-IF.
           DISPLAY "FIDELID.LST GERADO" AT 1618.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * CARREGAR-PARAMETROS - VALOR DO PONTO E VALIDADE EM MESES DE
      *   FIDELID.PAR (MANTPAR.cbl); SEM O ARQUIVO FICAM OS PADROES.
      *-----------------------------------------------------------------*
       CARREGAR-PARAMETROS.
           OPEN INPUT ARQ-FIDPAR.
           IF W-STATFP = "00"
               READ ARQ-FIDPAR
                   AT END CONTINUE
                   NOT AT END
                       IF FP-VALOR-PONTO NUMERIC
                           MOVE FP-VALOR-PONTO TO W-VALOR-PONTO
                       END-IF
                       IF FP-VALIDADE NUMERIC
                           MOVE FP-VALIDADE TO W-VALIDADE
                       END-IF
               END-READ
               CLOSE ARQ-FIDPAR
           END-IF.

      *-----------------------------------------------------------------*
      * PROCESSAR-EXPIRACAO - ZERA O SALDO DE QUEM ESTA SEM COMPRAR HA
      *   W-VALIDADE MESES OU MAIS ATE O MES DE REFERENCIA E GRAVA O
      *   MOVIMENTO "X" EM FIDMOV.DAT COM O ULTIMO DIA DO MES.
      *-----------------------------------------------------------------*
       PROCESSAR-EXPIRACAO.
           MOVE W-DIAS(W-MES) TO W-ULTIMO-DIA.
           IF W-MES = 2
               DIVIDE W-ANO BY 4 GIVING W-QUOCIENTE REMAINDER W-RESTO
               IF W-RESTO = ZEROS
                   MOVE 29 TO W-ULTIMO-DIA
               END-IF
           END-IF.
           COMPUTE W-DATA-EXPIRA = W-REFERENCIA * 100 + W-ULTIMO-DIA.
           COMPUTE W-MESES-REF   = W-ANO * 12 + W-MES.

           OPEN EXTEND ARQ-FIDMOV.
           IF W-STATFV = "35"
               OPEN OUTPUT ARQ-FIDMOV
           END-IF.
           MOVE "N" TO W-FIM-ARQ.
           MOVE LOW-VALUES TO FI-FONE.
           START ARQ-FIDEL KEY IS NOT LESS THAN FI-FONE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-FIDELIDADE.
           PERFORM VERIFICAR-EXPIRACAO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-FIDMOV.
           DISPLAY "CLIENTES COM PONTOS EXPIRADOS:" AT 1210.
           DISPLAY W-QTD-EXPIRADOS AT 1241.

       LER-FIDELIDADE.
           READ ARQ-FIDEL NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       VERIFICAR-EXPIRACAO.
           MOVE FI-DT-ULT(1:4) TO W-ANO-ULT.
           MOVE FI-DT-ULT(5:2) TO W-MES-ULT.
           COMPUTE W-MESES-ULT = W-ANO-ULT * 12 + W-MES-ULT.
           IF FI-SALDO > ZEROS
              AND FI-DT-ULT < W-DATA-EXPIRA
              AND W-MESES-REF - W-MESES-ULT NOT < W-VALIDADE
               MOVE W-DATA-EXPIRA TO FV-DATA
               MOVE FI-FONE       TO FV-FONE
               MOVE "X"           TO FV-TIPO
               MOVE FI-SALDO      TO FV-PONTOS
               MOVE ZEROS         TO FV-COMANDA
               COMPUTE FV-VALOR = FI-SALDO * W-VALOR-PONTO
               WRITE REG-FIDMOV
               ADD  FI-SALDO TO FI-EXPIRADOS
               MOVE ZEROS    TO FI-SALDO
               REWRITE REG-FIDEL
               ADD 1 TO W-QTD-EXPIRADOS
           END-IF.
           PERFORM LER-FIDELIDADE.

      *-----------------------------------------------------------------*
      * SOMAR-MOVIMENTOS - LE FIDMOV.DAT E TOTALIZA O MES DE
      *   REFERENCIA POR TIPO DE MOVIMENTO, ACUMULANDO POR FONE O QUE
      *   CADA CLIENTE GANHOU, CONSUMIU E RESGATOU.
      *-----------------------------------------------------------------*
       SOMAR-MOVIMENTOS.
           INITIALIZE TAB-CLIENTES.
           MOVE ZEROS TO W-QTD-TAB.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-FIDMOV.
           IF W-STATFV = "00"
               PERFORM LER-MOVIMENTO
               PERFORM SOMAR-UM-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-FIDMOV
           END-IF.

       LER-MOVIMENTO.
           READ ARQ-FIDMOV
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SOMAR-UM-MOVIMENTO.
           IF FV-DATA(1:6) = W-REFERENCIA
               EVALUATE TRUE
                   WHEN FV-EMITIDO
                       ADD FV-PONTOS TO W-PTS-EMITIDOS
                       ADD FV-VALOR  TO W-VLR-CONSUMO
                       PERFORM LOCALIZAR-CLIENTE
                       IF ACHOU-CLIENTE
                           ADD FV-PONTOS TO TF-EMITIDOS(W-IND)
                           ADD FV-VALOR  TO TF-CONSUMO(W-IND)
                       END-IF
                   WHEN FV-RESGATADO
                       ADD FV-PONTOS TO W-PTS-RESGATE
                       ADD FV-VALOR  TO W-VLR-RESGATE
                       PERFORM LOCALIZAR-CLIENTE
                       IF ACHOU-CLIENTE
                           ADD FV-PONTOS TO TF-RESGATE(W-IND)
                       END-IF
                   WHEN FV-EXPIRADO
                       ADD FV-PONTOS TO W-PTS-EXPIRADOS
                       ADD FV-VALOR  TO W-VLR-EXPIRADO
               END-EVALUATE
           END-IF.
           PERFORM LER-MOVIMENTO.

       LOCALIZAR-CLIENTE.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM COMPARAR-FONE
               UNTIL ACHOU-CLIENTE OR W-IND NOT < W-QTD-TAB.
           IF NOT ACHOU-CLIENTE
               IF W-QTD-TAB < 500
                   ADD 1 TO W-QTD-TAB
                   MOVE W-QTD-TAB TO W-IND
                   MOVE FV-FONE   TO TF-FONE(W-IND)
                   MOVE "S"       TO W-ACHOU
               ELSE
                   MOVE "S" TO W-ESTOURO
               END-IF
           END-IF.

       COMPARAR-FONE.
           ADD 1 TO W-IND.
           IF TF-FONE(W-IND) = FV-FONE
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * SOMAR-PASSIVO - SALDO DE PONTOS EM ABERTO EM FIDELIDA.DAT (JA
      *   DEPOIS DA EXPIRACAO) E O SEU VALOR EM REAIS NO RESGATE.
      *-----------------------------------------------------------------*
       SOMAR-PASSIVO.
           MOVE "N" TO W-FIM-ARQ.
           MOVE LOW-VALUES TO FI-FONE.
           START ARQ-FIDEL KEY IS NOT LESS THAN FI-FONE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-FIDELIDADE.
           PERFORM SOMAR-SALDO UNTIL FIM-ARQUIVO.
           COMPUTE W-VLR-PASSIVO = W-SALDO-ABERTO * W-VALOR-PONTO.

       SOMAR-SALDO.
           ADD 1 TO W-QTD-CLIENTES.
           IF FI-SALDO > ZEROS
               ADD 1        TO W-QTD-COM-SALDO
               ADD FI-SALDO TO W-SALDO-ABERTO
           END-IF.
           PERFORM LER-FIDELIDADE.

      *-----------------------------------------------------------------*
      * ORDENAR-POR-PONTOS - BOLHA PELOS PONTOS GANHOS NO MES, DO
      *   MAIOR PARA O MENOR.
      *-----------------------------------------------------------------*
       ORDENAR-POR-PONTOS.
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
           IF TF-EMITIDOS(W-IND2) < TF-EMITIDOS(W-IND2 + 1)
               MOVE TF-ENTRADA(W-IND2)     TO TF-TROCA
               MOVE TF-ENTRADA(W-IND2 + 1) TO TF-ENTRADA(W-IND2)
               MOVE TF-TROCA               TO TF-ENTRADA(W-IND2 + 1)
               MOVE "S" TO W-TROCOU
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-EXTRATO - GRAVA EM FIDELID.LST O RANKING DOS 20
      *   MAIORES CLIENTES DO MES, OS TOTAIS DE PONTOS E O PASSIVO.
      *-----------------------------------------------------------------*
       IMPRIMIR-EXTRATO.
           OPEN OUTPUT REL-FIDEL.
           MOVE W-MES TO LC-MES.
           MOVE W-ANO TO LC-ANO.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINCAB3.
           WRITE REG-REL FROM LINTRACO.

           MOVE W-QTD-TAB TO W-LIMITE-TOP.
           IF W-LIMITE-TOP > 20
               MOVE 20 TO W-LIMITE-TOP
           END-IF.
           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-CLIENTE W-LIMITE-TOP TIMES.
           IF ESTOURO-TABELA
               WRITE REG-REL FROM LINAVISO
           END-IF.
           WRITE REG-REL FROM LINTRACO.

           MOVE "PONTOS EMITIDOS NO MES......:" TO LT-TITULO.
           MOVE W-PTS-EMITIDOS TO LT-PONTOS.
           MOVE W-VLR-CONSUMO  TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "PONTOS RESGATADOS NO MES....:" TO LT-TITULO.
           MOVE W-PTS-RESGATE  TO LT-PONTOS.
           MOVE W-VLR-RESGATE  TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "PONTOS EXPIRADOS NO MES.....:" TO LT-TITULO.
           MOVE W-PTS-EXPIRADOS TO LT-PONTOS.
           MOVE W-VLR-EXPIRADO  TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           WRITE REG-REL FROM LINTRACO.
           MOVE "PASSIVO - SALDO EM ABERTO...:" TO LT-TITULO.
           MOVE W-SALDO-ABERTO TO LT-PONTOS.
           MOVE W-VLR-PASSIVO  TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "CLIENTES CADASTRADOS........:" TO LQ-TITULO.
           MOVE W-QTD-CLIENTES TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           MOVE "CLIENTES COM SALDO..........:" TO LQ-TITULO.
           MOVE W-QTD-COM-SALDO TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           CLOSE REL-FIDEL.

       IMPRIMIR-CLIENTE.
           ADD 1 TO W-IND.
           MOVE W-IND              TO LD-POSICAO.
           MOVE TF-FONE(W-IND)     TO LD-FONE FI-FONE.
           READ ARQ-FIDEL
               INVALID KEY
                   MOVE SPACES  TO LD-NOME
               NOT INVALID KEY
                   MOVE FI-NOME TO LD-NOME
           END-READ.
           MOVE TF-CONSUMO(W-IND)  TO LD-CONSUMO.
           MOVE TF-EMITIDOS(W-IND) TO LD-EMITIDOS.
           MOVE TF-RESGATE(W-IND)  TO LD-RESGATE.
           WRITE REG-REL FROM LINDET.
