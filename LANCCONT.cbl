      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             LANCCONT.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - LANCAMENTO CONTABIL MENSAL: LE OS
      *   LANCAMENTOS DO MES NO LIVRO CAIXA CENTRAL (CAIXAGER.DAT) E,
      *   PELO DE-PARA DO PROGRAMA E DIRECAO (CONTAMAP.DAT, CADMAPA),
      *   GRAVA NO DIARIO (DIARIO.DAT) UMA PARTIDA DOBRADA POR
      *   LANCAMENTO - CONTA A DEBITO, CONTA A CREDITO, VALOR, DATA,
      *   DOCUMENTO E HISTORICO. MES JA CONTABILIZADO PODE SER REFEITO:
      *   AS PARTIDAS DO MES SAEM DO DIARIO (PASSAGEM POR LANCCONT.TMP,
      *   COMO NO ARQUIVA.cbl) E SAO GERADAS DE NOVO, ENTAO UM DE-PARA
      *   CORRIGIDO DEPOIS VALE PARA O MES INTEIRO. LANCAMENTO SEM
      *   DE-PARA NAO E CONTABILIZADO E SAI EM LANCCONT.LST COM O
      *   RESUMO. O BALANCETE E O RESULTADO POR UNIDADE SAEM NO
      *   BALANCET.cbl E O ARQUIVO DO CONTADOR NO EXPCONT.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CAIXAGER ASSIGN TO "CAIXAGER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCX.
           SELECT ARQ-MAPA ASSIGN TO "CONTAMAP.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CM-CHAVE
               FILE STATUS     IS W-STATM.
           SELECT ARQ-DIARIO ASSIGN TO "DIARIO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATD.
           SELECT ARQ-TMP ASSIGN TO "LANCCONT.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.
           SELECT REL-LANC ASSIGN TO "LANCCONT.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CAIXAGER
           LABEL RECORD STANDARD.
       01  REG-CAIXAGER.
           02 CX-DATA        PIC 9(8).
           02 FILLER         PIC X(01).
           02 CX-HORA        PIC X(08).
           02 FILLER         PIC X(01).
           02 CX-PROGRAMA    PIC X(08).
           02 FILLER         PIC X(01).
           02 CX-DOCUMENTO   PIC X(15).
           02 FILLER         PIC X(01).
           02 CX-VALOR       PIC 9(8)V99.
           02 FILLER         PIC X(01).
           02 CX-DIRECAO     PIC X(01).

       FD  ARQ-MAPA.
       01  REG-MAPA.
           02 CM-CHAVE.
               03 CM-PROGRAMA  PIC X(8).
               03 CM-DIRECAO   PIC X(1).
           02 CM-DEBITO    PIC 9(5).
           02 CM-CREDITO   PIC 9(5).
           02 CM-HISTORICO PIC X(20).

       FD  ARQ-DIARIO
           LABEL RECORD STANDARD.
       01  REG-DIARIO.
           02 DI-ANOMES      PIC 9(6).
           02 FILLER         PIC X(01).
           02 DI-LANC        PIC 9(5).
           02 FILLER         PIC X(01).
           02 DI-DATA        PIC 9(8).
           02 FILLER         PIC X(01).
           02 DI-DEBITO      PIC 9(5).
           02 FILLER         PIC X(01).
           02 DI-CREDITO     PIC 9(5).
           02 FILLER         PIC X(01).
           02 DI-VALOR       PIC 9(8)V99.
           02 FILLER         PIC X(01).
           02 DI-PROGRAMA    PIC X(08).
           02 FILLER         PIC X(01).
           02 DI-DOCUMENTO   PIC X(15).
           02 FILLER         PIC X(01).
           02 DI-HISTORICO   PIC X(20).

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP    PIC X(90).

       FD  REL-LANC
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATCX        PIC XX VALUE SPACES.
       77 W-STATM         PIC XX VALUE SPACES.
       77 W-STATD         PIC XX VALUE SPACES.
       77 W-STATTMP       PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-JA-LANCADO    PIC X  VALUE "N".
           88 MES-JA-LANCADO       VALUE "S".
       77 W-CONF          PIC X  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.

       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-QTD-LANC      PIC 9(5) VALUE ZEROS.
       77 W-QTD-SEM-MAPA  PIC 9(5) VALUE ZEROS.
       77 W-QTD-REFEITOS  PIC 9(5) VALUE ZEROS.
       77 W-VLR-LANC      PIC 9(10)V99 VALUE ZEROS.
       77 W-VLR-SEM-MAPA  PIC 9(10)V99 VALUE ZEROS.
       77 W-QTD-ED        PIC ZZ.ZZ9 VALUE ZEROS.

       01 LINCAB1.
           02 FILLER    PIC X(34) VALUE
               "LANCAMENTO CONTABIL DO MES: ".
           02 LC-ANOMES PIC 9999/99.
           02 FILLER    PIC X(39) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(80) VALUE
               "CAIXA SEM DE-PARA (NAO CONTABILIZADO):".
       01 LINCAB3.
           02 FILLER    PIC X(12) VALUE "DATA".
           02 FILLER    PIC X(10) VALUE "PROGRAMA".
           02 FILLER    PIC X(17) VALUE "DOCUMENTO".
           02 FILLER    PIC X(05) VALUE "DIR".
           02 FILLER    PIC X(36) VALUE "         VALOR".
       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINDET.
           02 LD-DATA      PIC 9999/99/99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 LD-PROGRAMA  PIC X(08).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 LD-DOCUMENTO PIC X(15).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 LD-DIRECAO   PIC X(01).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 LD-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(24) VALUE SPACES.
       01 LINRESUMO.
           02 LR-ROTULO PIC X(30).
           02 LR-QTD    PIC ZZ.ZZ9.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LR-VALOR  PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(24) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           DISPLAY ERASE.
           DISPLAY "LANCAMENTO CONTABIL MENSAL" AT 0520.
           DISPLAY "ANO/MES A CONTABILIZAR (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES AT 0943
           END-PERFORM.

           OPEN INPUT ARQ-MAPA.
           IF W-STATM NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATM W-MENSAGEM-ERRO
                   "LANCCONT"
               DISPLAY W-MENSAGEM-ERRO AT 1210
               DISPLAY "CADASTRE O DE-PARA NO CADMAPA" AT 1310
               STOP " "
               GOBACK
           END-IF.

           PERFORM VERIFICAR-JA-LANCADO.
           IF MES-JA-LANCADO
               DISPLAY "MES JA CONTABILIZADO - REFAZER? (S/N):" AT 1110
               PERFORM WITH TEST AFTER UNTIL W-CONF = "S" OR "N"
                   ACCEPT W-CONF AT 1149 WITH UPPER AUTO
               END-PERFORM
           ELSE
               DISPLAY "CONFIRMA O LANCAMENTO? (S/N):" AT 1110
               PERFORM WITH TEST AFTER UNTIL W-CONF = "S" OR "N"
                   ACCEPT W-CONF AT 1140 WITH UPPER AUTO
               END-PERFORM
           END-IF.
           IF W-CONF NOT = "S"
               CLOSE ARQ-MAPA
               DISPLAY "LANCAMENTO ABANDONADO" AT 1310
               STOP " "
               GOBACK
           END-IF.

           OPEN OUTPUT REL-LANC.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINCAB3.

           PERFORM RETIRAR-MES-DO-DIARIO.
           PERFORM CONTABILIZAR-CAIXA.
           CLOSE ARQ-DIARIO ARQ-MAPA.

           PERFORM IMPRIMIR-RESUMO.
           CLOSE REL-LANC.

           MOVE W-QTD-LANC TO W-QTD-ED.
           DISPLAY "PARTIDAS GERADAS NO DIARIO.....:" AT 1310.
           DISPLAY W-QTD-ED AT 1343.
           MOVE W-QTD-SEM-MAPA TO W-QTD-ED.
           DISPLAY "LANCAMENTOS SEM DE-PARA........:" AT 1410.
           DISPLAY W-QTD-ED AT 1443.
           DISPLAY "DETALHE EM LANCCONT.LST" AT 1610.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * VERIFICAR-JA-LANCADO - PROCURA NO DIARIO ALGUMA PARTIDA DO MES.
      *-----------------------------------------------------------------*
       VERIFICAR-JA-LANCADO.
           MOVE "N" TO W-FIM-ARQ W-JA-LANCADO.
           OPEN INPUT ARQ-DIARIO.
           IF W-STATD = "00"
               PERFORM LER-DIARIO
               PERFORM CONFERIR-MES UNTIL FIM-ARQUIVO
               CLOSE ARQ-DIARIO
           END-IF.

       LER-DIARIO.
           READ ARQ-DIARIO
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-MES.
           IF DI-ANOMES = W-ANOMES
               MOVE "S" TO W-JA-LANCADO W-FIM-ARQ
           ELSE
               PERFORM LER-DIARIO
           END-IF.

      *-----------------------------------------------------------------*
      * RETIRAR-MES-DO-DIARIO - PASSO 1 COPIA PARA LANCCONT.TMP AS
      *   PARTIDAS DOS OUTROS MESES; PASSO 2 RECRIA O DIARIO COM ELAS E
      *   O DEIXA ABERTO PARA RECEBER AS PARTIDAS NOVAS DO MES.
      *-----------------------------------------------------------------*
       RETIRAR-MES-DO-DIARIO.
           IF NOT MES-JA-LANCADO
               OPEN EXTEND ARQ-DIARIO
               IF W-STATD = "35"
                   OPEN OUTPUT ARQ-DIARIO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-DIARIO.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-DIARIO.
           PERFORM SEPARAR-PARTIDA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-DIARIO ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-DIARIO.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-DIARIO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP.

       SEPARAR-PARTIDA.
           IF DI-ANOMES = W-ANOMES
               ADD 1 TO W-QTD-REFEITOS
           ELSE
               MOVE SPACES     TO REG-TMP
               MOVE REG-DIARIO TO REG-TMP
               WRITE REG-TMP
           END-IF.
           PERFORM LER-DIARIO.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       COPIAR-TMP-DIARIO.
           MOVE REG-TMP TO REG-DIARIO.
           WRITE REG-DIARIO.
           PERFORM LER-TMP.

      *-----------------------------------------------------------------*
      * CONTABILIZAR-CAIXA - CADA LANCAMENTO DO MES EM CAIXAGER.DAT VIRA
      *   UMA PARTIDA PELO DE-PARA; SEM DE-PARA, VAI PARA A LISTAGEM.
      *-----------------------------------------------------------------*
       CONTABILIZAR-CAIXA.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-CAIXAGER.
           IF W-STATCX NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CAIXA.
           PERFORM CONTABILIZAR-UM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-CAIXAGER.

       LER-CAIXA.
           READ ARQ-CAIXAGER
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONTABILIZAR-UM.
           IF CX-DATA(1:6) = W-ANOMES AND CX-VALOR NUMERIC
              AND CX-VALOR > ZEROS
               MOVE CX-PROGRAMA TO CM-PROGRAMA
               MOVE CX-DIRECAO  TO CM-DIRECAO
               READ ARQ-MAPA
                   INVALID KEY
                       PERFORM LISTAR-SEM-MAPA
                   NOT INVALID KEY
                       PERFORM GRAVAR-PARTIDA
               END-READ
           END-IF.
           PERFORM LER-CAIXA.

       GRAVAR-PARTIDA.
           ADD 1 TO W-QTD-LANC.
           MOVE SPACES       TO REG-DIARIO.
           MOVE W-ANOMES     TO DI-ANOMES.
           MOVE W-QTD-LANC   TO DI-LANC.
           MOVE CX-DATA      TO DI-DATA.
           MOVE CM-DEBITO    TO DI-DEBITO.
           MOVE CM-CREDITO   TO DI-CREDITO.
           MOVE CX-VALOR     TO DI-VALOR.
           MOVE CX-PROGRAMA  TO DI-PROGRAMA.
           MOVE CX-DOCUMENTO TO DI-DOCUMENTO.
           MOVE CM-HISTORICO TO DI-HISTORICO.
           WRITE REG-DIARIO.
           ADD CX-VALOR TO W-VLR-LANC.

       LISTAR-SEM-MAPA.
           MOVE CX-DATA      TO LD-DATA.
           MOVE CX-PROGRAMA  TO LD-PROGRAMA.
           MOVE CX-DOCUMENTO TO LD-DOCUMENTO.
           MOVE CX-DIRECAO   TO LD-DIRECAO.
           MOVE CX-VALOR     TO LD-VALOR.
           WRITE REG-REL FROM LINDET.
           ADD 1        TO W-QTD-SEM-MAPA.
           ADD CX-VALOR TO W-VLR-SEM-MAPA.

       IMPRIMIR-RESUMO.
           WRITE REG-REL FROM LINTRACO.
           MOVE "PARTIDAS GERADAS NO DIARIO" TO LR-ROTULO.
           MOVE W-QTD-LANC     TO LR-QTD.
           MOVE W-VLR-LANC     TO LR-VALOR.
           WRITE REG-REL FROM LINRESUMO.
           MOVE "LANCAMENTOS SEM DE-PARA" TO LR-ROTULO.
           MOVE W-QTD-SEM-MAPA TO LR-QTD.
           MOVE W-VLR-SEM-MAPA TO LR-VALOR.
           WRITE REG-REL FROM LINRESUMO.
           MOVE "PARTIDAS ANTERIORES REFEITAS" TO LR-ROTULO.
           MOVE W-QTD-REFEITOS TO LR-QTD.
           MOVE ZEROS          TO LR-VALOR.
           WRITE REG-REL FROM LINRESUMO.
