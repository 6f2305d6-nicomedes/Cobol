      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             BALANCET.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - BALANCETE E RESULTADO POR UNIDADE
      *   DO MES INFORMADO, A PARTIR DO DIARIO (DIARIO.DAT, GERADO PELO
      *   LANCCONT.cbl) E DO PLANO DE CONTAS (PLANOCTA.DAT, CADCONTA):
      *   - BALANCET.LST: CADA CONTA COM DEBITOS E CREDITOS DO MES E O
      *     SALDO ACUMULADO ATE O MES (D/C), COM OS TOTAIS, QUE TEM DE
      *     BATER (PARTIDA DOBRADA).
      *   - RESULTAD.LST: PARA CADA UNIDADE DE NEGOCIO (RESTAURANTE,
      *     ESTOQUE, CLINICA, SEGUROS, NATACAO, FOLHA E GERAL) AS
      *     CONTAS DE RECEITA E DE DESPESA, NO MES E NO ANO ATE O MES,
      *     E O RESULTADO.
      *   PARTIDA COM CONTA QUE NAO ESTA MAIS NO PLANO SAI CONTADA NO
      *   FIM DO BALANCETE. O PLANO E CARREGADO EM TABELA (ATE 300
      *   CONTAS), NA ORDEM DO CODIGO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "PLANOCTA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CT-CONTA
               FILE STATUS     IS W-STATC.
           SELECT ARQ-DIARIO ASSIGN TO "DIARIO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATD.
           SELECT REL-BALANCO ASSIGN TO "BALANCET.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
           SELECT REL-RESULTADO ASSIGN TO "RESULTAD.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRES.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONTA.
       01  REG-CONTA.
           02 CT-CONTA    PIC 9(5).
           02 CT-NOME     PIC X(30).
           02 CT-TIPO     PIC X(1).
               88 CT-ATIVO       VALUE "A".
               88 CT-PASSIVO     VALUE "P".
               88 CT-PATRIMONIO  VALUE "L".
               88 CT-RECEITA     VALUE "R".
               88 CT-DESPESA     VALUE "D".
           02 CT-UNIDADE  PIC X(1).

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

       FD  REL-BALANCO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       FD  REL-RESULTADO
           LABEL RECORD STANDARD.
       01  REG-RES    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATC         PIC XX VALUE SPACES.
       77 W-STATD         PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-STATRES       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.

       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-ANO           PIC 9(4) VALUE ZEROS.
       77 W-QTD-CONTAS    PIC 9(3) VALUE ZEROS.
       77 W-IND           PIC 9(3) VALUE ZEROS.
       77 W-IND-UNID      PIC 9    VALUE ZEROS.
       77 W-CONTA-PROC    PIC 9(5) VALUE ZEROS.
       77 W-ACHOU         PIC X    VALUE "N".
           88 ACHOU-CONTA          VALUE "S".
       77 W-TIPO-PROC     PIC X    VALUE SPACE.
       77 W-QTD-FORA      PIC 9(5) VALUE ZEROS.
       77 W-VLR-FORA      PIC 9(10)V99 VALUE ZEROS.

       77 W-SALDO         PIC S9(10)V99 VALUE ZEROS.
       77 W-VLR-MES       PIC S9(10)V99 VALUE ZEROS.
       77 W-VLR-ANO       PIC S9(10)V99 VALUE ZEROS.
       77 W-TOT-DEB-MES   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-CRE-MES   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-SALDO-D   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-SALDO-C   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-MES       PIC S9(10)V99 VALUE ZEROS.
       77 W-TOT-ANO       PIC S9(10)V99 VALUE ZEROS.
       77 W-REC-MES       PIC S9(10)V99 VALUE ZEROS.
       77 W-REC-ANO       PIC S9(10)V99 VALUE ZEROS.
       77 W-DESP-MES      PIC S9(10)V99 VALUE ZEROS.
       77 W-DESP-ANO      PIC S9(10)V99 VALUE ZEROS.

      * PLANO DE CONTAS COM OS ACUMULADOS DO DIARIO
       01 TAB-CONTAS.
           02 TB-ENTRADA OCCURS 300 TIMES.
               03 TB-CONTA     PIC 9(5).
               03 TB-NOME      PIC X(30).
               03 TB-TIPO      PIC X.
               03 TB-UNIDADE   PIC X.
               03 TB-DEB-MES   PIC 9(10)V99.
               03 TB-CRE-MES   PIC 9(10)V99.
               03 TB-DEB-ANO   PIC 9(10)V99.
               03 TB-CRE-ANO   PIC 9(10)V99.
               03 TB-DEB-ACUM  PIC 9(10)V99.
               03 TB-CRE-ACUM  PIC 9(10)V99.

      * UNIDADES DE NEGOCIO NA ORDEM DO RESULTADO
       01 TAB-UNIDADES-FIXA.
           02 FILLER PIC X(16) VALUE "RRESTAURANTE    ".
           02 FILLER PIC X(16) VALUE "EESTOQUE        ".
           02 FILLER PIC X(16) VALUE "CCLINICA        ".
           02 FILLER PIC X(16) VALUE "SSEGUROS        ".
           02 FILLER PIC X(16) VALUE "NNATACAO        ".
           02 FILLER PIC X(16) VALUE "FFOLHA          ".
           02 FILLER PIC X(16) VALUE "GGERAL          ".
       01 TAB-UNIDADES REDEFINES TAB-UNIDADES-FIXA.
           02 TU-ENTRADA OCCURS 7 TIMES.
               03 TU-CODIGO    PIC X.
               03 TU-NOME      PIC X(15).

       01 LINCAB1.
           02 FILLER    PIC X(30) VALUE "BALANCETE DO MES: ".
           02 LC-ANOMES PIC 9999/99.
           02 FILLER    PIC X(43) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(33) VALUE "CONTA NOME".
           02 FILLER    PIC X(15) VALUE "   DEBITOS MES".
           02 FILLER    PIC X(15) VALUE "  CREDITOS MES".
           02 FILLER    PIC X(17) VALUE " SALDO ACUMULADO".
       01 LINTRACO.
           02 FILLER    PIC X(80) VALUE ALL "=".
       01 LINDET.
           02 LD-CONTA  PIC 9(5).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-NOME   PIC X(24).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-TIPO   PIC X(01).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-DEBITO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-CREDITO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-SALDO  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-DC     PIC X(01).
           02 FILLER    PIC X(01) VALUE SPACES.
       01 LINTOTAL.
           02 LT-ROTULO  PIC X(33).
           02 LT-DEBITO  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 LT-CREDITO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(18) VALUE SPACES.
       01 LINFORA.
           02 FILLER    PIC X(36) VALUE
               "PARTIDAS COM CONTA FORA DO PLANO...:".
           02 LF-QTD    PIC ZZ.ZZ9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LF-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(21) VALUE SPACES.

       01 LINRES1.
           02 FILLER    PIC X(30) VALUE "RESULTADO POR UNIDADE - MES: ".
           02 LR-ANOMES PIC 9999/99.
           02 FILLER    PIC X(43) VALUE SPACES.
       01 LINRES2.
           02 FILLER    PIC X(50) VALUE SPACES.
           02 FILLER    PIC X(15) VALUE "        NO MES".
           02 FILLER    PIC X(15) VALUE "   NO ANO ATE".
       01 LINUNIDADE.
           02 FILLER    PIC X(10) VALUE "UNIDADE: ".
           02 LU-NOME   PIC X(15).
           02 FILLER    PIC X(55) VALUE SPACES.
       01 LINGRUPO.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LG-ROTULO PIC X(78).
       01 LINRESDET.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LRD-CONTA PIC 9(5).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LRD-NOME  PIC X(30).
           02 FILLER    PIC X(08) VALUE SPACES.
           02 LRD-MES   PIC ----.---.--9,99.
           02 LRD-ANO   PIC ----.---.--9,99.
       01 LINRESTOT.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LRT-ROTULO PIC X(44).
           02 LRT-MES   PIC ----.---.--9,99.
           02 LRT-ANO   PIC ----.---.--9,99.
           02 FILLER    PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           DISPLAY ERASE.
           DISPLAY "BALANCETE E RESULTADO POR UNIDADE" AT 0520.
           DISPLAY "ANO/MES (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES AT 0928
           END-PERFORM.
           MOVE W-ANOMES(1:4) TO W-ANO.

           PERFORM CARREGAR-PLANO.
           IF W-QTD-CONTAS = ZEROS
               DISPLAY "PLANO DE CONTAS VAZIO (CADCONTA)" AT 1210
               STOP " "
               GOBACK
           END-IF.
           PERFORM ACUMULAR-DIARIO.
           PERFORM IMPRIMIR-BALANCETE.
           PERFORM IMPRIMIR-RESULTADO.

           DISPLAY "BALANCETE EM BALANCET.LST" AT 1210.
           DISPLAY "RESULTADO EM RESULTAD.LST" AT 1310.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * CARREGAR-PLANO - PLANOCTA.DAT NA ORDEM DO CODIGO PARA A TABELA.
      *-----------------------------------------------------------------*
       CARREGAR-PLANO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-CONTA.
           IF W-STATC NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATC W-MENSAGEM-ERRO
                   "BALANCET"
               DISPLAY W-MENSAGEM-ERRO AT 1110
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CONTA.
           PERFORM GUARDAR-CONTA
               UNTIL FIM-ARQUIVO OR W-QTD-CONTAS >= 300.
           CLOSE ARQ-CONTA.

       LER-CONTA.
           READ ARQ-CONTA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       GUARDAR-CONTA.
           ADD 1 TO W-QTD-CONTAS.
           MOVE CT-CONTA   TO TB-CONTA(W-QTD-CONTAS).
           MOVE CT-NOME    TO TB-NOME(W-QTD-CONTAS).
           MOVE CT-TIPO    TO TB-TIPO(W-QTD-CONTAS).
           MOVE CT-UNIDADE TO TB-UNIDADE(W-QTD-CONTAS).
           MOVE ZEROS      TO TB-DEB-MES(W-QTD-CONTAS)
                              TB-CRE-MES(W-QTD-CONTAS)
                              TB-DEB-ANO(W-QTD-CONTAS)
                              TB-CRE-ANO(W-QTD-CONTAS)
                              TB-DEB-ACUM(W-QTD-CONTAS)
                              TB-CRE-ACUM(W-QTD-CONTAS).
           PERFORM LER-CONTA.

      *-----------------------------------------------------------------*
      * ACUMULAR-DIARIO - CADA PARTIDA ATE O MES SOMA NO DEBITO DE UMA
      *   CONTA E NO CREDITO DA OUTRA: NO ACUMULADO SEMPRE, NO ANO SE
      *   FOR DO MESMO ANO E NO MES SE FOR DO MES.
      *-----------------------------------------------------------------*
       ACUMULAR-DIARIO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-DIARIO.
           IF W-STATD NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-DIARIO.
           PERFORM ACUMULAR-PARTIDA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-DIARIO.

       LER-DIARIO.
           READ ARQ-DIARIO
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       ACUMULAR-PARTIDA.
           IF DI-ANOMES NOT > W-ANOMES
               MOVE DI-DEBITO TO W-CONTA-PROC
               MOVE "D"       TO W-TIPO-PROC
               PERFORM ACUMULAR-LADO
               MOVE DI-CREDITO TO W-CONTA-PROC
               MOVE "C"        TO W-TIPO-PROC
               PERFORM ACUMULAR-LADO
           END-IF.
           PERFORM LER-DIARIO.

       ACUMULAR-LADO.
           MOVE ZEROS TO W-IND.
           MOVE "N"   TO W-ACHOU.
           PERFORM PROCURAR-CONTA
               UNTIL ACHOU-CONTA OR W-IND >= W-QTD-CONTAS.
           IF NOT ACHOU-CONTA
               ADD 1        TO W-QTD-FORA
               ADD DI-VALOR TO W-VLR-FORA
               EXIT PARAGRAPH
           END-IF.
           IF W-TIPO-PROC = "D"
               ADD DI-VALOR TO TB-DEB-ACUM(W-IND)
               IF DI-ANOMES(1:4) = W-ANO
                   ADD DI-VALOR TO TB-DEB-ANO(W-IND)
               END-IF
               IF DI-ANOMES = W-ANOMES
                   ADD DI-VALOR TO TB-DEB-MES(W-IND)
               END-IF
           ELSE
               ADD DI-VALOR TO TB-CRE-ACUM(W-IND)
               IF DI-ANOMES(1:4) = W-ANO
                   ADD DI-VALOR TO TB-CRE-ANO(W-IND)
               END-IF
               IF DI-ANOMES = W-ANOMES
                   ADD DI-VALOR TO TB-CRE-MES(W-IND)
               END-IF
           END-IF.

       PROCURAR-CONTA.
           ADD 1 TO W-IND.
           IF TB-CONTA(W-IND) = W-CONTA-PROC
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-BALANCETE - UMA LINHA POR CONTA DO PLANO.
      *-----------------------------------------------------------------*
       IMPRIMIR-BALANCETE.
           OPEN OUTPUT REL-BALANCO.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINTRACO.
           PERFORM IMPRIMIR-CONTA
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-CONTAS.
           WRITE REG-REL FROM LINTRACO.
           MOVE "TOTAIS DO MES" TO LT-ROTULO.
           MOVE W-TOT-DEB-MES   TO LT-DEBITO.
           MOVE W-TOT-CRE-MES   TO LT-CREDITO.
           WRITE REG-REL FROM LINTOTAL.
           MOVE "SALDOS DEVEDORES / CREDORES" TO LT-ROTULO.
           MOVE W-TOT-SALDO-D   TO LT-DEBITO.
           MOVE W-TOT-SALDO-C   TO LT-CREDITO.
           WRITE REG-REL FROM LINTOTAL.
           IF W-QTD-FORA > ZEROS
               MOVE W-QTD-FORA TO LF-QTD
               MOVE W-VLR-FORA TO LF-VALOR
               WRITE REG-REL FROM LINFORA
           END-IF.
           CLOSE REL-BALANCO.

       IMPRIMIR-CONTA.
           MOVE TB-CONTA(W-IND)   TO LD-CONTA.
           MOVE TB-NOME(W-IND)    TO LD-NOME.
           MOVE TB-TIPO(W-IND)    TO LD-TIPO.
           MOVE TB-DEB-MES(W-IND) TO LD-DEBITO.
           MOVE TB-CRE-MES(W-IND) TO LD-CREDITO.
           COMPUTE W-SALDO = TB-DEB-ACUM(W-IND) - TB-CRE-ACUM(W-IND).
           IF W-SALDO < ZEROS
               MOVE "C" TO LD-DC
               COMPUTE W-SALDO = W-SALDO * -1
               ADD W-SALDO TO W-TOT-SALDO-C
           ELSE
               MOVE "D" TO LD-DC
               ADD W-SALDO TO W-TOT-SALDO-D
           END-IF.
           IF W-SALDO = ZEROS
               MOVE SPACE TO LD-DC
           END-IF.
           MOVE W-SALDO TO LD-SALDO.
           WRITE REG-REL FROM LINDET.
           ADD TB-DEB-MES(W-IND) TO W-TOT-DEB-MES.
           ADD TB-CRE-MES(W-IND) TO W-TOT-CRE-MES.

      *-----------------------------------------------------------------*
      * IMPRIMIR-RESULTADO - POR UNIDADE: RECEITAS (CREDITO - DEBITO),
      *   DESPESAS (DEBITO - CREDITO) E O RESULTADO, NO MES E NO ANO.
      *-----------------------------------------------------------------*
       IMPRIMIR-RESULTADO.
           OPEN OUTPUT REL-RESULTADO.
           MOVE W-ANOMES TO LR-ANOMES.
           WRITE REG-RES FROM LINRES1.
           WRITE REG-RES FROM LINRES2.
           PERFORM IMPRIMIR-UNIDADE
               VARYING W-IND-UNID FROM 1 BY 1 UNTIL W-IND-UNID > 7.
           CLOSE REL-RESULTADO.

       IMPRIMIR-UNIDADE.
           WRITE REG-RES FROM LINTRACO.
           MOVE TU-NOME(W-IND-UNID) TO LU-NOME.
           WRITE REG-RES FROM LINUNIDADE.

           MOVE "RECEITAS" TO LG-ROTULO.
           WRITE REG-RES FROM LINGRUPO.
           MOVE "R" TO W-TIPO-PROC.
           MOVE ZEROS TO W-TOT-MES W-TOT-ANO.
           PERFORM IMPRIMIR-CONTA-RESULTADO
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-CONTAS.
           MOVE W-TOT-MES TO W-REC-MES.
           MOVE W-TOT-ANO TO W-REC-ANO.
           MOVE "TOTAL DAS RECEITAS" TO LRT-ROTULO.
           MOVE W-REC-MES TO LRT-MES.
           MOVE W-REC-ANO TO LRT-ANO.
           WRITE REG-RES FROM LINRESTOT.

           MOVE "DESPESAS" TO LG-ROTULO.
           WRITE REG-RES FROM LINGRUPO.
           MOVE "D" TO W-TIPO-PROC.
           MOVE ZEROS TO W-TOT-MES W-TOT-ANO.
           PERFORM IMPRIMIR-CONTA-RESULTADO
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-CONTAS.
           MOVE W-TOT-MES TO W-DESP-MES.
           MOVE W-TOT-ANO TO W-DESP-ANO.
           MOVE "TOTAL DAS DESPESAS" TO LRT-ROTULO.
           MOVE W-DESP-MES TO LRT-MES.
           MOVE W-DESP-ANO TO LRT-ANO.
           WRITE REG-RES FROM LINRESTOT.

           MOVE "RESULTADO DA UNIDADE" TO LRT-ROTULO.
           COMPUTE W-VLR-MES = W-REC-MES - W-DESP-MES.
           COMPUTE W-VLR-ANO = W-REC-ANO - W-DESP-ANO.
           MOVE W-VLR-MES TO LRT-MES.
           MOVE W-VLR-ANO TO LRT-ANO.
           WRITE REG-RES FROM LINRESTOT.

       IMPRIMIR-CONTA-RESULTADO.
           IF TB-UNIDADE(W-IND) = TU-CODIGO(W-IND-UNID)
              AND TB-TIPO(W-IND) = W-TIPO-PROC
               IF W-TIPO-PROC = "R"
                   COMPUTE W-VLR-MES =
                       TB-CRE-MES(W-IND) - TB-DEB-MES(W-IND)
                   COMPUTE W-VLR-ANO =
                       TB-CRE-ANO(W-IND) - TB-DEB-ANO(W-IND)
               ELSE
                   COMPUTE W-VLR-MES =
                       TB-DEB-MES(W-IND) - TB-CRE-MES(W-IND)
                   COMPUTE W-VLR-ANO =
                       TB-DEB-ANO(W-IND) - TB-CRE-ANO(W-IND)
               END-IF
               MOVE TB-CONTA(W-IND) TO LRD-CONTA
               MOVE TB-NOME(W-IND)  TO LRD-NOME
               MOVE W-VLR-MES       TO LRD-MES
               MOVE W-VLR-ANO       TO LRD-ANO
               WRITE REG-RES FROM LINRESDET
               ADD W-VLR-MES TO W-TOT-MES
               ADD W-VLR-ANO TO W-TOT-ANO
           END-IF.
