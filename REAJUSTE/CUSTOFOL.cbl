      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CUSTOFOL.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - ENCARGOS DO EMPREGADOR E PROVISOES
      *   DO MES: A FOLHA.cbl SO CALCULA O QUE SAI DO FUNCIONARIO. PARA
      *   A COMPETENCIA INFORMADA, LE O BRUTO DE CADA UM EM
      *   FOLHARES.DAT (E O DECIMO TERCEIRO PAGO NO MES EM
      *   DECIMORES.DAT, QUE TAMBEM RECOLHE FGTS E PATRONAL) E APLICA
      *   AS ALIQUOTAS DE ENCARGOS.DAT (MANTIDAS PELO MANTENC.cbl, COM
      *   PADROES DO FONTE NA FALTA DO ARQUIVO): FGTS, PREVIDENCIA
      *   PATRONAL (PATRONAL + RISCO DE ACIDENTE + OUTRAS ENTIDADES) E
      *   AS PROVISOES DE FERIAS COM TERCO E DE DECIMO TERCEIRO SOBRE O
      *   BRUTO DO MES. O CUSTOFOL.LST MOSTRA POR FUNCIONARIO O CUSTO
      *   REAL (BRUTO + ENCARGOS + PROVISOES) CONTRA O BRUTO, E OS
      *   TOTAIS. O DECIMO TERCEIRO PAGO NAO ENTRA NO CUSTO - JA FOI
      *   PROVISIONADO NOS MESES ANTERIORES. O TOTAL DO FGTS VAI PARA
      *   AS CONTAS A PAGAR (CONTAPAG.DAT, CREDOR DO PARAMETRO CF, NOTA
      *   "FGTSAAAAMM") COM VENCIMENTO NO DIA DO PARAMETRO VF DO MES
      *   SEGUINTE, ANTECIPADO PARA O DIA UTIL ANTERIOR QUANDO CAI EM
      *   FIM DE SEMANA OU FERIADO; ASSIM APARECE NO SEMANPAG E NO
      *   AGINGPAG E E BAIXADO NO PAGAFORN. REPROCESSAR A COMPETENCIA
      *   ATUALIZA O VALOR DA CONTA ENQUANTO ELA NAO FOI PAGA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS RF-MATRICULA
               FILE STATUS     IS W-STATF.
           SELECT ARQ-ENCARGOS ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-ENC.
           SELECT ARQ-FOLHARES ASSIGN TO "FOLHARES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRES.
           SELECT ARQ-DECIMORES ASSIGN TO "DECIMORES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATDEC.
           SELECT ARQ-CONTAPAG ASSIGN TO "CONTAPAG.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CP-CHAVE
               FILE STATUS     IS W-STATCP.
           SELECT REL-CUSTO ASSIGN TO "CUSTOFOL.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-FUNC.
       01  REG-FUNC.
           02 RF-MATRICULA.
               03 RF-MATR-BASE PIC 9(7).
               03 RF-MATR-DV   PIC 9.
           02 RF-NOME      PIC X(30).
           02 RF-SALARIO   PIC 9(10)V99.
           02 RF-SITUACAO  PIC X(1).
               88 RF-ATIVO      VALUE "A" " ".
               88 RF-DESLIGADO  VALUE "D".
           02 RF-DT-ADMISSAO PIC 9(8).
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

       FD  ARQ-ENCARGOS
           LABEL RECORD STANDARD.
       01  REG-ENCARGO.
           02 EC-CODIGO  PIC X(2).
           02 FILLER     PIC X(1).
           02 EC-ALIQ    PIC 99V99.
           02 FILLER     PIC X(1).
           02 EC-NUMERO  PIC 9(3).

       FD  ARQ-FOLHARES
           LABEL RECORD STANDARD.
       01  REG-FOLHARES   PIC X(63).

       FD  ARQ-DECIMORES
           LABEL RECORD STANDARD.
       01  REG-DECIMORES  PIC X(63).

       FD  ARQ-CONTAPAG.
       01  REG-CONTAPAG.
           02 CP-CHAVE.
               03 CP-FORN      PIC 9(3).
               03 CP-NOTA      PIC X(10).
               03 CP-PARCELA   PIC 99.
           02 CP-PEDIDO        PIC 9(5).
           02 CP-EMISSAO       PIC 9(8).
           02 CP-VENCIMENTO    PIC 9(8).
           02 CP-VALOR         PIC 9(8)V99.
           02 CP-STATUS        PIC X(1).
               88 CP-ABERTA        VALUE "A".
               88 CP-PAGA          VALUE "P".
           02 CP-DATA-PGTO     PIC 9(8).
           02 FILLER           PIC X(20).

       FD  REL-CUSTO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(132).

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 COD-ERRO-ENC    PIC XX VALUE SPACES.
       77 W-STATRES       PIC XX VALUE SPACES.
       77 W-STATDEC       PIC XX VALUE SPACES.
       77 W-STATCP        PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-ACHOU         PIC X  VALUE "N".
           88 ACHOU-MATRICULA      VALUE "S".

       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-QTD-FUNC      PIC 9(4) VALUE ZEROS.
       77 W-IND           PIC 9(4) VALUE ZEROS.
       77 W-IND-EC        PIC 9    VALUE ZEROS.
       77 W-DIA-VENC-FGTS PIC 9(3) VALUE ZEROS.
       77 W-CREDOR-FGTS   PIC 9(3) VALUE ZEROS.
       77 W-ALIQ-PATRONAL PIC 99V99 VALUE ZEROS.

       77 W-BASE-ENC      PIC 9(10)V99 VALUE ZEROS.
       77 W-FGTS          PIC 9(8)V99  VALUE ZEROS.
       77 W-PATRONAL      PIC 9(8)V99  VALUE ZEROS.
       77 W-PROV-FERIAS   PIC 9(8)V99  VALUE ZEROS.
       77 W-PROV-DECIMO   PIC 9(8)V99  VALUE ZEROS.
       77 W-CUSTO         PIC 9(10)V99 VALUE ZEROS.
       77 W-PCT           PIC 999V9    VALUE ZEROS.

       77 W-TOT-BRUTO     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-DECIMO    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-FGTS      PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-PATRONAL  PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-PROV-FER  PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-PROV-DEC  PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-CUSTO     PIC 9(10)V99 VALUE ZEROS.

       77 W-DIAS-VENC     PIC 9(8) VALUE ZEROS.
       77 W-QUOCIENTE     PIC 9(8) VALUE ZEROS.
       77 W-DIA-SEMANA    PIC 9    VALUE ZEROS.
       77 W-DIA-UTIL      PIC X    VALUE "S".
       77 W-NOTA-FGTS     PIC X(10) VALUE SPACES.
       77 W-VLR-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 W-VENCIMENTO.
           02 W-VENC-ANO  PIC 9(4).
           02 W-VENC-MES  PIC 99.
           02 W-VENC-DIA  PIC 99.
       01 W-VENC-AJUSTADO REDEFINES W-VENCIMENTO PIC 9(8).

       01 W-RESUMO.
           02 RS-ANOMES    PIC 9(6).
           02 FILLER       PIC X(1).
           02 RS-MATRICULA PIC 9(8).
           02 FILLER       PIC X(1).
           02 RS-BRUTO     PIC 9(10)V99.
           02 FILLER       PIC X(1).
           02 RS-INSS      PIC 9(8)V99.
           02 FILLER       PIC X(1).
           02 RS-IRRF      PIC 9(8)V99.
           02 FILLER       PIC X(1).
           02 RS-LIQUIDO   PIC 9(10)V99.

       01 TAB-ENCARGOS.
           02 TE-ITEM OCCURS 6 TIMES.
               03 TE-CODIGO    PIC X(2).
               03 TE-ALIQ      PIC 99V99.

       01 TAB-CUSTO.
           02 TC-ENTRADA OCCURS 500 TIMES.
               03 TC-MATRICULA PIC 9(8).
               03 TC-BRUTO     PIC 9(10)V99.
               03 TC-DECIMO    PIC 9(10)V99.

       01 LINCAB1.
           02 FILLER    PIC X(46) VALUE
               "CUSTO DO EMPREGADOR - ENCARGOS E PROVISOES - ".
           02 FILLER    PIC X(13) VALUE "COMPETENCIA: ".
           02 LC-ANOMES PIC 9(6).
           02 FILLER    PIC X(67) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(30) VALUE "MATRICULA NOME".
           02 FILLER    PIC X(12) VALUE "       BRUTO".
           02 FILLER    PIC X(12) VALUE "    13O PAGO".
           02 FILLER    PIC X(12) VALUE "        FGTS".
           02 FILLER    PIC X(12) VALUE "    PATRONAL".
           02 FILLER    PIC X(12) VALUE "  PROV FERIA".
           02 FILLER    PIC X(12) VALUE "    PROV 13O".
           02 FILLER    PIC X(12) VALUE "  CUSTO REAL".
           02 FILLER    PIC X(08) VALUE "  % BRUT".
           02 FILLER    PIC X(10) VALUE SPACES.
       01 LINDET.
           02 LD-MATR     PIC 9(8).
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LD-NOME     PIC X(20).
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LD-BRUTO    PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LD-DECIMO   PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LD-FGTS     PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LD-PATRONAL PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LD-PROV-FER PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LD-PROV-DEC PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LD-CUSTO    PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(3)  VALUE SPACES.
           02 LD-PCT      PIC ZZ9,9.
           02 FILLER      PIC X(10) VALUE SPACES.
       01 LINTOT.
           02 LT-ROTULO   PIC X(36).
           02 LT-VALOR    PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(80) VALUE SPACES.
       01 LINVENC.
           02 FILLER      PIC X(36) VALUE
               "FGTS A RECOLHER - VENCIMENTO.......:".
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 LV-VENC     PIC 9(4)/99/99.
           02 FILLER      PIC X(12) VALUE "   CREDOR: ".
           02 LV-CREDOR   PIC 9(3).
           02 FILLER      PIC X(8)  VALUE "  NOTA: ".
           02 LV-NOTA     PIC X(10).
           02 FILLER      PIC X(52) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-PARAMETROS.
           DISPLAY ERASE.
           DISPLAY "ENCARGOS DO EMPREGADOR E PROVISOES" AT 0520.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES AT 0932
           END-PERFORM.

           OPEN INPUT ARQ-FOLHARES.
           IF W-STATRES NOT = "00"
               DISPLAY "FOLHARES.DAT NAO ENCONTRADO" AT 1210
               STOP " "
               GOBACK
           END-IF.
           MOVE "N" TO W-FIM-ARQ.
           PERFORM LER-FOLHARES.
           PERFORM GUARDAR-FOLHA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-FOLHARES.

           OPEN INPUT ARQ-DECIMORES.
           IF W-STATDEC = "00"
               MOVE "N" TO W-FIM-ARQ
               PERFORM LER-DECIMORES
               PERFORM GUARDAR-DECIMO UNTIL FIM-ARQUIVO
               CLOSE ARQ-DECIMORES
           END-IF.

           IF W-QTD-FUNC = ZEROS
               DISPLAY "NENHUMA FOLHA NA COMPETENCIA" AT 1210
               STOP " "
               GOBACK
           END-IF.

           OPEN INPUT ARQ-FUNC.
           OPEN OUTPUT REL-CUSTO.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           MOVE ZEROS TO W-IND.
           PERFORM CALCULAR-FUNC W-QTD-FUNC TIMES.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM LANCAR-FGTS.
           CLOSE REL-CUSTO.
           IF W-STATF = "00"
               CLOSE ARQ-FUNC
           END-IF.

           DISPLAY "CUSTO DA FOLHA EM CUSTOFOL.LST" AT 1210.
           MOVE W-TOT-FGTS TO W-VLR-ED.
           DISPLAY "FGTS A RECOLHER.........: " AT 1310.
           DISPLAY W-VLR-ED AT 1337.
           STOP " ".
           GOBACK.

       LER-FOLHARES.
           READ ARQ-FOLHARES INTO W-RESUMO
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       LER-DECIMORES.
           READ ARQ-DECIMORES INTO W-RESUMO
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       GUARDAR-FOLHA.
           IF RS-ANOMES = W-ANOMES
               PERFORM LOCALIZAR-MATRICULA
               IF ACHOU-MATRICULA
                   ADD RS-BRUTO TO TC-BRUTO(W-IND)
               END-IF
           END-IF.
           PERFORM LER-FOLHARES.

       GUARDAR-DECIMO.
           IF RS-ANOMES = W-ANOMES
               PERFORM LOCALIZAR-MATRICULA
               IF ACHOU-MATRICULA
                   ADD RS-BRUTO TO TC-DECIMO(W-IND)
               END-IF
           END-IF.
           PERFORM LER-DECIMORES.

      *    MATRICULA NOVA NA TABELA ENTRA NO FIM, ATE 500 FUNCIONARIOS.
       LOCALIZAR-MATRICULA.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM CONFERIR-MATRICULA
               UNTIL ACHOU-MATRICULA OR W-IND >= W-QTD-FUNC.
           IF NOT ACHOU-MATRICULA AND W-QTD-FUNC < 500
               ADD 1 TO W-QTD-FUNC
               MOVE W-QTD-FUNC   TO W-IND
               MOVE RS-MATRICULA TO TC-MATRICULA(W-IND)
               MOVE ZEROS        TO TC-BRUTO(W-IND) TC-DECIMO(W-IND)
               MOVE "S"          TO W-ACHOU
           END-IF.

       CONFERIR-MATRICULA.
           ADD 1 TO W-IND.
           IF TC-MATRICULA(W-IND) = RS-MATRICULA
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * CALCULAR-FUNC - FGTS E PATRONAL SOBRE O BRUTO MAIS O DECIMO
      *   TERCEIRO PAGO NO MES; PROVISOES SO SOBRE O BRUTO. O CUSTO
      *   REAL E O BRUTO MAIS TODOS OS ENCARGOS E PROVISOES.
      *-----------------------------------------------------------------*
       CALCULAR-FUNC.
           ADD 1 TO W-IND.
           COMPUTE W-BASE-ENC = TC-BRUTO(W-IND) + TC-DECIMO(W-IND).
           COMPUTE W-FGTS ROUNDED =
               W-BASE-ENC * TE-ALIQ(1) / 100.
           COMPUTE W-PATRONAL ROUNDED =
               W-BASE-ENC * W-ALIQ-PATRONAL / 100.
           COMPUTE W-PROV-FERIAS ROUNDED =
               TC-BRUTO(W-IND) * TE-ALIQ(5) / 100.
           COMPUTE W-PROV-DECIMO ROUNDED =
               TC-BRUTO(W-IND) * TE-ALIQ(6) / 100.
           COMPUTE W-CUSTO = TC-BRUTO(W-IND) + W-FGTS + W-PATRONAL
                           + W-PROV-FERIAS + W-PROV-DECIMO.
           MOVE ZEROS TO W-PCT.
           IF TC-BRUTO(W-IND) > ZEROS
               COMPUTE W-PCT ROUNDED =
                   W-CUSTO * 100 / TC-BRUTO(W-IND)
           END-IF.

           MOVE TC-MATRICULA(W-IND) TO RF-MATRICULA LD-MATR.
           MOVE SPACES TO LD-NOME.
           IF W-STATF = "00"
               READ ARQ-FUNC
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO LD-NOME
                   NOT INVALID KEY
                       MOVE RF-NOME TO LD-NOME
               END-READ
           END-IF.
           MOVE TC-BRUTO(W-IND)  TO LD-BRUTO.
           MOVE TC-DECIMO(W-IND) TO LD-DECIMO.
           MOVE W-FGTS           TO LD-FGTS.
           MOVE W-PATRONAL       TO LD-PATRONAL.
           MOVE W-PROV-FERIAS    TO LD-PROV-FER.
           MOVE W-PROV-DECIMO    TO LD-PROV-DEC.
           MOVE W-CUSTO          TO LD-CUSTO.
           MOVE W-PCT            TO LD-PCT.
           WRITE REG-REL FROM LINDET.

           ADD TC-BRUTO(W-IND)  TO W-TOT-BRUTO.
           ADD TC-DECIMO(W-IND) TO W-TOT-DECIMO.
           ADD W-FGTS           TO W-TOT-FGTS.
           ADD W-PATRONAL       TO W-TOT-PATRONAL.
           ADD W-PROV-FERIAS    TO W-TOT-PROV-FER.
           ADD W-PROV-DECIMO    TO W-TOT-PROV-DEC.
           ADD W-CUSTO          TO W-TOT-CUSTO.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "TOTAL BRUTO DA FOLHA...............:" TO LT-ROTULO.
           MOVE W-TOT-BRUTO TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "DECIMO TERCEIRO PAGO NO MES........:" TO LT-ROTULO.
           MOVE W-TOT-DECIMO TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "FGTS...............................:" TO LT-ROTULO.
           MOVE W-TOT-FGTS TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "PREVIDENCIA PATRONAL (IP+RT+OE)....:" TO LT-ROTULO.
           MOVE W-TOT-PATRONAL TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "PROVISAO DE FERIAS + TERCO.........:" TO LT-ROTULO.
           MOVE W-TOT-PROV-FER TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "PROVISAO DE DECIMO TERCEIRO........:" TO LT-ROTULO.
           MOVE W-TOT-PROV-DEC TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "CUSTO REAL DA FOLHA................:" TO LT-ROTULO.
           MOVE W-TOT-CUSTO TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.

      *-----------------------------------------------------------------*
      * LANCAR-FGTS - CONTA A PAGAR DO FGTS DA COMPETENCIA, VENCENDO NO
      *   DIA VF DO MES SEGUINTE. CONTA JA PAGA NAO E MEXIDA.
      *-----------------------------------------------------------------*
       LANCAR-FGTS.
           IF W-TOT-FGTS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-VENC-ANO = W-ANOMES / 100.
           COMPUTE W-VENC-MES = W-ANOMES - (W-VENC-ANO * 100) + 1.
           IF W-VENC-MES > 12
               MOVE 1 TO W-VENC-MES
               ADD  1 TO W-VENC-ANO
           END-IF.
           MOVE W-DIA-VENC-FGTS TO W-VENC-DIA.
           PERFORM ANTECIPAR-DIA-UTIL.

           MOVE SPACES TO W-NOTA-FGTS.
           STRING "FGTS"   DELIMITED BY SIZE
                  W-ANOMES DELIMITED BY SIZE
                  INTO W-NOTA-FGTS.
           MOVE W-VENC-AJUSTADO TO LV-VENC.
           MOVE W-CREDOR-FGTS   TO LV-CREDOR.
           MOVE W-NOTA-FGTS     TO LV-NOTA.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           WRITE REG-REL FROM LINVENC.

           OPEN I-O ARQ-CONTAPAG.
           IF W-STATCP = "35"
               OPEN OUTPUT ARQ-CONTAPAG
               CLOSE       ARQ-CONTAPAG
               OPEN I-O    ARQ-CONTAPAG
           END-IF.
           IF W-STATCP NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATCP W-MENSAGEM-ERRO
                   "CUSTOFOL"
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CREDOR-FGTS TO CP-FORN.
           MOVE W-NOTA-FGTS   TO CP-NOTA.
           MOVE 1             TO CP-PARCELA.
           READ ARQ-CONTAPAG
               INVALID KEY
                   PERFORM GRAVAR-CONTA-FGTS
               NOT INVALID KEY
                   IF CP-PAGA
                       MOVE "FGTS DA COMPETENCIA JA PAGO - MANTIDO"
                           TO REG-REL
                       WRITE REG-REL
                   ELSE
                       MOVE W-VENC-AJUSTADO TO CP-VENCIMENTO
                       MOVE W-TOT-FGTS      TO CP-VALOR
                       REWRITE REG-CONTAPAG
                   END-IF
           END-READ.
           CLOSE ARQ-CONTAPAG.

       GRAVAR-CONTA-FGTS.
           MOVE SPACES          TO REG-CONTAPAG.
           MOVE W-CREDOR-FGTS   TO CP-FORN.
           MOVE W-NOTA-FGTS     TO CP-NOTA.
           MOVE 1               TO CP-PARCELA.
           MOVE ZEROS           TO CP-PEDIDO.
           MOVE W-DATA-HOJE     TO CP-EMISSAO.
           MOVE W-VENC-AJUSTADO TO CP-VENCIMENTO.
           MOVE W-TOT-FGTS      TO CP-VALOR.
           MOVE "A"             TO CP-STATUS.
           MOVE ZEROS           TO CP-DATA-PGTO.
           WRITE REG-CONTAPAG
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATCP
                       W-MENSAGEM-ERRO "CUSTOFOL"
           END-WRITE.

      *-----------------------------------------------------------------*
      * ANTECIPAR-DIA-UTIL - O FGTS NAO ROLA PARA DEPOIS: VENCIMENTO EM
      *   SABADO, DOMINGO OU DIA FECHADO DO CALENDARIO (FERIADOS.DAT
      *   VIA COMUM/DIAUTIL.cbl) VOLTA PARA O DIA UTIL ANTERIOR. O DIA
      *   1 DO CALENDARIO INTEIRO (01/01/1601) FOI SEGUNDA-FEIRA: RESTO
      *   6 E SABADO E RESTO 0 E DOMINGO.
      *-----------------------------------------------------------------*
       ANTECIPAR-DIA-UTIL.
           COMPUTE W-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(W-VENC-AJUSTADO).
           PERFORM AVALIAR-DIA-UTIL.
           PERFORM VOLTAR-UM-DIA UNTIL W-DIA-UTIL NOT = "N".

       VOLTAR-UM-DIA.
           SUBTRACT 1 FROM W-DIAS-VENC.
           COMPUTE W-VENC-AJUSTADO =
               FUNCTION DATE-OF-INTEGER(W-DIAS-VENC).
           PERFORM AVALIAR-DIA-UTIL.

       AVALIAR-DIA-UTIL.
           DIVIDE W-DIAS-VENC BY 7 GIVING W-QUOCIENTE
               REMAINDER W-DIA-SEMANA.
           IF W-DIA-SEMANA = 6 OR W-DIA-SEMANA = 0
               MOVE "N" TO W-DIA-UTIL
           ELSE
               CALL "DIA-UTIL" USING W-VENC-AJUSTADO W-DIA-UTIL
           END-IF.

      *-----------------------------------------------------------------*
      * CARREGAR-PARAMETROS - PADROES DO FONTE SOBREPOSTOS POR
      *   ENCARGOS.DAT, COMO NO MANTENC.cbl. A PATRONAL SOMA AS
      *   ALIQUOTAS IP, RT E OE.
      *-----------------------------------------------------------------*
       CARREGAR-PARAMETROS.
           MOVE "FG" TO TE-CODIGO(1).
           MOVE  8,00 TO TE-ALIQ(1).
           MOVE "IP" TO TE-CODIGO(2).
           MOVE 20,00 TO TE-ALIQ(2).
           MOVE "RT" TO TE-CODIGO(3).
           MOVE  2,00 TO TE-ALIQ(3).
           MOVE "OE" TO TE-CODIGO(4).
           MOVE  5,80 TO TE-ALIQ(4).
           MOVE "PF" TO TE-CODIGO(5).
           MOVE 11,11 TO TE-ALIQ(5).
           MOVE "PD" TO TE-CODIGO(6).
           MOVE  8,33 TO TE-ALIQ(6).
           MOVE  20  TO W-DIA-VENC-FGTS.
           MOVE 999  TO W-CREDOR-FGTS.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-ENCARGOS.
           IF COD-ERRO-ENC = "00"
               PERFORM LER-ENCARGO
               PERFORM APLICAR-REGISTRO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ENCARGOS
           END-IF.
           MOVE "N" TO W-FIM-ARQ.
           IF W-DIA-VENC-FGTS = ZEROS OR W-DIA-VENC-FGTS > 28
               MOVE 20 TO W-DIA-VENC-FGTS
           END-IF.
           COMPUTE W-ALIQ-PATRONAL = TE-ALIQ(2) + TE-ALIQ(3)
                                   + TE-ALIQ(4).

       LER-ENCARGO.
           READ ARQ-ENCARGOS
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       APLICAR-REGISTRO.
           EVALUATE EC-CODIGO
               WHEN "VF"
                   MOVE EC-NUMERO TO W-DIA-VENC-FGTS
               WHEN "CF"
                   MOVE EC-NUMERO TO W-CREDOR-FGTS
               WHEN OTHER
                   MOVE ZEROS TO W-IND-EC
                   PERFORM PROCURAR-CODIGO 6 TIMES
           END-EVALUATE.
           PERFORM LER-ENCARGO.

       PROCURAR-CODIGO.
           ADD 1 TO W-IND-EC.
           IF TE-CODIGO(W-IND-EC) = EC-CODIGO
               MOVE EC-ALIQ TO TE-ALIQ(W-IND-EC)
           END-IF.
