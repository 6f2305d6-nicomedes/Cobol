      *   (SAC) - COM PRESTACAO, JUROS, AMORTIZACAO E SALDO DEVEDOR DE
      *   CADA UM E OS TOTAIS PAGOS, PARA COMPARAR AS DUAS OPCOES NO
      *   PAPEL.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - O CLIENTE RECEBE O
      *   SALDO DEPOIS DO IMPOSTO DE RENDA E A INFLACAO COME PARTE DO
      *   GANHO: A PROJECAO PASSA A MOSTRAR POR MES O SALDO BRUTO, O
      *   IMPOSTO DEVIDO SE RESGATAR NAQUELE MES (TABELA REGRESSIVA
      *   POR PRAZO DE APLICACAO EM IRINVEST.PAR, MANTIDA PELO
      *   MANTPAR.cbl - CADA APORTE COM O SEU PROPRIO PRAZO), O SALDO
      *   LIQUIDO E O RENDIMENTO REAL DESCONTADA A INFLACAO ANUAL
      *   INFORMADA (OU A DE IRINVEST.PAR). NOVO MODO (C) COMPARACAO:
      *   DUAS TAXAS OU DOIS PRAZOS LADO A LADO EM PROJECAO.LST.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           SELECT REL-PROJECAO ASSIGN TO "PROJECAO.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.
           SELECT ARQ-IRINVEST ASSIGN TO "IRINVEST.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-IR.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       FD  ARQ-IRINVEST
           LABEL RECORD STANDARD.
       01  REG-IRINVEST.
           02 II-FAIXA OCCURS 4 TIMES.
               03 II-DIAS    PIC 9(4).
               03 FILLER     PIC X(1).
               03 II-ALIQ    PIC 99V99.
               03 FILLER     PIC X(1).
           02 II-INFLACAO    PIC 99V99.

       WORKING-STORAGE         SECTION.

       01 VALOR-DEPOSIT-ED PIC Z(10),9(2) VALUE ZEROS.

       77 COD-ERRO-TAXA   PIC X(02) VALUE SPACES.
       77 COD-ERRO-REL    PIC X(02) VALUE SPACES.
       77 COD-ERRO-IR     PIC X(02) VALUE SPACES.
       01 VALOR-APORTE-ED PIC Z(10),9(2) VALUE ZEROS.
       01 VALOR-APORTE    PIC 9(10)V9(2) VALUE ZEROS.
       77 W-JUROS-ED      PIC Z(10),9(2) VALUE ZEROS.
               "PROJECAO DE DEPOSITO COM APORTES -".
           02 FILLER    PIC X(07) VALUE " TAXA: ".
           02 LC-TAXA   PIC 9,999.
           02 FILLER    PIC X(10) VALUE " APORTE: ".
           02 LC-APORTE PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(11) VALUE SPACES.
       01 LINCAB1B.
           02 FILLER    PIC X(36) VALUE
               "IMPOSTO NO RESGATE E RENDIMENTO REAL".
           02 FILLER    PIC X(18) VALUE " - INFLACAO A.A.: ".
           02 LC-INFL   PIC Z9,99.
           02 FILLER    PIC X(21) VALUE "%".
       01 LINCAB2.
           02 FILLER    PIC X(04) VALUE "MES".
           02 FILLER    PIC X(14) VALUE "        JUROS".
           02 FILLER    PIC X(18) VALUE "      SALDO BRUTO".
           02 FILLER    PIC X(14) VALUE "   IMPOSTO IR".
           02 FILLER    PIC X(18) VALUE "    SALDO LIQUIDO".
           02 FILLER    PIC X(12) VALUE "   REAL %".
       01 LINDET.
           02 LD-MES    PIC Z9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-JUROS  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-SALDO  PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-IMPOSTO PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-LIQUIDO PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-REAL   PIC ----9,99.
           02 FILLER    PIC X(3)  VALUE SPACES.
       77 N-PERIODOS      PIC 99    VALUE ZEROS.
           88 N-PERIODOS-OK          VALUE 1 THRU 60.
       77 W-PERIODO       PIC 99    VALUE ZEROS.
           88 HOUVE-OVERFLOW      VALUE "S".

       77 W-MODO          PIC X     VALUE SPACE.
           88 MODO-VALIDO            VALUE "P" "F" "C".
       77 W-PRINCIPAL     PIC 9(10)V99 VALUE ZEROS.
       77 W-PRINCIPAL-ED  PIC Z(10),9(2) VALUE ZEROS.
       77 W-FATOR         PIC 9(6)V9(6) VALUE ZEROS.
           02 FILLER    PIC X(78) VALUE ALL "=".
           02 FILLER    PIC X(02) VALUE SPACES.

      * TABELA REGRESSIVA DO IMPOSTO DE RENDA POR PRAZO DA APLICACAO
      * (ATE TI-DIAS DIAS, ALIQUOTA TI-ALIQ %); PADROES DO FONTE
      * SOBREPOSTOS POR IRINVEST.PAR (MANTPAR.cbl).
       01 TAB-IR.
           02 TI-FAIXA OCCURS 4 TIMES.
               03 TI-DIAS    PIC 9(4).
               03 TI-ALIQ    PIC 99V99.
       77 W-INFLACAO      PIC 99V99      VALUE 4,50.
       77 W-INFL-ED       PIC Z9,99      VALUE ZEROS.
       77 W-INFL-NOVA     PIC 99V99      VALUE ZEROS.
       77 W-IND-IR        PIC 9          VALUE ZEROS.
       77 W-ACHOU-FAIXA   PIC X          VALUE "N".
       77 W-DIAS          PIC 9(5)       VALUE ZEROS.
       77 W-ALIQ          PIC 99V99      VALUE ZEROS.
       77 W-K             PIC 99         VALUE ZEROS.
       77 W-MESES-TR      PIC 99         VALUE ZEROS.
       77 W-TRANCHE       PIC 9(10)V99   VALUE ZEROS.
       77 W-BASE-TR       PIC 9V9(3)     VALUE ZEROS.
       77 W-FATOR-TR      PIC 9(6)V9(8)  VALUE ZEROS.
       77 W-GANHO-TR      PIC 9(10)V99   VALUE ZEROS.
       77 W-TAXA-CALC     PIC 9V9(3)     VALUE ZEROS.
       77 W-N-CALC        PIC 99         VALUE ZEROS.
       77 W-BRUTO-CALC    PIC 9(10)V99   VALUE ZEROS.
       77 W-IMPOSTO       PIC 9(10)V99   VALUE ZEROS.
       77 W-LIQUIDO       PIC 9(10)V99   VALUE ZEROS.
       77 W-INVESTIDO     PIC 9(10)V99   VALUE ZEROS.
       77 W-DEFLATOR      PIC 9(4)V9(8)  VALUE ZEROS.
       77 W-REAL-PCT      PIC S9(5)V99   VALUE ZEROS.
       77 W-IMPOSTO-ED    PIC Z(10),9(2) VALUE ZEROS.
       77 W-LIQUIDO-ED    PIC Z(10),9(2) VALUE ZEROS.
       77 W-REAL-ED       PIC ----9,99   VALUE ZEROS.

      * COMPARACAO DE DOIS CENARIOS (DUAS TAXAS OU DOIS PRAZOS)
       77 W-TIPO-COMP     PIC X          VALUE SPACE.
           88 COMP-VALIDA            VALUE "T" "P".
       77 W-TAXA-B        PIC 9V9(3)     VALUE ZEROS.
           88 W-TAXA-B-OK            VALUE 0,001 THRU 0,100.
       77 W-PRAZO-B       PIC 99         VALUE ZEROS.
           88 W-PRAZO-B-OK           VALUE 1 THRU 60.
       77 W-CEN           PIC 9          VALUE ZEROS.
       01 TAB-CENARIOS.
           02 TC-CENARIO OCCURS 2 TIMES.
               03 TC-TAXA      PIC 9V9(3).
               03 TC-PRAZO     PIC 99.
               03 TC-INVESTIDO PIC 9(10)V99.
               03 TC-BRUTO     PIC 9(10)V99.
               03 TC-IMPOSTO   PIC 9(10)V99.
               03 TC-ALIQ-EFET PIC 99V99.
               03 TC-LIQUIDO   PIC 9(10)V99.
               03 TC-REAL      PIC S9(5)V99.

       01 LINCCAB1.
           02 FILLER    PIC X(44) VALUE
               "COMPARACAO DE CENARIOS - LIQUIDO DE IR E DA ".
           02 FILLER    PIC X(15) VALUE "INFLACAO A.A.: ".
           02 LCC-INFL  PIC Z9,99.
           02 FILLER    PIC X(16) VALUE "%".
       01 LINCCAB2.
           02 FILLER    PIC X(26) VALUE SPACES.
           02 FILLER    PIC X(18) VALUE "       CENARIO A".
           02 FILLER    PIC X(18) VALUE "       CENARIO B".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINCOMP.
           02 LCP-ROTULO PIC X(26).
           02 LCP-A      PIC X(16) JUSTIFIED RIGHT.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 LCP-B      PIC X(16) JUSTIFIED RIGHT.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 FILLER     PIC X(18) VALUE SPACES.
       77 W-VALOR-CMP-ED  PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 W-TAXA-CMP-ED   PIC 9,999.
       77 W-PRAZO-CMP-ED  PIC Z9.
       77 W-PCT-CMP-ED    PIC ----9,99.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           PERFORM LER-TAXA-JUROS.
           PERFORM CARREGAR-TABELA-IR.

           DISPLAY "(P) PROJECAO DE DEPOSITO / (F) FINANCIAMENTO / "
                   "(C) COMPARACAO?".
           PERFORM WITH TEST AFTER UNTIL MODO-VALIDO
               ACCEPT W-MODO
               MOVE FUNCTION UPPER-CASE(W-MODO) TO W-MODO
               PERFORM SIMULAR-FINANCIAMENTO
               STOP RUN
           END-IF.
           IF W-MODO = "C"
               PERFORM COMPARAR-CENARIOS
               STOP RUN
           END-IF.

           ACCEPT VALOR-DEPOSIT-ED.
           MOVE VALOR-DEPOSIT-ED TO VALOR-DEPOSIT.
           PERFORM WITH TEST AFTER UNTIL N-PERIODOS-OK
               ACCEPT N-PERIODOS
           END-PERFORM.
           PERFORM RECEBER-INFLACAO.

           OPEN OUTPUT REL-PROJECAO.
           MOVE TAXA-JUROS   TO LC-TAXA.
           MOVE VALOR-APORTE TO LC-APORTE.
           MOVE W-INFLACAO   TO LC-INFL.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB1B.
           WRITE REG-REL FROM LINCAB2.

           MOVE VALOR-DEPOSIT TO W-SALDO.
           END-IF.

      *-----------------------------------------------------------------*
      * MOSTRAR-PERIODO - A LINHA DO MES (JUROS, SALDO BRUTO, IMPOSTO
      *   SE RESGATAR NO MES, SALDO LIQUIDO E RENDIMENTO REAL) NA TELA
      *   E EM PROJECAO.LST.
      *-----------------------------------------------------------------*
       MOSTRAR-PERIODO.
           MOVE TAXA-JUROS TO W-TAXA-CALC.
           MOVE W-PERIODO  TO W-N-CALC.
           PERFORM CALCULAR-IMPOSTO.
           IF W-IMPOSTO > W-SALDO
               MOVE W-SALDO TO W-IMPOSTO
           END-IF.
           COMPUTE W-LIQUIDO = W-SALDO - W-IMPOSTO.
           PERFORM CALCULAR-REAL.

           MOVE W-SALDO         TO W-SALDO-ED.
           MOVE W-JUROS-PERIODO TO W-JUROS-ED.
           MOVE VALOR-APORTE    TO W-APORTE-ED.
           MOVE W-IMPOSTO       TO W-IMPOSTO-ED.
           MOVE W-LIQUIDO       TO W-LIQUIDO-ED.
           MOVE W-REAL-PCT      TO W-REAL-ED.
           DISPLAY "MES " W-PERIODO " - APORTE: " W-APORTE-ED
                   " JUROS: " W-JUROS-ED " SALDO: " W-SALDO-ED.
           DISPLAY "       IR: " W-IMPOSTO-ED " LIQUIDO: "
                   W-LIQUIDO-ED " REAL %: " W-REAL-ED.

           MOVE W-PERIODO       TO LD-MES.
           MOVE W-JUROS-PERIODO TO LD-JUROS.
           MOVE W-SALDO         TO LD-SALDO.
           MOVE W-IMPOSTO       TO LD-IMPOSTO.
           MOVE W-LIQUIDO       TO LD-LIQUIDO.
           MOVE W-REAL-PCT      TO LD-REAL.
           WRITE REG-REL FROM LINDET.

      *-----------------------------------------------------------------*
      * CALCULAR-IMPOSTO - IMPOSTO DEVIDO NO RESGATE TOTAL APOS
      *   W-N-CALC MESES A TAXA W-TAXA-CALC. O DEPOSITO INICIAL E CADA
      *   APORTE SAO TRIBUTADOS PELO SEU PROPRIO PRAZO (O APORTE DO MES
      *   K RENDE N - K + 1 MESES), COMO FAZ O BANCO; DEVOLVE TAMBEM O
      *   SALDO BRUTO EM W-BRUTO-CALC.
      *-----------------------------------------------------------------*
       CALCULAR-IMPOSTO.
           MOVE ZEROS TO W-IMPOSTO W-BRUTO-CALC.
           MOVE W-N-CALC      TO W-MESES-TR.
           MOVE VALOR-DEPOSIT TO W-TRANCHE.
           PERFORM TRIBUTAR-PARCELA.
           IF VALOR-APORTE > ZEROS
               PERFORM TRIBUTAR-APORTE
                   VARYING W-K FROM 1 BY 1 UNTIL W-K > W-N-CALC
           END-IF.
           COMPUTE W-INVESTIDO = VALOR-DEPOSIT
                               + VALOR-APORTE * W-N-CALC.

       TRIBUTAR-APORTE.
           COMPUTE W-MESES-TR = W-N-CALC - W-K + 1.
           MOVE VALOR-APORTE TO W-TRANCHE.
           PERFORM TRIBUTAR-PARCELA.

       TRIBUTAR-PARCELA.
           COMPUTE W-BASE-TR = 1 + W-TAXA-CALC.
           COMPUTE W-FATOR-TR ROUNDED = W-BASE-TR ** W-MESES-TR.
           COMPUTE W-GANHO-TR ROUNDED = W-TRANCHE * (W-FATOR-TR - 1).
           ADD W-TRANCHE W-GANHO-TR TO W-BRUTO-CALC.
           PERFORM BUSCAR-ALIQUOTA.
           COMPUTE W-IMPOSTO ROUNDED =
               W-IMPOSTO + W-GANHO-TR * W-ALIQ / 100.

      *    PRAZO EM DIAS CORRIDOS (30 POR MES) CONTRA A TABELA; ACIMA
      *    DA ULTIMA FAIXA VALE A MENOR ALIQUOTA.
       BUSCAR-ALIQUOTA.
           COMPUTE W-DIAS = W-MESES-TR * 30.
           MOVE TI-ALIQ(4) TO W-ALIQ.
           MOVE "N"   TO W-ACHOU-FAIXA.
           MOVE ZEROS TO W-IND-IR.
           PERFORM CONFERIR-FAIXA-IR 4 TIMES.

       CONFERIR-FAIXA-IR.
           ADD 1 TO W-IND-IR.
           IF W-ACHOU-FAIXA = "N"
              AND W-DIAS NOT > TI-DIAS(W-IND-IR)
               MOVE TI-ALIQ(W-IND-IR) TO W-ALIQ
               MOVE "S" TO W-ACHOU-FAIXA
           END-IF.

      *-----------------------------------------------------------------*
      * CALCULAR-REAL - RENDIMENTO REAL DO SALDO LIQUIDO SOBRE O TOTAL
      *   INVESTIDO, DESCONTADA A INFLACAO ANUAL ACUMULADA NOS
      *   W-N-CALC MESES.
      *-----------------------------------------------------------------*
       CALCULAR-REAL.
           MOVE ZEROS TO W-REAL-PCT.
           IF W-INVESTIDO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-DEFLATOR ROUNDED =
               (1 + W-INFLACAO / 100) ** (W-N-CALC / 12).
           COMPUTE W-REAL-PCT ROUNDED =
               (W-LIQUIDO / W-DEFLATOR / W-INVESTIDO - 1) * 100.

       RECEBER-INFLACAO.
           MOVE W-INFLACAO TO W-INFL-ED.
           DISPLAY "INFLACAO ANUAL % (0 = " W-INFL-ED
                   " DE IRINVEST.PAR)?".
           MOVE ZEROS TO W-INFL-ED.
           ACCEPT W-INFL-ED.
           MOVE W-INFL-ED TO W-INFL-NOVA.
           IF W-INFL-NOVA > ZEROS
               MOVE W-INFL-NOVA TO W-INFLACAO
           END-IF.

      *-----------------------------------------------------------------*
      * COMPARAR-CENARIOS - MESMO DEPOSITO E APORTE EM DOIS CENARIOS:
      *   (T) A TAXA VIGENTE CONTRA OUTRA TAXA NO MESMO PRAZO, OU (P) A
      *   TAXA VIGENTE EM DOIS PRAZOS DE RESGATE. IMPRIME LADO A LADO
      *   EM PROJECAO.LST O BRUTO, O IMPOSTO, O LIQUIDO E O RENDIMENTO
      *   REAL DE CADA UM.
      *-----------------------------------------------------------------*
       COMPARAR-CENARIOS.
           DISPLAY "VALOR DO DEPOSITO?".
           ACCEPT VALOR-DEPOSIT-ED.
           MOVE VALOR-DEPOSIT-ED TO VALOR-DEPOSIT.
           DISPLAY "APORTE MENSAL (0 = SEM APORTE)?".
           ACCEPT VALOR-APORTE-ED.
           MOVE VALOR-APORTE-ED TO VALOR-APORTE.
           PERFORM RECEBER-INFLACAO.

           DISPLAY "COMPARAR DUAS (T)AXAS OU DOIS (P)RAZOS?".
           PERFORM WITH TEST AFTER UNTIL COMP-VALIDA
               ACCEPT W-TIPO-COMP
               MOVE FUNCTION UPPER-CASE(W-TIPO-COMP) TO W-TIPO-COMP
           END-PERFORM.

           MOVE TAXA-JUROS TO TAXA-JUROS-ED.
           IF W-TIPO-COMP = "T"
               DISPLAY "TAXA DO CENARIO A (VIGENTE): " TAXA-JUROS-ED
               DISPLAY "TAXA DO CENARIO B (0,001-0,100)?"
               PERFORM WITH TEST AFTER UNTIL W-TAXA-B-OK
                   ACCEPT TAXA-JUROS-ED
                   MOVE TAXA-JUROS-ED TO W-TAXA-B
               END-PERFORM
               DISPLAY "PRAZO EM MESES (1-60)?"
               PERFORM WITH TEST AFTER UNTIL N-PERIODOS-OK
                   ACCEPT N-PERIODOS
               END-PERFORM
               MOVE N-PERIODOS TO W-PRAZO-B
           ELSE
               DISPLAY "TAXA DOS DOIS CENARIOS (VIGENTE): "
                       TAXA-JUROS-ED
               DISPLAY "PRAZO DO CENARIO A EM MESES (1-60)?"
               PERFORM WITH TEST AFTER UNTIL N-PERIODOS-OK
                   ACCEPT N-PERIODOS
               END-PERFORM
               DISPLAY "PRAZO DO CENARIO B EM MESES (1-60)?"
               PERFORM WITH TEST AFTER UNTIL W-PRAZO-B-OK
                   ACCEPT W-PRAZO-B
               END-PERFORM
               MOVE TAXA-JUROS TO W-TAXA-B
           END-IF.

           MOVE TAXA-JUROS TO TC-TAXA(1).
           MOVE N-PERIODOS TO TC-PRAZO(1).
           MOVE W-TAXA-B   TO TC-TAXA(2).
           MOVE W-PRAZO-B  TO TC-PRAZO(2).
           MOVE ZEROS TO W-CEN.
           PERFORM CALCULAR-CENARIO 2 TIMES.

           OPEN OUTPUT REL-PROJECAO.
           PERFORM IMPRIMIR-COMPARACAO.
           CLOSE REL-PROJECAO.
           DISPLAY "COMPARACAO GRAVADA EM PROJECAO.LST".

       CALCULAR-CENARIO.
           ADD 1 TO W-CEN.
           MOVE TC-TAXA(W-CEN)  TO W-TAXA-CALC.
           MOVE TC-PRAZO(W-CEN) TO W-N-CALC.
           PERFORM CALCULAR-IMPOSTO.
           COMPUTE W-LIQUIDO = W-BRUTO-CALC - W-IMPOSTO.
           PERFORM CALCULAR-REAL.
           MOVE W-INVESTIDO  TO TC-INVESTIDO(W-CEN).
           MOVE W-BRUTO-CALC TO TC-BRUTO(W-CEN).
           MOVE W-IMPOSTO    TO TC-IMPOSTO(W-CEN).
           MOVE W-LIQUIDO    TO TC-LIQUIDO(W-CEN).
           MOVE W-REAL-PCT   TO TC-REAL(W-CEN).
           MOVE ZEROS        TO TC-ALIQ-EFET(W-CEN).
           IF W-BRUTO-CALC > W-INVESTIDO
               COMPUTE TC-ALIQ-EFET(W-CEN) ROUNDED = W-IMPOSTO * 100
                   / (W-BRUTO-CALC - W-INVESTIDO)
           END-IF.

      *    CADA LINHA DO QUADRO VAI PARA O ARQUIVO E PARA A TELA.
       IMPRIMIR-COMPARACAO.
           MOVE W-INFLACAO TO LCC-INFL.
           WRITE REG-REL FROM LINCCAB1.
           DISPLAY LINCCAB1.
           WRITE REG-REL FROM LINCCAB2.
           DISPLAY LINCCAB2.
           WRITE REG-REL FROM LINTRACO.

           MOVE "TAXA MENSAL" TO LCP-ROTULO.
           MOVE TC-TAXA(1) TO W-TAXA-CMP-ED.
           MOVE W-TAXA-CMP-ED TO LCP-A.
           MOVE TC-TAXA(2) TO W-TAXA-CMP-ED.
           MOVE W-TAXA-CMP-ED TO LCP-B.
           PERFORM IMPRIMIR-LINHA-COMP.
           MOVE "PRAZO (MESES)" TO LCP-ROTULO.
           MOVE TC-PRAZO(1) TO W-PRAZO-CMP-ED.
           MOVE W-PRAZO-CMP-ED TO LCP-A.
           MOVE TC-PRAZO(2) TO W-PRAZO-CMP-ED.
           MOVE W-PRAZO-CMP-ED TO LCP-B.
           PERFORM IMPRIMIR-LINHA-COMP.
           MOVE "TOTAL INVESTIDO" TO LCP-ROTULO.
           MOVE TC-INVESTIDO(1) TO W-VALOR-CMP-ED.
           MOVE W-VALOR-CMP-ED TO LCP-A.
           MOVE TC-INVESTIDO(2) TO W-VALOR-CMP-ED.
           MOVE W-VALOR-CMP-ED TO LCP-B.
           PERFORM IMPRIMIR-LINHA-COMP.
           MOVE "SALDO BRUTO" TO LCP-ROTULO.
           MOVE TC-BRUTO(1) TO W-VALOR-CMP-ED.
           MOVE W-VALOR-CMP-ED TO LCP-A.
           MOVE TC-BRUTO(2) TO W-VALOR-CMP-ED.
           MOVE W-VALOR-CMP-ED TO LCP-B.
           PERFORM IMPRIMIR-LINHA-COMP.
           MOVE "IMPOSTO DE RENDA" TO LCP-ROTULO.
           MOVE TC-IMPOSTO(1) TO W-VALOR-CMP-ED.
           MOVE W-VALOR-CMP-ED TO LCP-A.
           MOVE TC-IMPOSTO(2) TO W-VALOR-CMP-ED.
           MOVE W-VALOR-CMP-ED TO LCP-B.
           PERFORM IMPRIMIR-LINHA-COMP.
           MOVE "ALIQUOTA EFETIVA %" TO LCP-ROTULO.
           MOVE TC-ALIQ-EFET(1) TO W-PCT-CMP-ED.
           MOVE W-PCT-CMP-ED TO LCP-A.
           MOVE TC-ALIQ-EFET(2) TO W-PCT-CMP-ED.
           MOVE W-PCT-CMP-ED TO LCP-B.
           PERFORM IMPRIMIR-LINHA-COMP.
           MOVE "SALDO LIQUIDO" TO LCP-ROTULO.
           MOVE TC-LIQUIDO(1) TO W-VALOR-CMP-ED.
           MOVE W-VALOR-CMP-ED TO LCP-A.
           MOVE TC-LIQUIDO(2) TO W-VALOR-CMP-ED.
           MOVE W-VALOR-CMP-ED TO LCP-B.
           PERFORM IMPRIMIR-LINHA-COMP.
           MOVE "RENDIMENTO REAL %" TO LCP-ROTULO.
           MOVE TC-REAL(1) TO W-PCT-CMP-ED.
           MOVE W-PCT-CMP-ED TO LCP-A.
           MOVE TC-REAL(2) TO W-PCT-CMP-ED.
           MOVE W-PCT-CMP-ED TO LCP-B.
           PERFORM IMPRIMIR-LINHA-COMP.
           WRITE REG-REL FROM LINTRACO.

       IMPRIMIR-LINHA-COMP.
           WRITE REG-REL FROM LINCOMP.
           DISPLAY LINCOMP.

      *-----------------------------------------------------------------*
      * APLICA-JUROS - COMPOE W-SALDO COM UM PERIODO DE TAXA-JUROS,
      *   CHAMANDO COMUM/SOMAR.cbl PARA O CALCULO DO JURO E DA SOMA.
               END-READ
               CLOSE ARQ-TAXAJURO
           END-IF.

      *-----------------------------------------------------------------*
      * CARREGAR-TABELA-IR - TABELA REGRESSIVA E INFLACAO DE
      *   IRINVEST.PAR. NA FALTA DO ARQUIVO VALE A TABELA PADRAO: ATE
      *   180 DIAS 22,50%, ATE 360 DIAS 20,00%, ATE 720 DIAS 17,50% E
      *   ACIMA DISSO 15,00%.
      *-----------------------------------------------------------------*
       CARREGAR-TABELA-IR.
           MOVE 0180  TO TI-DIAS(1).
           MOVE 22,50 TO TI-ALIQ(1).
           MOVE 0360  TO TI-DIAS(2).
           MOVE 20,00 TO TI-ALIQ(2).
           MOVE 0720  TO TI-DIAS(3).
           MOVE 17,50 TO TI-ALIQ(3).
           MOVE 9999  TO TI-DIAS(4).
           MOVE 15,00 TO TI-ALIQ(4).
           OPEN INPUT ARQ-IRINVEST.
           IF COD-ERRO-IR = "00"
               READ ARQ-IRINVEST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ZEROS TO W-IND-IR
                       PERFORM COPIAR-FAIXA-IR 4 TIMES
                       IF II-INFLACAO IS NUMERIC
                           MOVE II-INFLACAO TO W-INFLACAO
                       END-IF
               END-READ
               CLOSE ARQ-IRINVEST
           END-IF.

       COPIAR-FAIXA-IR.
           ADD 1 TO W-IND-IR.
           IF II-DIAS(W-IND-IR) IS NUMERIC
              AND II-ALIQ(W-IND-IR) IS NUMERIC
               MOVE II-DIAS(W-IND-IR) TO TI-DIAS(W-IND-IR)
               MOVE II-ALIQ(W-IND-IR) TO TI-ALIQ(W-IND-IR)
           END-IF.
