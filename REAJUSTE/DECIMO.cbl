      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             DECIMO.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - DECIMO TERCEIRO SALARIO EM DUAS
      *   PARCELAS, NO LUGAR DA PLANILHA: PARA O ANO E A PARCELA
      *   INFORMADOS, PERCORRE FUNCIONARIOS.DAT (DESLIGADOS FICAM DE
      *   FORA - JA RECEBERAM NA RESCISAO.cbl). O DIREITO E DE 1/12 DO
      *   SALARIO POR MES TRABALHADO NO ANO (MES COM 15 DIAS OU MAIS
      *   CONTA INTEIRO), O QUE RESOLVE OS ADMITIDOS NO ANO.
      *   PARCELA 1 (NOVEMBRO): METADE DO DIREITO ATE NOVEMBRO, SEM
      *   DESCONTOS. PARCELA 2 (DEZEMBRO): DIREITO INTEGRAL DO ANO,
      *   PREVIDENCIA E IMPOSTO PELAS TABELAS DE TABDESC.DAT (COMO NA
      *   FOLHA.cbl) SOBRE O INTEGRAL, MENOS A PRIMEIRA PARCELA. CADA
      *   PARCELA FICA EM DECIMO.DAT (ANO + MATRICULA), DE ONDE A
      *   SEGUNDA TIRA O ADIANTAMENTO; RECIBOS EM DECIMO.LST E RESUMO EM
      *   DECIMORES.DAT NO LEIAUTE DO FOLHARES.DAT, NA COMPETENCIA
      *   AAAA11 OU AAAA12 (O BRUTO DA SEGUNDA JA SEM A PRIMEIRA, PARA A
      *   SOMA DAS DUAS DAR O CUSTO DO ANO).
      * 15 OUTUBRO 2026 - JULIANO - DECIMORES.DAT DEIXA DE SER
      *   RECRIADO A CADA RODADA, O QUE APAGAVA A PRIMEIRA PARCELA AO
      *   RODAR A SEGUNDA E OS ANOS ANTERIORES QUE O CUSTOFOL.cbl E O
      *   GERAPAG.cbl AINDA LEEM: A RODADA TIRA SO O RESUMO DA
      *   COMPETENCIA RECALCULADA (DUAS PASSAGENS POR DECIMO.TMP, COMO
      *   A FOLHA.cbl FAZ NO FOLHARES.DAT) E ACRESCENTA O NOVO.
      *   COMPETENCIA DA PARCELA COM A FOLHA JA FECHADA NO CONTROLE DE
      *   PERIODOS (PERIODO.cbl) NAO RODA (CONSULTA NO
      *   COMUM/VERIFPERIODO.cbl).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS RF-MATRICULA
               FILE STATUS     IS W-STATF.
           SELECT ARQ-DECIMO ASSIGN TO "DECIMO.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS DC-CHAVE
               FILE STATUS     IS W-STATDC.
           SELECT ARQ-TABDESC ASSIGN TO "TABDESC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-DESC.
           SELECT REL-RECIBO ASSIGN TO "DECIMO.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
           SELECT ARQ-RESUMO ASSIGN TO "DECIMORES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRES.
           SELECT ARQ-TMP ASSIGN TO "DECIMO.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.

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

       FD  ARQ-DECIMO.
       01  REG-DECIMO.
           02 DC-CHAVE.
               03 DC-ANO       PIC 9(4).
               03 DC-MATRICULA PIC 9(8).
           02 DC-AVOS-1      PIC 99.
           02 DC-PARCELA-1   PIC 9(10)V99.
           02 DC-DT-PARC-1   PIC 9(8).
           02 DC-AVOS-2      PIC 99.
           02 DC-INTEGRAL    PIC 9(10)V99.
           02 DC-INSS        PIC 9(8)V99.
           02 DC-IRRF        PIC 9(8)V99.
           02 DC-LIQUIDO-2   PIC 9(10)V99.
           02 DC-DT-PARC-2   PIC 9(8).

       FD  ARQ-TABDESC
           LABEL RECORD STANDARD.
       01  REG-TABDESC.
           02 TD-TABELA  PIC X(1).
           02 FILLER     PIC X(1).
           02 TD-FAIXA   PIC 9(1).
           02 FILLER     PIC X(1).
           02 TD-LIMITE  PIC 9(8)V99.
           02 FILLER     PIC X(1).
           02 TD-ALIQ    PIC 99V99.
           02 FILLER     PIC X(1).
           02 TD-DEDUCAO PIC 9(8)V99.

       FD  REL-RECIBO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       FD  ARQ-RESUMO
           LABEL RECORD STANDARD.
       01  REG-RESUMO.
           02 RS-ANOMES    PIC 9(6).
           02 FILLER       PIC X(1)  VALUE SPACE.
           02 RS-MATRICULA PIC 9(8).
           02 FILLER       PIC X(1)  VALUE SPACE.
           02 RS-BRUTO     PIC 9(10)V99.
           02 FILLER       PIC X(1)  VALUE SPACE.
           02 RS-INSS      PIC 9(8)V99.
           02 FILLER       PIC X(1)  VALUE SPACE.
           02 RS-IRRF      PIC 9(8)V99.
           02 FILLER       PIC X(1)  VALUE SPACE.
           02 RS-LIQUIDO   PIC 9(10)V99.

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP        PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATDC        PIC XX VALUE SPACES.
       77 COD-ERRO-DESC   PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-STATRES       PIC XX VALUE SPACES.
       77 W-STATTMP       PIC XX VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-ACHOU-DC      PIC X  VALUE "N".
           88 DECIMO-EXISTE        VALUE "S".

       77 W-ANO           PIC 9(4) VALUE ZEROS.
       77 W-PARCELA       PIC 9    VALUE ZEROS.
           88 PRIMEIRA-PARCELA     VALUE 1.
           88 SEGUNDA-PARCELA      VALUE 2.
       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-DATA-COMP     PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".
       77 W-MES-LIMITE    PIC 99   VALUE ZEROS.
       77 W-AVOS          PIC 99   VALUE ZEROS.
       77 W-QTD-FUNC      PIC 9(4) VALUE ZEROS.
       77 W-IND           PIC 9    VALUE ZEROS.

       77 W-DIREITO       PIC 9(10)V99 VALUE ZEROS.
       77 W-ADIANTADO     PIC 9(10)V99 VALUE ZEROS.
       77 W-BRUTO         PIC 9(10)V99 VALUE ZEROS.
       77 W-INSS          PIC 9(8)V99  VALUE ZEROS.
       77 W-BASE-IRRF     PIC 9(10)V99 VALUE ZEROS.
       77 W-IRRF          PIC 9(8)V99  VALUE ZEROS.
       77 W-IRRF-CALC     PIC S9(10)V99 VALUE ZEROS.
       77 W-LIQ-CALC      PIC S9(10)V99 VALUE ZEROS.
       77 W-LIQUIDO       PIC 9(10)V99 VALUE ZEROS.
       77 W-FAIXA-BASE    PIC 9(8)V99  VALUE ZEROS.
       77 W-FAIXA-TETO    PIC 9(8)V99  VALUE ZEROS.
       77 W-FATIA         PIC 9(8)V99  VALUE ZEROS.
       77 W-ACHOU-FAIXA   PIC X        VALUE "N".
       77 W-TOT-BRUTO     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-LIQUIDO   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 W-DT-ADM.
           02 W-ADM-ANO   PIC 9(4).
           02 W-ADM-MES   PIC 99.
           02 W-ADM-DIA   PIC 99.

       01 TAB-INSS.
           02 TI-FAIXA OCCURS 5 TIMES.
               03 TI-LIMITE  PIC 9(8)V99.
               03 TI-ALIQ    PIC 99V99.
       01 TAB-IRRF.
           02 TR-FAIXA OCCURS 5 TIMES.
               03 TR-LIMITE  PIC 9(8)V99.
               03 TR-ALIQ    PIC 99V99.
               03 TR-DEDUCAO PIC 9(8)V99.

       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINCAB1.
           02 FILLER    PIC X(24) VALUE "RECIBO DE 13O SALARIO - ".
           02 LC-PARCELA PIC 9.
           02 FILLER    PIC X(14) VALUE "A PARCELA DE ".
           02 LC-ANO    PIC 9(4).
           02 FILLER    PIC X(37) VALUE SPACES.
       01 LINFUNC.
           02 FILLER    PIC X(12) VALUE "MATRICULA: ".
           02 LF-MATR   PIC 9(8).
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LF-NOME   PIC X(30).
           02 FILLER    PIC X(27) VALUE SPACES.
       01 LINAVOS.
           02 FILLER    PIC X(26) VALUE "MESES TRABALHADOS (AVOS): ".
           02 LA-AVOS   PIC Z9.
           02 FILLER    PIC X(03) VALUE "/12".
           02 FILLER    PIC X(49) VALUE SPACES.
       01 LINVERBA.
           02 LV-TITULO PIC X(25).
           02 LV-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(42) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-TABELAS.
           DISPLAY ERASE.
           DISPLAY "DECIMO TERCEIRO SALARIO" AT 0520.
           DISPLAY "ANO (AAAA):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANO > 1900
               ACCEPT W-ANO AT 0932
           END-PERFORM.
           DISPLAY "PARCELA (1-NOVEMBRO 2-DEZEMBRO):" AT 1010.
           PERFORM WITH TEST AFTER
                   UNTIL PRIMEIRA-PARCELA OR SEGUNDA-PARCELA
               ACCEPT W-PARCELA AT 1043
           END-PERFORM.
           IF PRIMEIRA-PARCELA
               MOVE 11 TO W-MES-LIMITE
           ELSE
               MOVE 12 TO W-MES-LIMITE
           END-IF.
           COMPUTE W-ANOMES = W-ANO * 100 + W-MES-LIMITE.
           COMPUTE W-DATA-COMP = W-ANOMES * 100 + 1.
           CALL "VERIFICA-PERIODO" USING "F" W-DATA-COMP W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA A FOLHA" AT 1210
               STOP " "
               GOBACK
           END-IF.

           OPEN INPUT ARQ-FUNC.
           IF W-STATF NOT = "00"
               DISPLAY "FUNCIONARIOS.DAT INDISPONIVEL" AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-DECIMO.
           IF W-STATDC = "35"
               OPEN OUTPUT ARQ-DECIMO
               CLOSE       ARQ-DECIMO
               OPEN I-O    ARQ-DECIMO
           END-IF.
           IF W-STATDC NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATDC W-MENSAGEM-ERRO
               "DECIMO  "
               DISPLAY W-MENSAGEM-ERRO AT 1210
               CLOSE ARQ-FUNC
               STOP " "
               GOBACK
           END-IF.
           OPEN OUTPUT REL-RECIBO.
           PERFORM REMOVER-COMPETENCIA.
           OPEN EXTEND ARQ-RESUMO.
           IF W-STATRES = "35"
               OPEN OUTPUT ARQ-RESUMO
           END-IF.

           PERFORM LER-FUNC.
           PERFORM PROCESSAR-FUNC UNTIL FIM-ARQUIVO.

           CLOSE ARQ-FUNC ARQ-DECIMO REL-RECIBO ARQ-RESUMO.
           DISPLAY "PARCELA GERADA - RECIBOS: " AT 1210.
           DISPLAY W-QTD-FUNC AT 1237.
           MOVE W-TOT-BRUTO TO W-TOT-ED.
           DISPLAY "TOTAL BRUTO.............: " AT 1310.
           DISPLAY W-TOT-ED AT 1337.
           MOVE W-TOT-LIQUIDO TO W-TOT-ED.
           DISPLAY "TOTAL LIQUIDO...........: " AT 1410.
           DISPLAY W-TOT-ED AT 1437.
           STOP " ".
           GOBACK.

       LER-FUNC.
           READ ARQ-FUNC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * REMOVER-COMPETENCIA - TIRA DE DECIMORES.DAT O RESUMO DA
      *   COMPETENCIA QUE VAI SER RECALCULADA, MANTENDO A OUTRA PARCELA
      *   E OS ANOS ANTERIORES. DUAS PASSAGENS POR DECIMO.TMP, COMO NO
      *   REMOVER-NAO-PAGOS DA FOLHA.cbl.
      *-----------------------------------------------------------------*
       REMOVER-COMPETENCIA.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-RESUMO.
           IF W-STATRES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-RESUMO.
           PERFORM SEPARAR-RESUMO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-RESUMO ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT  ARQ-TMP.
           OPEN OUTPUT ARQ-RESUMO.
           PERFORM LER-TMP.
           PERFORM DEVOLVER-RESUMO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-RESUMO.
           MOVE "N" TO W-FIM-ARQ.

       LER-RESUMO.
           READ ARQ-RESUMO
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-RESUMO.
           IF RS-ANOMES NOT = W-ANOMES
               MOVE SPACES     TO REG-TMP
               MOVE REG-RESUMO TO REG-TMP
               WRITE REG-TMP
           END-IF.
           PERFORM LER-RESUMO.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       DEVOLVER-RESUMO.
           MOVE REG-TMP TO REG-RESUMO.
           WRITE REG-RESUMO.
           PERFORM LER-TMP.

      *-----------------------------------------------------------------*
      * PROCESSAR-FUNC - DESLIGADOS E ADMITIDOS DEPOIS DO ANO (OU SEM
      *   NENHUM MES COMPLETO ATE O MES DA PARCELA) NAO TEM PARCELA.
      *-----------------------------------------------------------------*
       PROCESSAR-FUNC.
           IF RF-DESLIGADO
               PERFORM LER-FUNC
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTAR-AVOS.
           IF W-AVOS = ZEROS
               PERFORM LER-FUNC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-DIREITO ROUNDED = RF-SALARIO * W-AVOS / 12.
           PERFORM BUSCAR-DECIMO.
           IF PRIMEIRA-PARCELA
               PERFORM CALCULAR-PRIMEIRA
           ELSE
               PERFORM CALCULAR-SEGUNDA
           END-IF.
           PERFORM GRAVAR-DECIMO.
           PERFORM IMPRIMIR-RECIBO.
           PERFORM GRAVAR-RESUMO.
           ADD 1        TO W-QTD-FUNC.
           ADD W-BRUTO   TO W-TOT-BRUTO.
           ADD W-LIQUIDO TO W-TOT-LIQUIDO.
           PERFORM LER-FUNC.

      *-----------------------------------------------------------------*
      * CONTAR-AVOS - MESES DO ANO ATE O MES DA PARCELA. NO MES DA
      *   ADMISSAO, ENTRAR ATE O DIA 16 GARANTE OS 15 DIAS TRABALHADOS.
      *-----------------------------------------------------------------*
       CONTAR-AVOS.
           MOVE RF-DT-ADMISSAO TO W-DT-ADM.
           MOVE ZEROS          TO W-AVOS.
           IF W-ADM-ANO > W-ANO
               EXIT PARAGRAPH
           END-IF.
           IF W-ADM-ANO < W-ANO OR RF-DT-ADMISSAO = ZEROS
               MOVE W-MES-LIMITE TO W-AVOS
               EXIT PARAGRAPH
           END-IF.
           IF W-ADM-MES > W-MES-LIMITE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-AVOS = W-MES-LIMITE - W-ADM-MES + 1.
           IF W-ADM-DIA > 16
               SUBTRACT 1 FROM W-AVOS
           END-IF.

       BUSCAR-DECIMO.
           MOVE W-ANO        TO DC-ANO.
           MOVE RF-MATRICULA TO DC-MATRICULA.
           READ ARQ-DECIMO
               INVALID KEY
                   MOVE "N" TO W-ACHOU-DC
                   INITIALIZE REG-DECIMO
                   MOVE W-ANO        TO DC-ANO
                   MOVE RF-MATRICULA TO DC-MATRICULA
               NOT INVALID KEY
                   MOVE "S" TO W-ACHOU-DC
           END-READ.

      *    ADIANTAMENTO: METADE DO DIREITO, SEM PREVIDENCIA NEM IMPOSTO.
       CALCULAR-PRIMEIRA.
           COMPUTE W-BRUTO ROUNDED = W-DIREITO / 2.
           MOVE ZEROS   TO W-INSS W-IRRF W-ADIANTADO.
           MOVE W-BRUTO TO W-LIQUIDO.
           MOVE W-AVOS      TO DC-AVOS-1.
           MOVE W-BRUTO     TO DC-PARCELA-1.
           MOVE W-DATA-HOJE TO DC-DT-PARC-1.

      *-----------------------------------------------------------------*
      * CALCULAR-SEGUNDA - PREVIDENCIA E IMPOSTO INCIDEM SOBRE O
      *   INTEGRAL, EM SEPARADO DO SALARIO DO MES; DO LIQUIDO SAI A
      *   PRIMEIRA PARCELA GRAVADA EM NOVEMBRO.
      *-----------------------------------------------------------------*
       CALCULAR-SEGUNDA.
           MOVE DC-PARCELA-1 TO W-ADIANTADO.
           MOVE W-DIREITO    TO W-BRUTO.
           PERFORM CALCULAR-INSS.
           COMPUTE W-BASE-IRRF = W-DIREITO - W-INSS.
           PERFORM CALCULAR-IRRF.
           COMPUTE W-LIQ-CALC = W-DIREITO - W-INSS - W-IRRF
                              - W-ADIANTADO.
           MOVE ZEROS TO W-LIQUIDO.
           IF W-LIQ-CALC > ZEROS
               MOVE W-LIQ-CALC TO W-LIQUIDO
           END-IF.
           MOVE W-AVOS      TO DC-AVOS-2.
           MOVE W-DIREITO   TO DC-INTEGRAL.
           MOVE W-INSS      TO DC-INSS.
           MOVE W-IRRF      TO DC-IRRF.
           MOVE W-LIQUIDO   TO DC-LIQUIDO-2.
           MOVE W-DATA-HOJE TO DC-DT-PARC-2.
           IF W-DIREITO > W-ADIANTADO
               COMPUTE W-BRUTO = W-DIREITO - W-ADIANTADO
           ELSE
               MOVE ZEROS TO W-BRUTO
           END-IF.

       GRAVAR-DECIMO.
           IF DECIMO-EXISTE
               REWRITE REG-DECIMO
                   INVALID KEY
                       CALL "VERIFICA-STATUS" USING W-STATDC
                           W-MENSAGEM-ERRO "DECIMO  "
               END-REWRITE
           ELSE
               WRITE REG-DECIMO
                   INVALID KEY
                       CALL "VERIFICA-STATUS" USING W-STATDC
                           W-MENSAGEM-ERRO "DECIMO  "
               END-WRITE
           END-IF.

       IMPRIMIR-RECIBO.
           MOVE W-PARCELA TO LC-PARCELA.
           MOVE W-ANO     TO LC-ANO.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINCAB1.
           MOVE RF-MATRICULA TO LF-MATR.
           MOVE RF-NOME      TO LF-NOME.
           WRITE REG-REL FROM LINFUNC.
           MOVE W-AVOS TO LA-AVOS.
           WRITE REG-REL FROM LINAVOS.

           MOVE "SALARIO BASE...........: " TO LV-TITULO.
           MOVE RF-SALARIO TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           MOVE "13O PROPORCIONAL.......: " TO LV-TITULO.
           MOVE W-DIREITO TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           IF SEGUNDA-PARCELA
               MOVE "PREVIDENCIA............: " TO LV-TITULO
               MOVE W-INSS TO LV-VALOR
               WRITE REG-REL FROM LINVERBA
               MOVE "IMPOSTO DE RENDA.......: " TO LV-TITULO
               MOVE W-IRRF TO LV-VALOR
               WRITE REG-REL FROM LINVERBA
               MOVE "1A PARCELA ADIANTADA...: " TO LV-TITULO
               MOVE W-ADIANTADO TO LV-VALOR
               WRITE REG-REL FROM LINVERBA
           END-IF.
           MOVE "LIQUIDO A RECEBER......: " TO LV-TITULO.
           MOVE W-LIQUIDO TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.

       GRAVAR-RESUMO.
           MOVE SPACES        TO REG-RESUMO.
           MOVE W-ANOMES      TO RS-ANOMES.
           MOVE RF-MATRICULA  TO RS-MATRICULA.
           MOVE W-BRUTO       TO RS-BRUTO.
           MOVE W-INSS        TO RS-INSS.
           MOVE W-IRRF        TO RS-IRRF.
           MOVE W-LIQUIDO     TO RS-LIQUIDO.
           WRITE REG-RESUMO.

      *-----------------------------------------------------------------*
      * CALCULAR-INSS / CALCULAR-IRRF - MESMAS REGRAS DA FOLHA.cbl:
      *   PREVIDENCIA PROGRESSIVA FATIA A FATIA E IMPOSTO PELA FAIXA
      *   DA BASE MENOS A PARCELA A DEDUZIR.
      *-----------------------------------------------------------------*
       CALCULAR-INSS.
           MOVE ZEROS TO W-INSS W-FAIXA-BASE W-IND.
           PERFORM SOMAR-FATIA-INSS 5 TIMES.

       SOMAR-FATIA-INSS.
           ADD 1 TO W-IND.
           IF TI-LIMITE(W-IND) > ZEROS
              AND W-BRUTO > W-FAIXA-BASE
               IF W-BRUTO < TI-LIMITE(W-IND)
                   MOVE W-BRUTO TO W-FAIXA-TETO
               ELSE
                   MOVE TI-LIMITE(W-IND) TO W-FAIXA-TETO
               END-IF
               COMPUTE W-FATIA = W-FAIXA-TETO - W-FAIXA-BASE
               COMPUTE W-INSS = W-INSS
                   + (W-FATIA * TI-ALIQ(W-IND) / 100)
               MOVE TI-LIMITE(W-IND) TO W-FAIXA-BASE
           END-IF.

       CALCULAR-IRRF.
           MOVE ZEROS TO W-IRRF W-IND.
           MOVE "N"   TO W-ACHOU-FAIXA.
           PERFORM PROCURAR-FAIXA-IRRF 5 TIMES.

       PROCURAR-FAIXA-IRRF.
           ADD 1 TO W-IND.
           IF W-ACHOU-FAIXA = "N"
              AND TR-LIMITE(W-IND) > ZEROS
              AND W-BASE-IRRF NOT > TR-LIMITE(W-IND)
               MOVE "S" TO W-ACHOU-FAIXA
               COMPUTE W-IRRF-CALC =
                   (W-BASE-IRRF * TR-ALIQ(W-IND) / 100)
                   - TR-DEDUCAO(W-IND)
               IF W-IRRF-CALC > ZEROS
                   MOVE W-IRRF-CALC TO W-IRRF
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * CARREGAR-TABELAS - PADROES DO FONTE SOBREPOSTOS POR
      *   TABDESC.DAT, COMO NA FOLHA.cbl.
      *-----------------------------------------------------------------*
       CARREGAR-TABELAS.
           MOVE  1412,00 TO TI-LIMITE(1).
           MOVE     7,50 TO TI-ALIQ(1).
           MOVE  2666,68 TO TI-LIMITE(2).
           MOVE     9,00 TO TI-ALIQ(2).
           MOVE  4000,03 TO TI-LIMITE(3).
           MOVE    12,00 TO TI-ALIQ(3).
           MOVE  7786,02 TO TI-LIMITE(4).
           MOVE    14,00 TO TI-ALIQ(4).
           MOVE ZEROS    TO TI-LIMITE(5) TI-ALIQ(5).

           MOVE  2259,20 TO TR-LIMITE(1).
           MOVE ZEROS    TO TR-ALIQ(1) TR-DEDUCAO(1).
           MOVE  2826,65 TO TR-LIMITE(2).
           MOVE     7,50 TO TR-ALIQ(2).
           MOVE   169,44 TO TR-DEDUCAO(2).
           MOVE  3751,05 TO TR-LIMITE(3).
           MOVE    15,00 TO TR-ALIQ(3).
           MOVE   381,44 TO TR-DEDUCAO(3).
           MOVE  4664,68 TO TR-LIMITE(4).
           MOVE    22,50 TO TR-ALIQ(4).
           MOVE   662,77 TO TR-DEDUCAO(4).
           MOVE 99999999,99 TO TR-LIMITE(5).
           MOVE    27,50 TO TR-ALIQ(5).
           MOVE   896,00 TO TR-DEDUCAO(5).

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TABDESC.
           IF COD-ERRO-DESC = "00"
               PERFORM LER-TABDESC
               PERFORM APLICAR-REGISTRO UNTIL FIM-ARQUIVO
               CLOSE ARQ-TABDESC
           END-IF.
           MOVE "N" TO W-FIM-ARQ.

       LER-TABDESC.
           READ ARQ-TABDESC
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       APLICAR-REGISTRO.
           IF TD-FAIXA > 0 AND TD-FAIXA < 6
               IF TD-TABELA = "I"
                   MOVE TD-LIMITE TO TI-LIMITE(TD-FAIXA)
                   MOVE TD-ALIQ   TO TI-ALIQ(TD-FAIXA)
               END-IF
               IF TD-TABELA = "R"
                   MOVE TD-LIMITE  TO TR-LIMITE(TD-FAIXA)
                   MOVE TD-ALIQ    TO TR-ALIQ(TD-FAIXA)
                   MOVE TD-DEDUCAO TO TR-DEDUCAO(TD-FAIXA)
               END-IF
           END-IF.
           PERFORM LER-TABDESC.
