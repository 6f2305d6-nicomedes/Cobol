      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             FERIAS.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - PROGRAMACAO E PAGAMENTO DE FERIAS:
      *   PARA A MATRICULA INFORMADA, MONTA EM FERIAS.DAT (CHAVE
      *   MATRICULA + NUMERO DO PERIODO) OS PERIODOS AQUISITIVOS JA
      *   COMPLETADOS DESDE RF-DT-ADMISSAO, CADA UM COM 30 DIAS DE
      *   DIREITO E O LIMITE DE CONCESSAO (12 MESES APOS O FIM DO
      *   PERIODO), E MOSTRA DIREITO, GOZADOS E SALDO. O GOZO E
      *   PROGRAMADO NO PERIODO MAIS ANTIGO COM SALDO, EM ATE 3
      *   FRACOES (A PRIMEIRA DE PELO MENOS 14 DIAS, NENHUMA MENOR QUE
      *   5). O PAGAMENTO E O SALARIO DOS DIAS MAIS O TERCO - EM DOBRO
      *   QUANDO O GOZO COMECA DEPOIS DO LIMITE -, COM PREVIDENCIA E
      *   IMPOSTO PELAS TABELAS DE TABDESC.DAT, COMO NA FOLHA.cbl. O
      *   RECIBO SAI EM FERIAS.LST E O ADIANTAMENTO VAI PARA VERBAS.DAT
      *   NA COMPETENCIA DO INICIO DO GOZO: O ACRESCIMO (TERCO E
      *   DOBRA) COMO PROVENTO "FE" E O LIQUIDO PAGO COMO DESCONTO
      *   "FA", QUE A FOLHA ABATE NO HOLERITE DO MES. OS PERIODOS
      *   PERTO DO LIMITE SAEM NO RELFERIAS.cbl.
      * 15 OUTUBRO 2026 - JULIANO - GOZO QUE COMECA EM COMPETENCIA COM
      *   A FOLHA JA FECHADA NO CONTROLE DE PERIODOS (PERIODO.cbl) E
      *   RECUSADO NA DIGITACAO DA DATA, ANTES DE GRAVAR O PERIODO E
      *   AS VERBAS "FE"/"FA" (CONSULTA NO COMUM/VERIFPERIODO.cbl).
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
           SELECT ARQ-FERIAS ASSIGN TO "FERIAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS FE-CHAVE
               FILE STATUS     IS W-STATFE.
           SELECT ARQ-TABDESC ASSIGN TO "TABDESC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-DESC.
           SELECT ARQ-VERBAS ASSIGN TO "VERBAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS VB-CHAVE
               FILE STATUS     IS W-STATVB.
           SELECT REL-RECIBO ASSIGN TO "FERIAS.LST"
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

       FD  ARQ-FERIAS.
       01  REG-FERIAS.
           02 FE-CHAVE.
               03 FE-MATRICULA PIC 9(8).
               03 FE-PERIODO   PIC 99.
           02 FE-AQUIS-INI    PIC 9(8).
           02 FE-AQUIS-FIM    PIC 9(8).
           02 FE-LIMITE       PIC 9(8).
           02 FE-DIAS-DIREITO PIC 99.
           02 FE-DIAS-GOZADOS PIC 99.
           02 FE-QTD-FRACOES  PIC 9.
           02 FE-FRACAO OCCURS 3 TIMES.
               03 FE-GOZO-INI    PIC 9(8).
               03 FE-GOZO-DIAS   PIC 99.
               03 FE-EM-DOBRO    PIC X(1).
               03 FE-VLR-FERIAS  PIC 9(8)V99.
               03 FE-VLR-TERCO   PIC 9(8)V99.
               03 FE-INSS        PIC 9(8)V99.
               03 FE-IRRF        PIC 9(8)V99.
               03 FE-LIQUIDO     PIC 9(8)V99.

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

       FD  ARQ-VERBAS.
       01  REG-VERBA.
           02 VB-CHAVE.
               03 VB-ANOMES    PIC 9(6).
               03 VB-MATRICULA PIC 9(8).
               03 VB-CODIGO    PIC X(2).
           02 VB-DESCRICAO PIC X(22).
           02 VB-TIPO      PIC X(1).
               88 VB-PROVENTO   VALUE "P".
               88 VB-DESCONTO   VALUE "D".
           02 VB-VALOR     PIC 9(8)V99.
           02 VB-ORIGEM    PIC X(8).

       FD  REL-RECIBO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATFE        PIC XX VALUE SPACES.
       77 COD-ERRO-DESC   PIC XX VALUE SPACES.
       77 W-STATVB        PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.

       77 W-MATR-BASE     PIC 9(7) VALUE ZEROS.
       77 W-DIGITO        PIC 9    VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-DATA-OK       PIC X    VALUE SPACES.

       01 W-DT-CALC       PIC 9(8) VALUE ZEROS.
       01 W-DT-CALC-R REDEFINES W-DT-CALC.
           02 W-CALC-ANO  PIC 9(4).
           02 W-CALC-MES  PIC 99.
           02 W-CALC-DIA  PIC 99.
       77 W-ANOS-SOMA     PIC 99   VALUE ZEROS.
       77 W-DIAS-INT      PIC 9(7) VALUE ZEROS.
       77 W-INI-PROX      PIC 9(8) VALUE ZEROS.
       77 W-INI-SEGUINTE  PIC 9(8) VALUE ZEROS.

       77 W-PERIODO       PIC 99   VALUE ZEROS.
       77 W-PER-ESCOLHIDO PIC 99   VALUE ZEROS.
       77 W-FIM-PERIODOS  PIC X    VALUE "N".
           88 FIM-PERIODOS         VALUE "S".
       77 W-LINHA         PIC 99   VALUE ZEROS.
       77 W-SALDO         PIC 99   VALUE ZEROS.
       77 W-SALDO-RESTA   PIC 99   VALUE ZEROS.

       01 W-DT-GOZO       PIC 9(8) VALUE ZEROS.
       01 W-DT-GOZO-R REDEFINES W-DT-GOZO.
           02 W-GOZO-ANOMES PIC 9(6).
           02 W-GOZO-DIA    PIC 99.
       77 W-DIAS-GOZO     PIC 99   VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".
       77 W-DIAS-OK       PIC X    VALUE "N".
       77 W-EM-DOBRO      PIC X    VALUE "N".
           88 PAGA-EM-DOBRO        VALUE "S".
       77 W-IND-FR        PIC 9    VALUE ZEROS.

       77 W-VLR-DIAS      PIC 9(8)V99  VALUE ZEROS.
       77 W-VLR-FERIAS    PIC 9(8)V99  VALUE ZEROS.
       77 W-VLR-TERCO     PIC 9(8)V99  VALUE ZEROS.
       77 W-BRUTO         PIC 9(10)V99 VALUE ZEROS.
       77 W-ACRESCIMO     PIC 9(8)V99  VALUE ZEROS.
       77 W-INSS          PIC 9(8)V99  VALUE ZEROS.
       77 W-BASE-IRRF     PIC 9(10)V99 VALUE ZEROS.
       77 W-IRRF          PIC 9(8)V99  VALUE ZEROS.
       77 W-IRRF-CALC     PIC S9(10)V99 VALUE ZEROS.
       77 W-LIQUIDO       PIC 9(10)V99 VALUE ZEROS.
       77 W-FAIXA-BASE    PIC 9(8)V99  VALUE ZEROS.
       77 W-FAIXA-TETO    PIC 9(8)V99  VALUE ZEROS.
       77 W-FATIA         PIC 9(8)V99  VALUE ZEROS.
       77 W-ACHOU-FAIXA   PIC X        VALUE "N".
       77 W-IND           PIC 9        VALUE ZEROS.
       77 W-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77 W-VB-CODIGO     PIC X(2)  VALUE SPACES.
       77 W-VB-DESCRICAO  PIC X(22) VALUE SPACES.
       77 W-VB-TIPO       PIC X     VALUE SPACE.
       77 W-VB-VALOR      PIC 9(8)V99 VALUE ZEROS.

       01 TAB-INSS.
           02 TI-FAIXA OCCURS 5 TIMES.
               03 TI-LIMITE  PIC 9(8)V99.
               03 TI-ALIQ    PIC 99V99.
       01 TAB-IRRF.
           02 TR-FAIXA OCCURS 5 TIMES.
               03 TR-LIMITE  PIC 9(8)V99.
               03 TR-ALIQ    PIC 99V99.
               03 TR-DEDUCAO PIC 9(8)V99.

       01 LINPERCAB.
           02 FILLER    PIC X(04) VALUE "PER".
           02 FILLER    PIC X(24) VALUE "PERIODO AQUISITIVO".
           02 FILLER    PIC X(12) VALUE "LIMITE".
           02 FILLER    PIC X(08) VALUE "DIREITO".
           02 FILLER    PIC X(08) VALUE "GOZADOS".
           02 FILLER    PIC X(06) VALUE "SALDO".
       01 LINPER.
           02 LP-PERIODO PIC Z9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LP-INI    PIC 9(4)/99/99.
           02 FILLER    PIC X(03) VALUE " A ".
           02 LP-FIM    PIC 9(4)/99/99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LP-LIMITE PIC 9(4)/99/99.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LP-DIREITO PIC Z9.
           02 FILLER    PIC X(06) VALUE SPACES.
           02 LP-GOZADOS PIC Z9.
           02 FILLER    PIC X(06) VALUE SPACES.
           02 LP-SALDO  PIC Z9.

       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE
               "RECIBO DE FERIAS".
           02 FILLER    PIC X(40) VALUE SPACES.
       01 LINFUNC.
           02 FILLER    PIC X(12) VALUE "MATRICULA: ".
           02 LF-MATR   PIC 9(8).
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LF-NOME   PIC X(30).
           02 FILLER    PIC X(27) VALUE SPACES.
       01 LINAQUIS.
           02 FILLER    PIC X(21) VALUE "PERIODO AQUISITIVO: ".
           02 LA-INI    PIC 9(4)/99/99.
           02 FILLER    PIC X(03) VALUE " A ".
           02 LA-FIM    PIC 9(4)/99/99.
           02 FILLER    PIC X(36) VALUE SPACES.
       01 LINGOZO.
           02 FILLER    PIC X(21) VALUE "GOZO A PARTIR DE...: ".
           02 LG-INI    PIC 9(4)/99/99.
           02 FILLER    PIC X(03) VALUE " - ".
           02 LG-DIAS   PIC Z9.
           02 FILLER    PIC X(06) VALUE " DIAS ".
           02 LG-DOBRO  PIC X(18).
           02 FILLER    PIC X(20) VALUE SPACES.
       01 LINVERBA.
           02 LV-TITULO PIC X(28).
           02 LV-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(39) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-TABELAS.
           OPEN INPUT ARQ-FUNC.
           IF W-STATF NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATF W-MENSAGEM-ERRO
               "FERIAS  "
               DISPLAY ERASE
               DISPLAY W-MENSAGEM-ERRO AT 1020
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-FERIAS.
           IF W-STATFE = "35"
               OPEN OUTPUT ARQ-FERIAS
               CLOSE       ARQ-FERIAS
               OPEN I-O    ARQ-FERIAS
           END-IF.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-FUNC ARQ-FERIAS.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-MATR-BASE W-DT-GOZO W-DIAS-GOZO
                          W-PER-ESCOLHIDO.
           MOVE SPACES TO W-GRAVA W-DATA-OK W-RESP.

           DISPLAY ERASE.
           DISPLAY "F E R I A S" AT 0334.
           DISPLAY "MATRICULA (7 DIGITOS):" AT 0610.
           PERFORM WITH TEST AFTER
                   UNTIL W-MATR-BASE NOT = ZEROS AND W-STATF = "00"
               ACCEPT W-MATR-BASE AT 0633
               CALL "MODULO-CALC-DV" USING W-MATR-BASE W-DIGITO
               MOVE W-MATR-BASE TO RF-MATR-BASE
               MOVE W-DIGITO    TO RF-MATR-DV
               READ ARQ-FUNC
               IF W-STATF NOT = "00"
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "                          " AT 2310.
           DISPLAY RF-NOME AT 0642.

           IF RF-DESLIGADO
               DISPLAY "FUNCIONARIO DESLIGADO - FERIAS NO RESCISAO"
                   AT 2310
           ELSE
               PERFORM MONTAR-PERIODOS
               IF W-PER-ESCOLHIDO = ZEROS
                   DISPLAY "SEM PERIODO AQUISITIVO COM SALDO" AT 2310
               ELSE
                   PERFORM PROGRAMAR-GOZO
               END-IF
           END-IF.

           DISPLAY "OUTRA MATRICULA? (S/N):" AT 2110.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2134 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * MONTAR-PERIODOS - PERCORRE OS PERIODOS AQUISITIVOS JA
      *   COMPLETADOS DESDE A ADMISSAO, CRIANDO EM FERIAS.DAT OS QUE
      *   AINDA NAO EXISTEM, E MOSTRA OS QUE TEM SALDO (ATE 4 NA
      *   TELA). O MAIS ANTIGO COM SALDO E O ESCOLHIDO PARA O GOZO.
      *-----------------------------------------------------------------*
       MONTAR-PERIODOS.
           DISPLAY LINPERCAB AT 0810.
           MOVE 8     TO W-LINHA.
           MOVE ZEROS TO W-PERIODO.
           MOVE "N"   TO W-FIM-PERIODOS.
           PERFORM TRATAR-PERIODO UNTIL FIM-PERIODOS.

       TRATAR-PERIODO.
           ADD 1 TO W-PERIODO.
           MOVE W-PERIODO TO W-ANOS-SOMA.
           PERFORM SOMAR-ANOS.
           MOVE W-DT-CALC TO W-INI-PROX.
      *    PERIODO AINDA EM CURSO (OU ADMISSAO FUTURA) ENCERRA A LISTA.
           IF W-INI-PROX > W-DATA-HOJE OR W-PERIODO = 99
               MOVE "S" TO W-FIM-PERIODOS
               EXIT PARAGRAPH
           END-IF.

           MOVE RF-MATRICULA TO FE-MATRICULA.
           MOVE W-PERIODO    TO FE-PERIODO.
           READ ARQ-FERIAS
               INVALID KEY
                   PERFORM CRIAR-PERIODO
           END-READ.

           COMPUTE W-SALDO = FE-DIAS-DIREITO - FE-DIAS-GOZADOS.
           IF W-SALDO > ZEROS
               IF W-PER-ESCOLHIDO = ZEROS
                   MOVE W-PERIODO TO W-PER-ESCOLHIDO
               END-IF
               IF W-LINHA < 12
                   ADD 1 TO W-LINHA
                   MOVE FE-PERIODO      TO LP-PERIODO
                   MOVE FE-AQUIS-INI    TO LP-INI
                   MOVE FE-AQUIS-FIM    TO LP-FIM
                   MOVE FE-LIMITE       TO LP-LIMITE
                   MOVE FE-DIAS-DIREITO TO LP-DIREITO
                   MOVE FE-DIAS-GOZADOS TO LP-GOZADOS
                   MOVE W-SALDO         TO LP-SALDO
                   DISPLAY LINPER AT LINE W-LINHA COLUMN 10
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * CRIAR-PERIODO - PERIODO N VAI DO N-1 ANIVERSARIO DA ADMISSAO
      *   ATE A VESPERA DO N-ESIMO; O LIMITE DE CONCESSAO E A VESPERA
      *   DO ANIVERSARIO SEGUINTE.
      *-----------------------------------------------------------------*
       CRIAR-PERIODO.
           INITIALIZE REG-FERIAS.
           MOVE RF-MATRICULA TO FE-MATRICULA.
           MOVE W-PERIODO    TO FE-PERIODO.
           COMPUTE W-ANOS-SOMA = W-PERIODO - 1.
           PERFORM SOMAR-ANOS.
           MOVE W-DT-CALC TO FE-AQUIS-INI.
           COMPUTE W-DIAS-INT =
               FUNCTION INTEGER-OF-DATE(W-INI-PROX) - 1.
           COMPUTE FE-AQUIS-FIM = FUNCTION DATE-OF-INTEGER(W-DIAS-INT).
           COMPUTE W-ANOS-SOMA = W-PERIODO + 1.
           PERFORM SOMAR-ANOS.
           MOVE W-DT-CALC TO W-INI-SEGUINTE.
           COMPUTE W-DIAS-INT =
               FUNCTION INTEGER-OF-DATE(W-INI-SEGUINTE) - 1.
           COMPUTE FE-LIMITE = FUNCTION DATE-OF-INTEGER(W-DIAS-INT).
           MOVE 30    TO FE-DIAS-DIREITO.
           MOVE ZEROS TO FE-DIAS-GOZADOS FE-QTD-FRACOES.
           WRITE REG-FERIAS
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATFE
                       W-MENSAGEM-ERRO "FERIAS  "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
           END-WRITE.

      *    ANIVERSARIO DE 29/02 EM ANO NAO BISSEXTO CAI EM 28/02.
       SOMAR-ANOS.
           MOVE RF-DT-ADMISSAO TO W-DT-CALC.
           ADD W-ANOS-SOMA TO W-CALC-ANO.
           IF W-CALC-MES = 02 AND W-CALC-DIA = 29
               IF FUNCTION MOD(W-CALC-ANO, 4) NOT = ZEROS
                  OR (FUNCTION MOD(W-CALC-ANO, 100) = ZEROS
                      AND FUNCTION MOD(W-CALC-ANO, 400) NOT = ZEROS)
                   MOVE 28 TO W-CALC-DIA
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * PROGRAMAR-GOZO - INICIO E DIAS DO GOZO NO PERIODO ESCOLHIDO,
      *   CALCULO DO PAGAMENTO E, CONFIRMADO, GRAVACAO, RECIBO E
      *   LANCAMENTO NA FOLHA.
      *-----------------------------------------------------------------*
       PROGRAMAR-GOZO.
           MOVE RF-MATRICULA    TO FE-MATRICULA.
           MOVE W-PER-ESCOLHIDO TO FE-PERIODO.
           READ ARQ-FERIAS.
           COMPUTE W-SALDO = FE-DIAS-DIREITO - FE-DIAS-GOZADOS.
           IF FE-QTD-FRACOES NOT < 3
               DISPLAY "PERIODO JA TEM 3 FRACOES DE GOZO" AT 2310
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PERIODO PROGRAMADO.......:" AT 1310.
           DISPLAY FE-PERIODO AT 1337.

           DISPLAY "INICIO DO GOZO (AAAAMMDD):" AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT W-DT-GOZO AT 1437
               CALL "VALIDA-DATA" USING W-DT-GOZO W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA" AT 2310
               ELSE
                   IF W-DT-GOZO NOT > FE-AQUIS-FIM
                       DISPLAY "GOZO ANTES DO FIM DO PERIODO" AT 2310
                       MOVE "N" TO W-DATA-OK
                   ELSE
                       CALL "VERIFICA-PERIODO" USING "F" W-DT-GOZO
                           W-SIT-PERIODO
                       IF MES-FECHADO
                           DISPLAY "MES FECHADO PARA A FOLHA    "
                               AT 2310
                           MOVE "N" TO W-DATA-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "                             " AT 2310.

           DISPLAY "DIAS DE GOZO.............:" AT 1510.
           MOVE "N" TO W-DIAS-OK.
           PERFORM WITH TEST AFTER UNTIL W-DIAS-OK = "S"
               ACCEPT W-DIAS-GOZO AT 1537
               PERFORM CRITICAR-DIAS
           END-PERFORM.
           DISPLAY "                                        " AT 2310.

           PERFORM CALCULAR-PAGAMENTO.

           DISPLAY "CONFIRMA A PROGRAMACAO? (S/N):" AT 1910.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1941 WITH UPPER AUTO
           END-PERFORM.
           IF W-GRAVA = "S"
               PERFORM EFETIVAR-GOZO
           ELSE
               DISPLAY "PROGRAMACAO ABANDONADA" AT 2310
           END-IF.

      *-----------------------------------------------------------------*
      * CRITICAR-DIAS - NENHUMA FRACAO MENOR QUE 5 DIAS NEM SOBRA MENOR
      *   QUE 5; A PRIMEIRA FRACAO TEM PELO MENOS 14 DIAS E A TERCEIRA
      *   LEVA TODO O SALDO.
      *-----------------------------------------------------------------*
       CRITICAR-DIAS.
           MOVE "N" TO W-DIAS-OK.
           IF W-DIAS-GOZO < 5 OR W-DIAS-GOZO > W-SALDO
               DISPLAY "DIAS ENTRE 5 E O SALDO DO PERIODO      " AT 2310
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-SALDO-RESTA = W-SALDO - W-DIAS-GOZO.
           IF W-SALDO-RESTA > ZEROS AND W-SALDO-RESTA < 5
               DISPLAY "SALDO RESTANTE NAO PODE SER MENOR QUE 5" AT 2310
               EXIT PARAGRAPH
           END-IF.
           IF FE-QTD-FRACOES = ZEROS AND W-SALDO-RESTA > ZEROS
              AND W-DIAS-GOZO < 14
               DISPLAY "PRIMEIRA FRACAO COM PELO MENOS 14 DIAS " AT 2310
               EXIT PARAGRAPH
           END-IF.
           IF FE-QTD-FRACOES = 2 AND W-SALDO-RESTA > ZEROS
               DISPLAY "TERCEIRA FRACAO LEVA TODO O SALDO      " AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO W-DIAS-OK.

      *-----------------------------------------------------------------*
      * CALCULAR-PAGAMENTO - SALARIO DOS DIAS (SALARIO / 30), EM DOBRO
      *   SE O GOZO COMECA DEPOIS DO LIMITE DE CONCESSAO, MAIS O TERCO;
      *   PREVIDENCIA E IMPOSTO SOBRE O TOTAL, COMO NA FOLHA.
      *-----------------------------------------------------------------*
       CALCULAR-PAGAMENTO.
           COMPUTE W-VLR-DIAS ROUNDED = RF-SALARIO / 30 * W-DIAS-GOZO.
           MOVE W-VLR-DIAS TO W-VLR-FERIAS.
           MOVE "N" TO W-EM-DOBRO.
           IF W-DT-GOZO > FE-LIMITE
               MOVE "S" TO W-EM-DOBRO
               COMPUTE W-VLR-FERIAS = W-VLR-DIAS * 2
           END-IF.
           COMPUTE W-VLR-TERCO ROUNDED = W-VLR-FERIAS / 3.
           COMPUTE W-BRUTO = W-VLR-FERIAS + W-VLR-TERCO.
           PERFORM CALCULAR-INSS.
           COMPUTE W-BASE-IRRF = W-BRUTO - W-INSS.
           PERFORM CALCULAR-IRRF.
           COMPUTE W-LIQUIDO = W-BRUTO - W-INSS - W-IRRF.
           COMPUTE W-ACRESCIMO = W-BRUTO - W-VLR-DIAS.

           MOVE W-BRUTO TO W-VALOR-ED.
           DISPLAY "FERIAS + 1/3.............:" AT 1610.
           DISPLAY W-VALOR-ED AT 1637.
           IF PAGA-EM-DOBRO
               DISPLAY "(EM DOBRO - LIMITE VENCIDO)" AT 1652
           END-IF.
           COMPUTE W-VALOR-ED = W-INSS + W-IRRF.
           DISPLAY "PREVIDENCIA + IMPOSTO....:" AT 1710.
           DISPLAY W-VALOR-ED AT 1737.
           MOVE W-LIQUIDO TO W-VALOR-ED.
           DISPLAY "LIQUIDO A PAGAR..........:" AT 1810.
           DISPLAY W-VALOR-ED AT 1837.

      *-----------------------------------------------------------------*
      * EFETIVAR-GOZO - REGISTRA A FRACAO NO PERIODO, IMPRIME O RECIBO
      *   E LANCA O ADIANTAMENTO EM VERBAS.DAT, COM AUDITORIA.
      *-----------------------------------------------------------------*
       EFETIVAR-GOZO.
           MOVE REG-FERIAS(1:40) TO W-ANTES-AUDIT.
           ADD 1 TO FE-QTD-FRACOES.
           MOVE FE-QTD-FRACOES TO W-IND-FR.
           ADD W-DIAS-GOZO     TO FE-DIAS-GOZADOS.
           MOVE W-DT-GOZO      TO FE-GOZO-INI(W-IND-FR).
           MOVE W-DIAS-GOZO    TO FE-GOZO-DIAS(W-IND-FR).
           MOVE W-EM-DOBRO     TO FE-EM-DOBRO(W-IND-FR).
           MOVE W-VLR-FERIAS   TO FE-VLR-FERIAS(W-IND-FR).
           MOVE W-VLR-TERCO    TO FE-VLR-TERCO(W-IND-FR).
           MOVE W-INSS         TO FE-INSS(W-IND-FR).
           MOVE W-IRRF         TO FE-IRRF(W-IND-FR).
           MOVE W-LIQUIDO      TO FE-LIQUIDO(W-IND-FR).
           REWRITE REG-FERIAS.
           MOVE FE-CHAVE       TO W-CHAVE-AUDIT.
           MOVE REG-FERIAS(1:40) TO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "FERIAS  " W-CHAVE-AUDIT
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.

           PERFORM IMPRIMIR-RECIBO.
           PERFORM LANCAR-NA-FOLHA.
           DISPLAY "RECIBO EM FERIAS.LST - ADIANTAMENTO NA FOLHA"
               AT 2310.

       IMPRIMIR-RECIBO.
           OPEN EXTEND REL-RECIBO.
           IF W-STATREL = "35"
               OPEN OUTPUT REL-RECIBO
           END-IF.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINCAB1.
           MOVE RF-MATRICULA TO LF-MATR.
           MOVE RF-NOME      TO LF-NOME.
           WRITE REG-REL FROM LINFUNC.
           MOVE FE-AQUIS-INI TO LA-INI.
           MOVE FE-AQUIS-FIM TO LA-FIM.
           WRITE REG-REL FROM LINAQUIS.
           MOVE W-DT-GOZO    TO LG-INI.
           MOVE W-DIAS-GOZO  TO LG-DIAS.
           IF PAGA-EM-DOBRO
               MOVE "(PAGA EM DOBRO)" TO LG-DOBRO
           ELSE
               MOVE SPACES TO LG-DOBRO
           END-IF.
           WRITE REG-REL FROM LINGOZO.

           MOVE "FERIAS.....................: " TO LV-TITULO.
           MOVE W-VLR-FERIAS TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           MOVE "TERCO CONSTITUCIONAL.......: " TO LV-TITULO.
           MOVE W-VLR-TERCO TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           MOVE "PREVIDENCIA................: " TO LV-TITULO.
           MOVE W-INSS TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           MOVE "IMPOSTO DE RENDA...........: " TO LV-TITULO.
           MOVE W-IRRF TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           MOVE "LIQUIDO DAS FERIAS.........: " TO LV-TITULO.
           MOVE W-LIQUIDO TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           CLOSE REL-RECIBO.

      *-----------------------------------------------------------------*
      * LANCAR-NA-FOLHA - NA COMPETENCIA DO INICIO DO GOZO: O QUE O
      *   RECIBO PAGOU ALEM DO SALARIO DOS DIAS (TERCO E DOBRA) ENTRA
      *   COMO PROVENTO "FE" E O LIQUIDO JA PAGO SAI COMO DESCONTO
      *   "FA". SEGUNDA FRACAO NO MESMO MES SOMA AO LANCAMENTO.
      *-----------------------------------------------------------------*
       LANCAR-NA-FOLHA.
           OPEN I-O ARQ-VERBAS.
           IF W-STATVB = "35"
               OPEN OUTPUT ARQ-VERBAS
               CLOSE       ARQ-VERBAS
               OPEN I-O    ARQ-VERBAS
           END-IF.
           MOVE "FE"                   TO W-VB-CODIGO.
           MOVE "FERIAS - TERCO/DOBRA" TO W-VB-DESCRICAO.
           MOVE "P"                    TO W-VB-TIPO.
           MOVE W-ACRESCIMO            TO W-VB-VALOR.
           PERFORM GRAVAR-VERBA.
           MOVE "FA"                   TO W-VB-CODIGO.
           MOVE "ADIANTAMENTO FERIAS"  TO W-VB-DESCRICAO.
           MOVE "D"                    TO W-VB-TIPO.
           MOVE W-LIQUIDO              TO W-VB-VALOR.
           PERFORM GRAVAR-VERBA.
           CLOSE ARQ-VERBAS.

       GRAVAR-VERBA.
           MOVE W-GOZO-ANOMES TO VB-ANOMES.
           MOVE RF-MATRICULA  TO VB-MATRICULA.
           MOVE W-VB-CODIGO   TO VB-CODIGO.
           READ ARQ-VERBAS
               INVALID KEY
                   MOVE W-VB-DESCRICAO TO VB-DESCRICAO
                   MOVE W-VB-TIPO      TO VB-TIPO
                   MOVE W-VB-VALOR     TO VB-VALOR
                   MOVE "FERIAS  "     TO VB-ORIGEM
                   WRITE REG-VERBA
               NOT INVALID KEY
                   ADD W-VB-VALOR TO VB-VALOR
                   REWRITE REG-VERBA
           END-READ.

      *-----------------------------------------------------------------*
      * CALCULAR-INSS / CALCULAR-IRRF - MESMAS REGRAS DA FOLHA.cbl:
      *   PREVIDENCIA PROGRESSIVA FATIA A FATIA E IMPOSTO PELA FAIXA
      *   DA BASE, COM A PARCELA A DEDUZIR.
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
