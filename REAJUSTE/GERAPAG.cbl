      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             GERAPAG.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - ARQUIVO DE PAGAMENTO DOS LIQUIDOS
      *   PARA O BANCO, NO LUGAR DA DIGITACAO NO SITE: PARA A
      *   COMPETENCIA E A ORIGEM INFORMADAS ((F)OLHA = FOLHARES.DAT,
      *   (D)ECIMO TERCEIRO = DECIMORES.DAT), GERA PAGTO.REM NO LEIAUTE
      *   POSICIONAL DO BANCO (100 POSICOES): ABERTURA (TIPO 1:
      *   COMPETENCIA, ORIGEM E DATA DE GERACAO), UM DETALHE POR
      *   FUNCIONARIO (TIPO 2: MATRICULA, CPF, NOME, BANCO, AGENCIA,
      *   CONTA E LIQUIDO) E FECHAMENTO (TIPO 9: QUANTIDADE E TOTAL),
      *   COMO A REMESSA DE CONVENIOS DO GERAREM.cbl. CADA PAGAMENTO
      *   FICA EM PAGFOLHA.DAT (COMPETENCIA + ORIGEM + MATRICULA) PARA
      *   O RETORNO DO BANCO (RETPAG.cbl); QUEM JA CONSTA PAGO NAO VAI
      *   DE NOVO SE A REMESSA FOR REFEITA. OS FUNCIONARIOS SEM BANCO
      *   EM FUNCIONARIOS.DAT SAEM EM PAGBANCO.LST PARA PAGAMENTO POR
      *   OUTRO MEIO.
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
           SELECT ARQ-FOLHARES ASSIGN TO "FOLHARES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRES.
           SELECT ARQ-DECIMORES ASSIGN TO "DECIMORES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRES.
           SELECT ARQ-PAGFOLHA ASSIGN TO "PAGFOLHA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PG-CHAVE
               FILE STATUS     IS W-STATPG.
           SELECT ARQ-REMESSA ASSIGN TO "PAGTO.REM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREM.
           SELECT REL-SEMBANCO ASSIGN TO "PAGBANCO.LST"
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

       FD  ARQ-FOLHARES
           LABEL RECORD STANDARD.
       01  REG-FOLHARES   PIC X(63).

       FD  ARQ-DECIMORES
           LABEL RECORD STANDARD.
       01  REG-DECIMORES  PIC X(63).

       FD  ARQ-PAGFOLHA.
       01  REG-PAGFOLHA.
           02 PG-CHAVE.
               03 PG-ANOMES    PIC 9(6).
               03 PG-ORIGEM    PIC X(1).
               03 PG-MATRICULA PIC 9(8).
           02 PG-BANCO       PIC 9(3).
           02 PG-AGENCIA     PIC 9(5).
           02 PG-CONTA       PIC 9(12).
           02 PG-CONTA-DV    PIC X(1).
           02 PG-VALOR       PIC 9(10)V99.
           02 PG-SITUACAO    PIC X(1).
               88 PG-ENVIADO      VALUE "E".
               88 PG-PAGO         VALUE "P".
               88 PG-REJEITADO    VALUE "R".
               88 PG-SEM-BANCO    VALUE "S".
           02 PG-DT-REMESSA  PIC 9(8).
           02 PG-DT-RETORNO  PIC 9(8).
           02 PG-MOTIVO      PIC X(20).

       FD  ARQ-REMESSA
           LABEL RECORD STANDARD.
       01  REG-REMESSA    PIC X(100).

       FD  REL-SEMBANCO
           LABEL RECORD STANDARD.
       01  REG-REL        PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATRES       PIC XX VALUE SPACES.
       77 W-STATPG        PIC XX VALUE SPACES.
       77 W-STATREM       PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-ACHOU-PG      PIC X  VALUE "N".
           88 PAGTO-EXISTE         VALUE "S".

       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-ORIGEM        PIC X    VALUE SPACE.
           88 ORIGEM-FOLHA         VALUE "F".
           88 ORIGEM-DECIMO        VALUE "D".
           88 ORIGEM-OK            VALUE "F" "D".
       77 W-DATA-SIS      PIC 9(8) VALUE ZEROS.
       77 W-QTD-DET       PIC 9(5) VALUE ZEROS.
       77 W-TOTAL         PIC 9(12)V99 VALUE ZEROS.
       77 W-QTD-SEMBANCO  PIC 9(5) VALUE ZEROS.
       77 W-TOT-SEMBANCO  PIC 9(12)V99 VALUE ZEROS.
       77 W-QTD-JAPAGO    PIC 9(5) VALUE ZEROS.

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

       01 REM-HEADER.
           02 HD-TIPO      PIC X(1)  VALUE "1".
           02 HD-ANOMES    PIC 9(6).
           02 HD-ORIGEM    PIC X(1).
           02 HD-GERACAO   PIC 9(8).
           02 FILLER       PIC X(84) VALUE SPACES.
       01 REM-DETALHE.
           02 DT-TIPO      PIC X(1)  VALUE "2".
           02 DT-MATRICULA PIC 9(8).
           02 DT-CPF       PIC 9(11).
           02 DT-NOME      PIC X(30).
           02 DT-BANCO     PIC 9(3).
           02 DT-AGENCIA   PIC 9(5).
           02 DT-CONTA     PIC 9(12).
           02 DT-CONTA-DV  PIC X(1).
           02 DT-VALOR     PIC 9(10)V99.
           02 FILLER       PIC X(17) VALUE SPACES.
       01 REM-TRAILER.
           02 TR-TIPO      PIC X(1)  VALUE "9".
           02 TR-QTD       PIC 9(5).
           02 TR-TOTAL     PIC 9(12)V99.
           02 FILLER       PIC X(80) VALUE SPACES.

       01 LINCAB1.
           02 FILLER    PIC X(45) VALUE
               "FUNCIONARIOS SEM BANCO - PAGAR POR OUTRO MEIO".
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LC-ANOMES PIC 9(6).
           02 FILLER    PIC X(01) VALUE "-".
           02 LC-ORIGEM PIC X(1).
           02 FILLER    PIC X(24) VALUE SPACES.
       01 LINDET.
           02 LD-MATR   PIC 9(8).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-NOME   PIC X(30).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-OBS    PIC X(23).
       01 LINTOT.
           02 LT-ROTULO PIC X(25).
           02 LT-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LT-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(29) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       MESTRA.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY ERASE.
           DISPLAY "ARQUIVO DE PAGAMENTO PARA O BANCO" AT 0518.
           DISPLAY "COMPETENCIA (AAAAMM)......:" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES AT 0938
           END-PERFORM.
           DISPLAY "ORIGEM (F)OLHA (D)ECIMO...:" AT 1110.
           PERFORM WITH TEST AFTER UNTIL ORIGEM-OK
               ACCEPT W-ORIGEM AT 1138 WITH UPPER AUTO
           END-PERFORM.

           OPEN INPUT ARQ-FUNC.
           IF W-STATF NOT = "00"
               DISPLAY "FUNCIONARIOS.DAT INDISPONIVEL" AT 1310
               STOP " "
               GOBACK
           END-IF.
           IF ORIGEM-FOLHA
               OPEN INPUT ARQ-FOLHARES
           ELSE
               OPEN INPUT ARQ-DECIMORES
           END-IF.
           IF W-STATRES NOT = "00"
               DISPLAY "RESUMO DA FOLHA NAO ENCONTRADO" AT 1310
               CLOSE ARQ-FUNC
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-PAGFOLHA.
           IF W-STATPG = "35"
               OPEN OUTPUT ARQ-PAGFOLHA
               CLOSE       ARQ-PAGFOLHA
               OPEN I-O    ARQ-PAGFOLHA
           END-IF.

           PERFORM GERAR-REMESSA.

           CLOSE ARQ-FUNC ARQ-PAGFOLHA.
           IF ORIGEM-FOLHA
               CLOSE ARQ-FOLHARES
           ELSE
               CLOSE ARQ-DECIMORES
           END-IF.
           DISPLAY "PAGTO.REM GERADO COM " AT 1310.
           DISPLAY W-QTD-DET AT 1331.
           DISPLAY " DETALHES" AT 1336.
           DISPLAY "SEM BANCO (PAGBANCO.LST): " AT 1410.
           DISPLAY W-QTD-SEMBANCO AT 1436.
           STOP " ".
           GOBACK.

       GERAR-REMESSA.
           OPEN OUTPUT ARQ-REMESSA.
           MOVE W-ANOMES   TO HD-ANOMES.
           MOVE W-ORIGEM   TO HD-ORIGEM.
           MOVE W-DATA-SIS TO HD-GERACAO.
           WRITE REG-REMESSA FROM REM-HEADER.

           OPEN OUTPUT REL-SEMBANCO.
           MOVE W-ANOMES TO LC-ANOMES.
           MOVE W-ORIGEM TO LC-ORIGEM.
           WRITE REG-REL FROM LINCAB1.

           MOVE "N" TO W-FIM-ARQ.
           PERFORM LER-RESUMO.
           PERFORM EXTRAIR-RESUMO UNTIL FIM-ARQUIVO.

           MOVE W-QTD-DET TO TR-QTD.
           MOVE W-TOTAL   TO TR-TOTAL.
           WRITE REG-REMESSA FROM REM-TRAILER.
           CLOSE ARQ-REMESSA.

           MOVE "SEM BANCO...............: " TO LT-ROTULO.
           MOVE W-QTD-SEMBANCO TO LT-QTD.
           MOVE W-TOT-SEMBANCO TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "ENVIADOS AO BANCO.......: " TO LT-ROTULO.
           MOVE W-QTD-DET TO LT-QTD.
           MOVE W-TOTAL   TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           MOVE "JA PAGOS (NAO REENVIADO):" TO LT-ROTULO.
           MOVE W-QTD-JAPAGO TO LT-QTD.
           MOVE ZEROS        TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           CLOSE REL-SEMBANCO.

       LER-RESUMO.
           IF ORIGEM-FOLHA
               READ ARQ-FOLHARES INTO W-RESUMO
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           ELSE
               READ ARQ-DECIMORES INTO W-RESUMO
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           END-IF.

      *-----------------------------------------------------------------*
      * EXTRAIR-RESUMO - LIQUIDO DA COMPETENCIA VAI PARA A REMESSA
      *   QUANDO O FUNCIONARIO TEM BANCO E AINDA NAO CONSTA PAGO; SEM
      *   BANCO (OU SEM CADASTRO) VAI PARA A LISTA.
      *-----------------------------------------------------------------*
       EXTRAIR-RESUMO.
           IF RS-ANOMES NOT = W-ANOMES OR RS-LIQUIDO = ZEROS
               PERFORM LER-RESUMO
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-PAGTO.
           IF PAGTO-EXISTE AND PG-PAGO
               ADD 1 TO W-QTD-JAPAGO
               PERFORM LER-RESUMO
               EXIT PARAGRAPH
           END-IF.

           MOVE RS-MATRICULA TO RF-MATRICULA.
           READ ARQ-FUNC
               INVALID KEY
                   MOVE SPACES TO RF-NOME
                   MOVE ZEROS  TO RF-BANCO RF-CPF
                   MOVE "MATRICULA NAO CADASTRADA" TO LD-OBS
               NOT INVALID KEY
                   MOVE SPACES TO LD-OBS
           END-READ.

           MOVE RF-BANCO     TO PG-BANCO.
           MOVE RF-AGENCIA   TO PG-AGENCIA.
           MOVE RF-CONTA     TO PG-CONTA.
           MOVE RF-CONTA-DV  TO PG-CONTA-DV.
           MOVE RS-LIQUIDO   TO PG-VALOR.
           MOVE W-DATA-SIS   TO PG-DT-REMESSA.
           MOVE ZEROS        TO PG-DT-RETORNO.
           MOVE SPACES       TO PG-MOTIVO.
           IF RF-BANCO = ZEROS
               MOVE "S" TO PG-SITUACAO
               MOVE ZEROS TO PG-AGENCIA PG-CONTA
               ADD 1          TO W-QTD-SEMBANCO
               ADD RS-LIQUIDO TO W-TOT-SEMBANCO
               MOVE RS-MATRICULA TO LD-MATR
               MOVE RF-NOME      TO LD-NOME
               MOVE RS-LIQUIDO   TO LD-VALOR
               WRITE REG-REL FROM LINDET
           ELSE
               MOVE "E" TO PG-SITUACAO
               ADD 1          TO W-QTD-DET
               ADD RS-LIQUIDO TO W-TOTAL
               MOVE RS-MATRICULA TO DT-MATRICULA
               MOVE RF-CPF       TO DT-CPF
               MOVE RF-NOME      TO DT-NOME
               MOVE RF-BANCO     TO DT-BANCO
               MOVE RF-AGENCIA   TO DT-AGENCIA
               MOVE RF-CONTA     TO DT-CONTA
               MOVE RF-CONTA-DV  TO DT-CONTA-DV
               MOVE RS-LIQUIDO   TO DT-VALOR
               WRITE REG-REMESSA FROM REM-DETALHE
           END-IF.
           PERFORM GRAVAR-PAGTO.
           PERFORM LER-RESUMO.

       BUSCAR-PAGTO.
           MOVE W-ANOMES     TO PG-ANOMES.
           MOVE W-ORIGEM     TO PG-ORIGEM.
           MOVE RS-MATRICULA TO PG-MATRICULA.
           READ ARQ-PAGFOLHA
               INVALID KEY
                   MOVE "N" TO W-ACHOU-PG
               NOT INVALID KEY
                   MOVE "S" TO W-ACHOU-PG
           END-READ.

       GRAVAR-PAGTO.
           IF PAGTO-EXISTE
               REWRITE REG-PAGFOLHA
                   INVALID KEY
                       CALL "VERIFICA-STATUS" USING W-STATPG
                           W-MENSAGEM-ERRO "GERAPAG "
               END-REWRITE
           ELSE
               WRITE REG-PAGFOLHA
                   INVALID KEY
                       CALL "VERIFICA-STATUS" USING W-STATPG
                           W-MENSAGEM-ERRO "GERAPAG "
               END-WRITE
           END-IF.
