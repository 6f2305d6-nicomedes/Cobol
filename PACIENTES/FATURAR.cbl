      *   DO MESMO PACIENTE SAI COM VALOR ZERO - A AGENDA E VARRIDA
      *   EM ORDEM DE PACIENTE+DATA, ENTAO A CONSULTA DE ORIGEM JA
      *   PASSOU QUANDO O RETORNO E FATURADO.
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA AG-LEMBRETE, O
      *   RESULTADO DA LIGACAO DE LEMBRETE DA VESPERA (LEMBRETE.cbl).
      * 15 OUTUBRO 2026 - SOLANGE - CONSULTA DE CONVENIO QUE EXIGE
      *   AUTORIZACAO (MARCA DO CADPRECO.cbl EM TABPRECO.DAT) SO E
      *   FATURADA COM A GUIA/SENHA INFORMADA NO AGENDA.cbl E VALIDA
      *   NA DATA DA CONSULTA; AS DEMAIS SAEM EM PENDAUT.LST EM VEZ DE
      *   VIRAR GLOSA NO PROCRET. A AUTORIZACAO VAI PARA A FATURA
      *   (FT-AUTORIZ) E DALI PARA A REMESSA DO GERAREM.cbl. UM MES JA
      *   FATURADO PODE SER RODADO DE NOVO SO PARA AS CONSULTAS QUE
      *   AINDA NAO TEM FATURA (AS AUTORIZADAS DEPOIS).
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   PROFISSIONAL DA CONSULTA (FT-PROF, TIRADO DE AG-PROF), A
      *   MARCA DE GLOSA (FT-GLOSA) E A BASE JA REPASSADA
      *   (FT-BASE-REP), USADOS PELO REPASSE.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - ALEM DA CONSULTA, CADA
      *   PROCEDIMENTO ANOTADO NO PRONTUARIO (PR-PROCED) GERA A SUA
      *   PROPRIA LINHA DE FATURA, COM O CODIGO EM FT-PROCED (000 NA
      *   LINHA DA CONSULTA) E O VALOR DO CONVENIO NO PROCEDIM.DAT
      *   (CADPROC.cbl). O REFATURAMENTO DO MES TAMBEM COBRA O
      *   PROCEDIMENTO ANOTADO DEPOIS DA CONSULTA JA FATURADA.
      * 15 OUTUBRO 2026 - SOLANGE - A RODADA DO MES FICA REGISTRADA
      *   EM EXECMES.DAT (CONTROLE-EXECUCAO). MES JA FATURADO SO RODA
      *   DE NOVO POR ESCOLHA DO OPERADOR: (C)OMPLEMENTAR, O
      *   REFATURAMENTO DE SEMPRE, OU (R)EGERAR, QUE TIRA ANTES DE
      *   FATURAS.DAT AS FATURAS DO MES SEM PAGAMENTO, GLOSA OU
      *   REPASSE (VIA FATURAR.TMP) E REFAZ SO ESSAS. RODADA
      *   INTERROMPIDA RECOMECA NO PACIENTE DA ULTIMA CONSULTA
      *   PROCESSADA, PULANDO O QUE JA TEM FATURA. O FECHAMENTO MOSTRA
      *   TAMBEM AS JA FATURADAS E O VALOR TOTAL.
      * 15 OUTUBRO 2026 - SOLANGE - MES COM A CLINICA JA FECHADA NO
      *   CONTROLE DE PERIODOS (PERIODO.cbl) NAO E FATURADO, RETOMADO,
      *   COMPLEMENTADO NEM REGERADO: O PRIMEIRO DIA DO MES E
      *   CONSULTADO NO COMUM/VERIFPERIODO.cbl ANTES DE QUALQUER
      *   GRAVACAO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           SELECT ARQ-FATURAS ASSIGN TO "FATURAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATF.
           SELECT ARQ-PRONT ASSIGN TO "PRONTUAR.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    PR-CHAVE
               ACCESS        RANDOM
               FILE STATUS IS W-STATPR.
           SELECT ARQ-PROCED ASSIGN TO "PROCEDIM.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    PC-COD
               ACCESS        RANDOM
               FILE STATUS IS W-STATPC.
           SELECT REL-PENDENTES ASSIGN TO "PENDAUT.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
           SELECT ARQ-TMP ASSIGN TO "FATURAR.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
               88 TIPO-PRIMEIRA  VALUE "P".
               88 TIPO-CONSULTA  VALUE "C".
               88 TIPO-RETORNO   VALUE "R".
           05 AG-LEMBRETE    PIC X(01).
               88 LEMB-CONFIRMADO  VALUE "C".
               88 LEMB-REMARCAR    VALUE "R".
               88 LEMB-SEM-CONTATO VALUE "N".
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD  ARQ-PRECO
           LABEL RECORD STANDARD.
           05 TP-TIPO    PIC X(01).
           05 FILLER     PIC X(01).
           05 TP-VALOR   PIC 9(4)V99.
           05 FILLER     PIC X(01).
           05 TP-EXIGE-AUT PIC X(01).

       FD  ARQ-FATURAS
           LABEL RECORD STANDARD.
           05 FT-VLR-PAGO PIC 9(4)V99.
           05 FILLER      PIC X(1)  VALUE SPACE.
           05 FT-DT-PAGTO PIC 9(8).
           05 FILLER      PIC X(1)  VALUE SPACE.
           05 FT-AUTORIZ  PIC X(15).
           05 FILLER      PIC X(1).
           05 FT-PROF     PIC 9(2).
           05 FILLER      PIC X(1).
           05 FT-GLOSA    PIC X(1).
           05 FILLER      PIC X(1).
           05 FT-BASE-REP PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-PROCED   PIC 9(3).

       FD  ARQ-PRONT.
       01  REG-PRONT.
           02 PR-CHAVE.
               03 PR-COD-PAC PIC 9(05).
               03 PR-DATA    PIC 9(08).
               03 PR-HORA    PIC 9(04).
               03 PR-PROF    PIC 9(02).
           02 PR-MOTIVO    PIC X(30).
           02 PR-NOTAS     PIC X(60).
           02 PR-RETORNO   PIC 9(03).
           02 PR-PROCED    OCCURS 5 TIMES PIC 9(03).

       FD  ARQ-PROCED.
       01  REG-PROCED.
           02 PC-COD    PIC 9(3).
           02 PC-NOME   PIC X(30).
           02 PC-VALOR  OCCURS 5 TIMES PIC 9(4)V99.

       FD  REL-PENDENTES
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP    PIC X(100).

       WORKING-STORAGE SECTION.
       77 W-STATP        PIC XX VALUE SPACES.
       77 W-STATA        PIC XX VALUE SPACES.
       77 W-STATT        PIC XX VALUE SPACES.
       77 W-STATF        PIC XX VALUE SPACES.
       77 W-STATREL      PIC XX VALUE SPACES.
       77 W-STATPR       PIC XX VALUE SPACES.
       77 W-STATPC       PIC XX VALUE SPACES.
       77 W-STATTMP      PIC XX VALUE SPACES.
       77 W-SITUACAO-EXEC PIC X   VALUE SPACES.
       77 W-OPCAO        PIC X    VALUE "S".
           88 OPCAO-DESISTIR      VALUE "N".
           88 OPCAO-REGERAR       VALUE "R".
       77 W-RETOMAR      PIC X    VALUE "N".
           88 RETOMANDO           VALUE "S".
       77 W-QUITADA      PIC X    VALUE "N".
           88 FATURA-QUITADA      VALUE "S".
       77 W-QTD-PULADAS  PIC 9(6) VALUE ZEROS.
       77 W-QTD-REMOVIDAS PIC 9(6) VALUE ZEROS.
       77 W-VLR-TOTAL    PIC 9(10)V99 VALUE ZEROS.
       77 W-VLR-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 W-PRONT-ABERTO PIC X  VALUE "N".
           88 PRONT-ABERTO        VALUE "S".
       77 W-PROC-ABERTO  PIC X  VALUE "N".
           88 PROC-ABERTO         VALUE "S".
       77 W-IND-PROC     PIC 9    VALUE ZEROS.
       77 W-PROC-BUSCA   PIC 9(3) VALUE ZEROS.
       77 W-QTD-PROCED   PIC 9(4) VALUE ZEROS.
       77 W-FIM-ARQ      PIC X  VALUE "N".
           88 FIM-ARQUIVO         VALUE "S".
       77 W-ANOMES       PIC 9(6) VALUE ZEROS.
       77 W-DATA-COMP    PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO  PIC X    VALUE "A".
           88 MES-FECHADO         VALUE "F".
       77 W-JA-FATURADO  PIC X    VALUE "N".
           88 MES-JA-FATURADO     VALUE "S".
       77 W-TEM-ABERTO   PIC X    VALUE "N".
           88 TEM-MES-ABERTO      VALUE "S".
       77 W-CONF         PIC X    VALUE SPACES.
       77 W-QTD-FATURAS  PIC 9(6) VALUE ZEROS.
       77 W-IND          PIC 9    VALUE ZEROS.
       77 W-IND-TIPO     PIC 9    VALUE ZEROS.
       77 W-TIPO-FAT     PIC X    VALUE SPACE.
       77 W-ULT-DATA-VIS PIC 9(8) VALUE ZEROS.
       77 W-DIAS-RET     PIC S9(5) VALUE ZEROS.
       77 W-QTD-GRATIS   PIC 9(4) VALUE ZEROS.
       77 W-QTD-PENDENTE PIC 9(4) VALUE ZEROS.
       77 W-AUT-OK       PIC X    VALUE "S".
           88 AUTORIZACAO-OK      VALUE "S".
       77 W-REFATURAR    PIC X    VALUE "N".
           88 REFATURAMENTO       VALUE "S".
       77 W-QTD-FATURADAS PIC 9(4) VALUE ZEROS.
       77 W-ESTOURO-TAB  PIC X    VALUE "N".
           88 ESTOURO-TABELA      VALUE "S".
       77 W-JA-NA-FATURA PIC X    VALUE "N".
           88 JA-NA-FATURA        VALUE "S".
       77 W-IND-FAT      PIC 9(4) VALUE ZEROS.

      * ULTIMA CONSULTA PROCESSADA, GUARDADA EM EXECMES.DAT
       01 W-CHAVE-EXEC.
           02 W-CE-COD-PAC   PIC 9(5).
           02 W-CE-DATA      PIC 9(8).
           02 W-CE-HORA      PIC 9(4).
           02 FILLER         PIC X(13).

       01 TAB-FATURADAS.
           02 TF-ENTRADA OCCURS 2000 TIMES.
               03 TF-COD-PAC PIC 9(5).
               03 TF-DATA    PIC 9(8).
               03 TF-HORA    PIC 9(4).
               03 TF-PROCED  PIC 9(3).

       01 TAB-PRECOS.
           02 TB-ENTRADA OCCURS 5 TIMES.
               03 TB-CONV   PIC X(2).
               03 TB-EXIGE-AUT PIC X.
               03 TB-VALOR  OCCURS 3 TIMES PIC 9(4)V99.

       01 TAB-TIPOS.
       01 TAB-TIPOS-R REDEFINES TAB-TIPOS.
           02 TT-TIPO OCCURS 3 TIMES PIC X(1).

       01 LINCABPEND.
           02 FILLER    PIC X(38) VALUE
               "CONSULTAS SEM AUTORIZACAO - ANO/MES: ".
           02 LP-ANOMES PIC 9(6).
           02 FILLER    PIC X(36) VALUE SPACES.
       01 LINCABPEND2.
           02 FILLER    PIC X(8)  VALUE "CODIGO".
           02 FILLER    PIC X(32) VALUE "PACIENTE".
           02 FILLER    PIC X(10) VALUE "DATA".
           02 FILLER    PIC X(6)  VALUE "HORA".
           02 FILLER    PIC X(5)  VALUE "CONV".
           02 FILLER    PIC X(19) VALUE "PENDENCIA".
       01 LINPEND.
           02 LP-COD    PIC ZZZZ9.
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LP-NOME   PIC X(30).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LP-DATA   PIC 9(8).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LP-HORA   PIC 9(4).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LP-CONV   PIC X(2).
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LP-MOTIVO PIC X(19).

       PROCEDURE DIVISION.

       MESTRA.
               ACCEPT W-ANOMES AT 0938
           END-PERFORM.

           COMPUTE W-DATA-COMP = W-ANOMES * 100 + 1.
           CALL "VERIFICA-PERIODO" USING "C" W-DATA-COMP W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA A CLINICA" AT 1210
               STOP " "
               STOP RUN
           END-IF.

           PERFORM CONFERIR-EXECUCAO.
           IF RETOMANDO
               DISPLAY "RODADA INTERROMPIDA - RETOMANDO NO PACIENTE:"
                   AT 1210
               DISPLAY W-CE-COD-PAC AT 1256
               PERFORM REFATURAR-MES
               STOP " "
               STOP RUN
           END-IF.

           PERFORM VERIFICAR-JA-FATURADO.
           PERFORM VERIFICAR-MESES-ABERTOS.
           IF MES-JA-FATURADO OR W-SITUACAO-EXEC = "C"
               DISPLAY "MES JA FATURADO EM FATURAS.DAT" AT 1210
               DISPLAY "(C)OMPLEMENTAR, (R)EGERAR NAO PAGAS OU (N)AO:"
                   AT 1310
               PERFORM WITH TEST AFTER
                   UNTIL W-OPCAO = "C" OR "R" OR "N"
                   ACCEPT W-OPCAO AT 1356 WITH UPPER AUTO
               END-PERFORM
               IF OPCAO-REGERAR
                   PERFORM REMOVER-NAO-PAGAS
               END-IF
               IF NOT OPCAO-DESISTIR
                   PERFORM REFATURAR-MES
               END-IF
           ELSE
               MOVE "S" TO W-CONF
               IF TEM-MES-ABERTO
                   END-PERFORM
               END-IF
               IF W-CONF = "S"
                   PERFORM FATURAR-E-MOSTRAR
               END-IF
           END-IF.
           STOP " ".
           STOP RUN.

      *    REFATURAMENTO (COMPLEMENTO, REGERACAO OU RETOMADA): SO
      *    FATURA O QUE AINDA NAO TEM FATURA NO MES.
       REFATURAR-MES.
           MOVE "S" TO W-REFATURAR.
           PERFORM CARREGAR-FATURADAS.
           IF ESTOURO-TABELA
               DISPLAY "MES COM FATURAS DEMAIS - NADA FEITO"
                   AT 1410
           ELSE
               PERFORM FATURAR-E-MOSTRAR
           END-IF.

       FATURAR-E-MOSTRAR.
           PERFORM CARREGAR-TABELA-PRECO.
           CALL "CONTROLE-EXECUCAO" USING "I" "FATURAR " W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-FATURAS
               W-QTD-PULADAS W-VLR-TOTAL.
           PERFORM GERAR-FATURAS.
           CALL "CONTROLE-EXECUCAO" USING "F" "FATURAR " W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-FATURAS
               W-QTD-PULADAS W-VLR-TOTAL.
           DISPLAY "FATURAS GERADAS: " AT 1510.
           DISPLAY W-QTD-FATURAS AT 1528.
           DISPLAY "RETORNOS GRATUITOS: " AT 1610.
           DISPLAY W-QTD-GRATIS AT 1631.
           DISPLAY "SEM AUTORIZACAO (PENDAUT.LST): " AT 1710.
           DISPLAY W-QTD-PENDENTE AT 1742.
           DISPLAY "DAS QUAIS PROCEDIMENTOS: " AT 1810.
           DISPLAY W-QTD-PROCED AT 1836.
           DISPLAY "JA FATURADAS (PULADAS): " AT 1910.
           DISPLAY W-QTD-PULADAS AT 1935.
           IF OPCAO-REGERAR
               DISPLAY "NAO PAGAS REFEITAS: " AT 2010
               DISPLAY W-QTD-REMOVIDAS AT 2031
           END-IF.
           MOVE W-VLR-TOTAL TO W-VLR-TOTAL-ED.
           DISPLAY "VALOR FATURADO: " AT 2110.
           DISPLAY W-VLR-TOTAL-ED AT 2127.

      *    RODADA INTERROMPIDA E RETOMADA NO PACIENTE DA ULTIMA
      *    CONSULTA PROCESSADA, COM OS TOTAIS QUE JA TINHA; NAS DEMAIS
      *    O MES COMECA COM OS TOTAIS ZERADOS.
       CONFERIR-EXECUCAO.
           CALL "CONTROLE-EXECUCAO" USING "C" "FATURAR " W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-FATURAS
               W-QTD-PULADAS W-VLR-TOTAL.
           IF W-SITUACAO-EXEC = "A"
               MOVE "S" TO W-RETOMAR
           ELSE
               MOVE SPACES TO W-CHAVE-EXEC
               MOVE ZEROS  TO W-QTD-FATURAS W-QTD-PULADAS W-VLR-TOTAL
           END-IF.

      *    REGERACAO: DUAS PASSAGENS POR FATURAR.TMP TIRANDO DE
      *    FATURAS.DAT AS FATURAS DO MES AINDA NAO QUITADAS; AS PAGAS,
      *    GLOSADAS OU JA REPASSADAS FICAM E SAO PULADAS NA GERACAO.
       REMOVER-NAO-PAGAS.
           MOVE ZEROS TO W-QTD-REMOVIDAS.
           MOVE "N"   TO W-FIM-ARQ.
           OPEN INPUT ARQ-FATURAS.
           IF W-STATF NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-FATURA.
           PERFORM SEPARAR-FATURA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-FATURAS ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT  ARQ-TMP.
           OPEN OUTPUT ARQ-FATURAS.
           PERFORM LER-TMP.
           PERFORM DEVOLVER-FATURA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-FATURAS.

       SEPARAR-FATURA.
           IF FT-ANOMES = W-ANOMES
               PERFORM CONFERIR-QUITADA
               IF NOT FATURA-QUITADA
                   ADD 1 TO W-QTD-REMOVIDAS
                   PERFORM LER-FATURA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES     TO REG-TMP.
           MOVE REG-FATURA TO REG-TMP.
           WRITE REG-TMP.
           PERFORM LER-FATURA.

       CONFERIR-QUITADA.
           MOVE "N" TO W-QUITADA.
           IF FT-VLR-PAGO NUMERIC AND FT-VLR-PAGO > ZEROS
               MOVE "S" TO W-QUITADA
           END-IF.
           IF FT-DT-PAGTO NUMERIC AND FT-DT-PAGTO NOT = ZEROS
               MOVE "S" TO W-QUITADA
           END-IF.
           IF FT-GLOSA = "G"
               MOVE "S" TO W-QUITADA
           END-IF.
           IF FT-BASE-REP NUMERIC AND FT-BASE-REP > ZEROS
               MOVE "S" TO W-QUITADA
           END-IF.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       DEVOLVER-FATURA.
           MOVE REG-TMP TO REG-FATURA.
           WRITE REG-FATURA.
           PERFORM LER-TMP.

       INICIALIZAR-PRECOS.
           MOVE "01" TO TB-CONV(1).
           MOVE "02" TO TB-CONV(2).
           MOVE "03" TO TB-CONV(3).
           MOVE "04" TO TB-CONV(4).
           MOVE "99" TO TB-CONV(5).
           MOVE "N"  TO TB-EXIGE-AUT(1) TB-EXIGE-AUT(2)
                        TB-EXIGE-AUT(3) TB-EXIGE-AUT(4)
                        TB-EXIGE-AUT(5).
           MOVE ZEROS TO W-IND.
           PERFORM ZERAR-CONVENIO 5 TIMES.

               PERFORM LER-FATURA
           END-IF.

      *    NO REFATURAMENTO DE UM MES, GUARDA AS CONSULTAS QUE JA TEM
      *    FATURA (PACIENTE, DATA, HORA E PROCEDIMENTO) PARA SO FATURAR
      *    AS QUE FICARAM PENDENTES DE AUTORIZACAO E OS PROCEDIMENTOS
      *    ANOTADOS NO PRONTUARIO DEPOIS DO FATURAMENTO.
       CARREGAR-FATURADAS.
           MOVE "N"   TO W-FIM-ARQ W-ESTOURO-TAB.
           MOVE ZEROS TO W-QTD-FATURADAS.
           OPEN INPUT ARQ-FATURAS.
           IF W-STATF = "00"
               PERFORM LER-FATURA
               PERFORM GUARDAR-FATURADA UNTIL FIM-ARQUIVO
               CLOSE ARQ-FATURAS
           END-IF.

       GUARDAR-FATURADA.
           IF FT-ANOMES = W-ANOMES
               IF W-QTD-FATURADAS < 2000
                   ADD 1 TO W-QTD-FATURADAS
                   MOVE FT-COD-PAC TO TF-COD-PAC(W-QTD-FATURADAS)
                   MOVE FT-DATA    TO TF-DATA(W-QTD-FATURADAS)
                   MOVE FT-HORA    TO TF-HORA(W-QTD-FATURADAS)
                   IF FT-PROCED NUMERIC
                       MOVE FT-PROCED TO TF-PROCED(W-QTD-FATURADAS)
                   ELSE
                       MOVE ZEROS TO TF-PROCED(W-QTD-FATURADAS)
                   END-IF
               ELSE
                   MOVE "S" TO W-ESTOURO-TAB
               END-IF
           END-IF.
           PERFORM LER-FATURA.

       CARREGAR-TABELA-PRECO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-PRECO.
           IF TB-CONV(W-IND) = TP-CONV
               MOVE ZEROS TO W-IND-TIPO
               PERFORM CASAR-TIPO 3 TIMES
               IF TP-EXIGE-AUT = "S"
                   MOVE "S" TO TB-EXIGE-AUT(W-IND)
               END-IF
           END-IF.

       CASAR-TIPO.
               IF W-STATF = "35"
                   OPEN OUTPUT ARQ-FATURAS
               END-IF
               OPEN INPUT ARQ-PRONT
               IF W-STATPR = "00"
                   MOVE "S" TO W-PRONT-ABERTO
               END-IF
               OPEN INPUT ARQ-PROCED
               IF W-STATPC = "00"
                   MOVE "S" TO W-PROC-ABERTO
               END-IF
               PERFORM ABRIR-PENDENTES
               IF RETOMANDO
                   PERFORM POSICIONAR-RETOMADA
               END-IF
               IF NOT FIM-ARQUIVO
                   PERFORM LER-AGENDA
               END-IF
               PERFORM FATURAR-UMA UNTIL FIM-ARQUIVO
               CLOSE ARQ-AGENDA ARQ-FATURAS REL-PENDENTES
               IF PRONT-ABERTO
                   CLOSE ARQ-PRONT
               END-IF
               IF PROC-ABERTO
                   CLOSE ARQ-PROCED
               END-IF
               IF W-STATP = "00" OR W-STATP = "23"
                   CLOSE ARQ-PAC
               END-IF
           END-IF.

      *    NA RETOMADA O PENDAUT.LST DA RODADA INTERROMPIDA CONTINUA.
       ABRIR-PENDENTES.
           IF RETOMANDO
               OPEN EXTEND REL-PENDENTES
               IF W-STATREL = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           OPEN OUTPUT REL-PENDENTES.
           MOVE W-ANOMES TO LP-ANOMES.
           WRITE REG-REL FROM LINCABPEND.
           WRITE REG-REL FROM LINCABPEND2.

      *    A AGENDA RECOMECA NA PRIMEIRA CONSULTA DO PACIENTE DA ULTIMA
      *    CONSULTA PROCESSADA, PARA O RETORNO GRATUITO ENXERGAR AS
      *    CONSULTAS ANTERIORES DELE; O QUE JA TEM FATURA E PULADO.
       POSICIONAR-RETOMADA.
           MOVE W-CE-COD-PAC TO AG-COD-PAC.
           MOVE ZEROS        TO AG-DATA AG-HORA AG-PROF.
           START ARQ-AGENDA KEY IS NOT LESS THAN AG-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.

       LER-AGENDA.
           READ ARQ-AGENDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FATURAR-OU-SEGURAR
               END-READ
               PERFORM GUARDAR-PONTO
           END-IF.
           IF AG-PRESENTE AND NOT TIPO-RETORNO
               MOVE AG-COD-PAC TO W-ULT-COD-VIS
           END-IF.
           PERFORM LER-AGENDA.

       GUARDAR-PONTO.
           MOVE AG-COD-PAC TO W-CE-COD-PAC.
           MOVE AG-DATA    TO W-CE-DATA.
           MOVE AG-HORA    TO W-CE-HORA.
           CALL "CONTROLE-EXECUCAO" USING "P" "FATURAR " W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-FATURAS
               W-QTD-PULADAS W-VLR-TOTAL.

      *    CONVENIO QUE EXIGE AUTORIZACAO SO FATURA COM GUIA/SENHA
      *    INFORMADA E VALIDA NA DATA DA CONSULTA; SEM ELA A CONSULTA
      *    VAI PARA PENDAUT.LST E FICA PARA O REFATURAMENTO DO MES.
      *    OS PROCEDIMENTOS DO PRONTUARIO SEGUEM A CONSULTA.
       FATURAR-OU-SEGURAR.
           MOVE ZEROS TO W-PROC-BUSCA.
           PERFORM PROCURAR-FATURADA.
           IF JA-NA-FATURA
               ADD 1 TO W-QTD-PULADAS
               PERFORM FATURAR-PROCEDIMENTOS
           ELSE
               PERFORM CONFERIR-AUTORIZACAO
               IF AUTORIZACAO-OK
                   PERFORM GRAVAR-FATURA
                   PERFORM FATURAR-PROCEDIMENTOS
               ELSE
                   PERFORM GRAVAR-PENDENTE
               END-IF
           END-IF.

       PROCURAR-FATURADA.
           MOVE "N"   TO W-JA-NA-FATURA.
           IF NOT REFATURAMENTO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO W-IND-FAT.
           PERFORM CONFERIR-FATURADA
               UNTIL JA-NA-FATURA OR W-IND-FAT >= W-QTD-FATURADAS.

       CONFERIR-FATURADA.
           ADD 1 TO W-IND-FAT.
           IF TF-COD-PAC(W-IND-FAT) = AG-COD-PAC
              AND TF-DATA(W-IND-FAT) = AG-DATA
              AND TF-HORA(W-IND-FAT) = AG-HORA
              AND TF-PROCED(W-IND-FAT) = W-PROC-BUSCA
               MOVE "S" TO W-JA-NA-FATURA
           END-IF.

       CONFERIR-AUTORIZACAO.
           MOVE "S" TO W-AUT-OK.
           MOVE SPACES TO LP-MOTIVO.
           MOVE ZEROS TO W-IND.
           PERFORM CONFERIR-CONV-AUT 5 TIMES.

       CONFERIR-CONV-AUT.
           ADD 1 TO W-IND.
           IF TB-CONV(W-IND) = CONV-PAC AND TB-EXIGE-AUT(W-IND) = "S"
               IF AG-AUTORIZ = SPACES
                   MOVE "N" TO W-AUT-OK
                   MOVE "SEM AUTORIZACAO" TO LP-MOTIVO
               ELSE
                   IF AG-VALID-AUT NOT NUMERIC
                      OR AG-VALID-AUT < AG-DATA
                       MOVE "N" TO W-AUT-OK
                       MOVE "AUTORIZACAO VENCIDA" TO LP-MOTIVO
                   END-IF
               END-IF
           END-IF.

       GRAVAR-PENDENTE.
           MOVE AG-COD-PAC TO LP-COD.
           MOVE NOME-PAC   TO LP-NOME.
           MOVE AG-DATA    TO LP-DATA.
           MOVE AG-HORA    TO LP-HORA.
           MOVE CONV-PAC   TO LP-CONV.
           WRITE REG-REL FROM LINPEND.
           ADD 1 TO W-QTD-PENDENTE.

       MONTAR-FATURA.
           MOVE SPACES     TO REG-FATURA.
           MOVE W-ANOMES   TO FT-ANOMES.
           MOVE AG-COD-PAC TO FT-COD-PAC.
           MOVE AG-DATA    TO FT-DATA.
           MOVE AG-HORA    TO FT-HORA.
           MOVE CONV-PAC   TO FT-CONV.
           MOVE AG-AUTORIZ TO FT-AUTORIZ.
           MOVE AG-PROF    TO FT-PROF.
           MOVE ZEROS      TO FT-VALOR FT-PROCED.
           MOVE ZEROS      TO FT-VLR-PAGO FT-DT-PAGTO FT-BASE-REP.

       GRAVAR-FATURA.
           PERFORM MONTAR-FATURA.
           MOVE AG-TIPO    TO W-TIPO-FAT.
           IF W-TIPO-FAT NOT = "P" AND W-TIPO-FAT NOT = "R"
               MOVE "C" TO W-TIPO-FAT
           END-IF.
           WRITE REG-FATURA.
           ADD 1 TO W-QTD-FATURAS.
           ADD FT-VALOR TO W-VLR-TOTAL.

      *    UMA LINHA DE FATURA POR PROCEDIMENTO ANOTADO NO PRONTUARIO
      *    DA CONSULTA, PRECIFICADA PELO CONVENIO NO PROCEDIM.DAT.
       FATURAR-PROCEDIMENTOS.
           IF NOT PRONT-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE AG-CHAVE TO PR-CHAVE.
           READ ARQ-PRONT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE ZEROS TO W-IND-PROC.
           PERFORM FATURAR-UM-PROCEDIMENTO 5 TIMES.

       FATURAR-UM-PROCEDIMENTO.
           ADD 1 TO W-IND-PROC.
           IF PR-PROCED(W-IND-PROC) NUMERIC
              AND PR-PROCED(W-IND-PROC) NOT = ZEROS
               MOVE PR-PROCED(W-IND-PROC) TO W-PROC-BUSCA
               PERFORM PROCURAR-FATURADA
               IF JA-NA-FATURA
                   ADD 1 TO W-QTD-PULADAS
               ELSE
                   PERFORM GRAVAR-FATURA-PROC
               END-IF
           END-IF.

       GRAVAR-FATURA-PROC.
           PERFORM MONTAR-FATURA.
           MOVE W-PROC-BUSCA TO FT-PROCED.
           IF PROC-ABERTO
               MOVE W-PROC-BUSCA TO PC-COD
               READ ARQ-PROCED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZEROS TO W-IND
                       PERFORM VALORAR-PROCEDIMENTO 5 TIMES
               END-READ
           END-IF.
           WRITE REG-FATURA.
           ADD 1 TO W-QTD-FATURAS W-QTD-PROCED.
           ADD FT-VALOR TO W-VLR-TOTAL.

       VALORAR-PROCEDIMENTO.
           ADD 1 TO W-IND.
           IF TB-CONV(W-IND) = CONV-PAC
               MOVE PC-VALOR(W-IND) TO FT-VALOR
           END-IF.

       VALORAR-FATURA.
           ADD 1 TO W-IND.
