      *   APURAPON.cbl) ENTRAM NO BRUTO QUANDO EXISTEM. O RESUMO DO
      *   MES SAI EM FOLHARES.DAT. O CONTADOR RECONSTRUIA TUDO ISSO A
      *   MAO.
      * 15 OUTUBRO 2026 - JULIANO - LANCAMENTOS AVULSOS DO MES EM
      *   VERBAS.DAT (COMPETENCIA + MATRICULA + CODIGO DA VERBA), COMO A
      *   CAIXINHA DOS GARCONS APURADA PELO RATEIO-SV.cbl: PROVENTO
      *   ENTRA NO BRUTO (E PORTANTO NA BASE DE PREVIDENCIA E IMPOSTO),
      *   DESCONTO SAI DO LIQUIDO, CADA UM EM LINHA PROPRIA DO
      *   HOLERITE.
      * 15 OUTUBRO 2026 - JULIANO - FOLHARES.DAT PASSA A ACUMULAR AS
      *   COMPETENCIAS (ABERTO EM EXTENSAO) EM VEZ DE GUARDAR SO O
      *   ULTIMO MES, PARA O INFORME DE RENDIMENTOS ANUAL (INFORME.cbl).
      *   QUEM LE O ARQUIVO JA SELECIONA PELA COMPETENCIA.
      * 15 OUTUBRO 2026 - JULIANO - DESCONTA EM LINHA PROPRIA DO
      *   HOLERITE O ADIANTAMENTO QUINZENAL DA COMPETENCIA (ADIANT.DAT,
      *   GRAVADO PELO ADIANTA.cbl). ANTES DE GERAR, CONFERE SE TODO
      *   ADIANTAMENTO DA COMPETENCIA TEM FOLHA - MATRICULA FORA DO
      *   CADASTRO OU DESLIGADA IMPEDE O FECHAMENTO DO MES.
      * 15 OUTUBRO 2026 - JULIANO - AULAS DE NATACAO DADAS PELO
      *   INSTRUTOR EMPREGADO NO MES (AM-VLR-AULAS DE APONTMES.DAT,
      *   LANCADO PELO PAGINSTR.cbl) ENTRAM NO BRUTO EM LINHA PROPRIA
      *   DO HOLERITE.
      * 15 OUTUBRO 2026 - JULIANO - A RODADA DA COMPETENCIA FICA
      *   REGISTRADA EM EXECMES.DAT (CONTROLE-EXECUCAO). FOLHA JA
      *   RODADA NA COMPETENCIA NAO RODA DE NOVO, SALVO REGERACAO
      *   PEDIDA PELO OPERADOR: ELA TIRA DE FOLHARES.DAT O RESUMO DA
      *   COMPETENCIA DE QUEM NAO TEM PAGAMENTO ENVIADO OU PAGO EM
      *   PAGFOLHA.DAT (GERAPAG.cbl) E REFAZ SO ESSES - QUEM JA FOI
      *   PAGO FICA COMO ESTA E SAI NO HOLERITE.LST COMO MANTIDO.
      *   RODADA INTERROMPIDA RECOMECA NA ULTIMA MATRICULA PROCESSADA,
      *   CONTINUANDO O HOLERITE.LST. O FECHAMENTO MOSTRA GERADOS, JA
      *   EXISTENTES E O LIQUIDO GERADO.
      * 15 OUTUBRO 2026 - JULIANO - COMPETENCIA COM A FOLHA JA FECHADA
      *   NO CONTROLE DE PERIODOS (PERIODO.cbl) NAO RODA, NAO RETOMA E
      *   NAO E REGERADA: O PRIMEIRO DIA DA COMPETENCIA E CONSULTADO
      *   NO COMUM/VERIFPERIODO.cbl ANTES DE QUALQUER GRAVACAO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RF-MATRICULA
               FILE STATUS     IS W-STATF.
           SELECT ARQ-TABDESC ASSIGN TO "TABDESC.DAT"
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS AM-CHAVE
               FILE STATUS     IS W-STATAM.
           SELECT ARQ-VERBAS ASSIGN TO "VERBAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS VB-CHAVE
               FILE STATUS     IS W-STATVB.
           SELECT ARQ-ADIANT ASSIGN TO "ADIANT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS AD-CHAVE
               FILE STATUS     IS W-STATAD.
           SELECT REL-HOLERITE ASSIGN TO "HOLERITE.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
           SELECT ARQ-RESUMO ASSIGN TO "FOLHARES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRES.
           SELECT ARQ-PAGFOLHA ASSIGN TO "PAGFOLHA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PG-CHAVE
               FILE STATUS     IS W-STATPG.
           SELECT ARQ-TMP ASSIGN TO "FOLHA.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

       FD  ARQ-TABDESC
           LABEL RECORD STANDARD.
           02 AM-HORAS-TRAB  PIC 9(3)V99.
           02 AM-VLR-EXTRAS  PIC 9(8)V99.
           02 AM-VLR-FALTAS  PIC 9(8)V99.
           02 AM-VLR-AULAS   PIC 9(8)V99.

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

       FD  ARQ-ADIANT.
       01  REG-ADIANT.
           02 AD-CHAVE.
               03 AD-ANOMES    PIC 9(6).
               03 AD-MATRICULA PIC 9(8).
           02 AD-PCT          PIC 99V99.
           02 AD-VALOR        PIC 9(10)V99.
           02 AD-DATA         PIC 9(8).

       FD  REL-HOLERITE
           LABEL RECORD STANDARD.
           02 FILLER       PIC X(1)  VALUE SPACE.
           02 RS-LIQUIDO   PIC 9(10)V99.

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

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP        PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 COD-ERRO-DESC   PIC XX VALUE SPACES.
       77 W-STATAM        PIC XX VALUE SPACES.
       77 W-STATVB        PIC XX VALUE SPACES.
       77 W-STATAD        PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-STATRES       PIC XX VALUE SPACES.
       77 W-STATPG        PIC XX VALUE SPACES.
       77 W-STATTMP       PIC XX VALUE SPACES.
       77 W-PAG-OK        PIC X  VALUE "N".
           88 PAGFOLHA-ABERTO      VALUE "S".
       77 W-SITUACAO-EXEC PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE "S".
           88 OPCAO-DESISTIR       VALUE "N".
           88 OPCAO-REGERAR        VALUE "R".
       77 W-RETOMAR       PIC X  VALUE "N".
           88 RETOMANDO            VALUE "S".
       77 W-QTD-PULADOS   PIC 9(6) VALUE ZEROS.
       77 W-QTD-REMOVIDOS PIC 9(6) VALUE ZEROS.
       77 W-QTD-MANTIDOS  PIC 9(4) VALUE ZEROS.
       77 W-IND-MT        PIC 9(4) VALUE ZEROS.
       77 W-MANTIDO       PIC X  VALUE "N".
           88 JA-NA-FOLHA          VALUE "S".
       77 W-VLR-TOTAL     PIC 9(10)V99 VALUE ZEROS.
       77 W-VLR-TOTAL-ED  PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-PONTO-OK      PIC X  VALUE "N".
           88 PONTO-ABERTO         VALUE "S".
       77 W-VERBAS-OK     PIC X  VALUE "N".
           88 VERBAS-ABERTO        VALUE "S".
       77 W-FIM-VERBA     PIC X  VALUE "N".
           88 FIM-VERBA            VALUE "S".
       77 W-ADIANT-OK     PIC X  VALUE "N".
           88 ADIANT-ABERTO        VALUE "S".
       77 W-FIM-ADIANT    PIC X  VALUE "N".
           88 FIM-ADIANT           VALUE "S".
       77 W-QTD-SEM-FOLHA PIC 9(4) VALUE ZEROS.

       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-DATA-COMP     PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".
       77 W-QTD-FUNC      PIC 9(6) VALUE ZEROS.
       77 W-IND           PIC 9    VALUE ZEROS.

       77 W-BRUTO         PIC 9(10)V99 VALUE ZEROS.
       77 W-EXTRAS        PIC 9(8)V99  VALUE ZEROS.
       77 W-FALTAS        PIC 9(8)V99  VALUE ZEROS.
       77 W-AULAS         PIC 9(8)V99  VALUE ZEROS.
       77 W-PROVENTOS     PIC 9(8)V99  VALUE ZEROS.
       77 W-DESCONTOS     PIC 9(8)V99  VALUE ZEROS.
       77 W-ADIANTAMENTO  PIC 9(10)V99 VALUE ZEROS.
       77 W-QTD-VERBAS    PIC 99       VALUE ZEROS.
       77 W-IND-VB        PIC 99       VALUE ZEROS.
       77 W-INSS          PIC 9(8)V99  VALUE ZEROS.
       77 W-BASE-IRRF     PIC 9(10)V99 VALUE ZEROS.
       77 W-IRRF          PIC 9(8)V99  VALUE ZEROS.
       77 W-FATIA         PIC 9(8)V99  VALUE ZEROS.
       77 W-ACHOU-FAIXA   PIC X        VALUE "N".

      * ULTIMA MATRICULA PROCESSADA, GUARDADA EM EXECMES.DAT
       01 W-CHAVE-EXEC.
           02 W-CE-MATRICULA PIC 9(8).
           02 FILLER         PIC X(22).

      * MATRICULAS QUE JA TEM RESUMO DA COMPETENCIA EM FOLHARES.DAT
      * (PAGAS QUE FICARAM NA REGERACAO OU GERADAS ANTES DA QUEDA)
       01 TAB-MANTIDOS.
           02 TM-MATRICULA OCCURS 1000 TIMES PIC 9(8).

       01 TAB-INSS.
           02 TI-FAIXA OCCURS 5 TIMES.
               03 TI-LIMITE  PIC 9(8)V99.
               03 TR-ALIQ    PIC 99V99.
               03 TR-DEDUCAO PIC 9(8)V99.

       01 TAB-VERBAS.
           02 TV-ENTRADA OCCURS 20 TIMES.
               03 TV-DESCRICAO PIC X(22).
               03 TV-TIPO      PIC X(1).
               03 TV-VALOR     PIC 9(8)V99.

       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LF-NOME   PIC X(30).
           02 FILLER    PIC X(27) VALUE SPACES.
       01 LINMANTIDO.
           02 FILLER    PIC X(45) VALUE
               "HOLERITE MANTIDO - PAGAMENTO JA ENVIADO/PAGO".
           02 FILLER    PIC X(35) VALUE SPACES.
       01 LINVERBA.
           02 LV-TITULO PIC X(25).
           02 LV-VALOR  PIC ZZ.ZZZ.ZZ9,99.
               ACCEPT W-ANOMES AT 0932
           END-PERFORM.

           COMPUTE W-DATA-COMP = W-ANOMES * 100 + 1.
           CALL "VERIFICA-PERIODO" USING "F" W-DATA-COMP W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA A FOLHA" AT 1410
               STOP " "
               GOBACK
           END-IF.

           PERFORM CONFERIR-EXECUCAO.
           IF OPCAO-DESISTIR
               DISPLAY "NADA FEITO" AT 1410
               STOP " "
               GOBACK
           END-IF.

           OPEN INPUT ARQ-FUNC.
           IF W-STATF NOT = "00"
               DISPLAY "FUNCIONARIOS.DAT INDISPONIVEL" AT 1210
           IF W-STATAM = "00"
               MOVE "S" TO W-PONTO-OK
           END-IF.
           OPEN INPUT ARQ-VERBAS.
           IF W-STATVB = "00"
               MOVE "S" TO W-VERBAS-OK
           END-IF.
           OPEN INPUT ARQ-ADIANT.
           IF W-STATAD = "00"
               MOVE "S" TO W-ADIANT-OK
               PERFORM CONFERIR-ADIANTAMENTOS
               IF W-QTD-SEM-FOLHA > ZEROS
                   PERFORM RECUSAR-FECHAMENTO
                   GOBACK
               END-IF
           END-IF.
           IF OPCAO-REGERAR
               PERFORM REMOVER-NAO-PAGOS
           END-IF.
           IF OPCAO-REGERAR OR RETOMANDO
               PERFORM CARREGAR-MANTIDOS
           END-IF.
           IF RETOMANDO
               OPEN EXTEND REL-HOLERITE
               IF W-STATREL = "35"
                   OPEN OUTPUT REL-HOLERITE
               END-IF
           ELSE
               OPEN OUTPUT REL-HOLERITE
           END-IF.
           OPEN EXTEND ARQ-RESUMO.
           IF W-STATRES = "35"
               OPEN OUTPUT ARQ-RESUMO
           END-IF.
           CALL "CONTROLE-EXECUCAO" USING "I" "FOLHA   " W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-FUNC
               W-QTD-PULADOS W-VLR-TOTAL.

           MOVE "N" TO W-FIM-ARQ.
           IF RETOMANDO
               MOVE W-CE-MATRICULA TO RF-MATRICULA
               START ARQ-FUNC KEY IS NOT LESS THAN RF-MATRICULA
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
               END-START
           END-IF.
           IF NOT FIM-ARQUIVO
               PERFORM LER-FUNC
           END-IF.
           PERFORM PROCESSAR-FUNC UNTIL FIM-ARQUIVO.

           CLOSE ARQ-FUNC REL-HOLERITE ARQ-RESUMO.
           CALL "CONTROLE-EXECUCAO" USING "F" "FOLHA   " W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-FUNC
               W-QTD-PULADOS W-VLR-TOTAL.
           IF PONTO-ABERTO
               CLOSE ARQ-APONTMES
           END-IF.
           IF VERBAS-ABERTO
               CLOSE ARQ-VERBAS
           END-IF.
           IF ADIANT-ABERTO
               CLOSE ARQ-ADIANT
           END-IF.
           DISPLAY "FOLHA GERADA - HOLERITES: " AT 1210.
           DISPLAY W-QTD-FUNC AT 1237.
           DISPLAY "JA EXISTENTES (MANTIDOS): " AT 1310.
           DISPLAY W-QTD-PULADOS AT 1337.
           IF OPCAO-REGERAR
               DISPLAY "RESUMOS NAO PAGOS REFEITOS:" AT 1410
               DISPLAY W-QTD-REMOVIDOS AT 1437
           END-IF.
           MOVE W-VLR-TOTAL TO W-VLR-TOTAL-ED.
           DISPLAY "LIQUIDO GERADO..........: " AT 1510.
           DISPLAY W-VLR-TOTAL-ED AT 1537.
           STOP " ".
           GOBACK.


      *-----------------------------------------------------------------*
      * PROCESSAR-FUNC - MONTA O BRUTO (SALARIO + EXTRAS - FALTAS DO
      *   PONTO APURADO + PROVENTOS DE VERBAS.DAT), CALCULA OS
      *   DESCONTOS E IMPRIME O HOLERITE.
      *-----------------------------------------------------------------*
       PROCESSAR-FUNC.
           IF RF-DESLIGADO
               PERFORM LER-FUNC
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROCURAR-MANTIDO.
           IF JA-NA-FOLHA
               ADD 1 TO W-QTD-PULADOS
               IF OPCAO-REGERAR
                   PERFORM IMPRIMIR-MANTIDO
               END-IF
               PERFORM GUARDAR-PONTO
               PERFORM LER-FUNC
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-PONTO.
           PERFORM BUSCAR-VERBAS.
           COMPUTE W-BRUTO = RF-SALARIO + W-EXTRAS - W-FALTAS
                           + W-AULAS + W-PROVENTOS.
           PERFORM CALCULAR-INSS.
           COMPUTE W-BASE-IRRF = W-BRUTO - W-INSS.
           PERFORM CALCULAR-IRRF.
           PERFORM BUSCAR-ADIANTAMENTO.
           COMPUTE W-LIQUIDO = W-BRUTO - W-INSS - W-IRRF
                             - W-DESCONTOS - W-ADIANTAMENTO.
           PERFORM IMPRIMIR-HOLERITE.
           PERFORM GRAVAR-RESUMO.
           ADD 1 TO W-QTD-FUNC.
           ADD W-LIQUIDO TO W-VLR-TOTAL.
           PERFORM GUARDAR-PONTO.
           PERFORM LER-FUNC.

       GUARDAR-PONTO.
           MOVE RF-MATRICULA TO W-CE-MATRICULA.
           CALL "CONTROLE-EXECUCAO" USING "P" "FOLHA   " W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-FUNC
               W-QTD-PULADOS W-VLR-TOTAL.

       PROCURAR-MANTIDO.
           MOVE "N"   TO W-MANTIDO.
           MOVE ZEROS TO W-IND-MT.
           PERFORM CONFERIR-MANTIDO
               UNTIL JA-NA-FOLHA OR W-IND-MT >= W-QTD-MANTIDOS.

       CONFERIR-MANTIDO.
           ADD 1 TO W-IND-MT.
           IF TM-MATRICULA(W-IND-MT) = RF-MATRICULA
               MOVE "S" TO W-MANTIDO
           END-IF.

       IMPRIMIR-MANTIDO.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINCAB1.
           MOVE RF-MATRICULA TO LF-MATR.
           MOVE RF-NOME      TO LF-NOME.
           WRITE REG-REL FROM LINFUNC.
           WRITE REG-REL FROM LINMANTIDO.

      *-----------------------------------------------------------------*
      * CONFERIR-EXECUCAO - RODADA INTERROMPIDA E RETOMADA NA ULTIMA
      *   MATRICULA PROCESSADA, COM OS TOTAIS QUE JA TINHA. COMPETENCIA
      *   CONCLUIDA (OU RODADA ANTES DO CONTROLE, COM RESUMO EM
      *   FOLHARES.DAT) SO RODA DE NOVO COMO REGERACAO.
      *-----------------------------------------------------------------*
       CONFERIR-EXECUCAO.
           CALL "CONTROLE-EXECUCAO" USING "C" "FOLHA   " W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-FUNC
               W-QTD-PULADOS W-VLR-TOTAL.
           MOVE "S" TO W-OPCAO.
           IF W-SITUACAO-EXEC = "A"
               MOVE "S" TO W-RETOMAR
               DISPLAY "RODADA INTERROMPIDA - RETOMANDO NA MATRICULA:"
                   AT 1110
               DISPLAY W-CE-MATRICULA AT 1157
               EXIT PARAGRAPH
           END-IF.
           IF W-SITUACAO-EXEC NOT = "C"
               PERFORM VERIFICAR-COMPETENCIA
           END-IF.
           IF W-SITUACAO-EXEC = "C"
               DISPLAY "FOLHA DA COMPETENCIA JA GERADA" AT 1110
               DISPLAY "(R)EGERAR OS NAO PAGOS OU (N)AO:" AT 1210
               PERFORM WITH TEST AFTER UNTIL W-OPCAO = "R" OR "N"
                   ACCEPT W-OPCAO AT 1243 WITH UPPER AUTO
               END-PERFORM
           END-IF.
           MOVE SPACES TO W-CHAVE-EXEC.
           MOVE ZEROS  TO W-QTD-FUNC W-QTD-PULADOS W-VLR-TOTAL.

      *    COMPETENCIA SEM REGISTRO DE RODADA MAS COM RESUMO EM
      *    FOLHARES.DAT FOI RODADA ANTES DO CONTROLE: CONTA COMO
      *    CONCLUIDA.
       VERIFICAR-COMPETENCIA.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-RESUMO.
           IF W-STATRES = "00"
               PERFORM LER-RESUMO
               PERFORM CONFERIR-RESUMO UNTIL FIM-ARQUIVO
               CLOSE ARQ-RESUMO
           END-IF.
           MOVE "N" TO W-FIM-ARQ.

       LER-RESUMO.
           READ ARQ-RESUMO
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-RESUMO.
           IF RS-ANOMES = W-ANOMES
               MOVE "C" TO W-SITUACAO-EXEC
               MOVE "S" TO W-FIM-ARQ
           ELSE
               PERFORM LER-RESUMO
           END-IF.

      *-----------------------------------------------------------------*
      * REMOVER-NAO-PAGOS - REGERACAO: TIRA DE FOLHARES.DAT O RESUMO DA
      *   COMPETENCIA DE QUEM NAO TEM PAGAMENTO ENVIADO, PAGO OU FEITO
      *   POR FORA EM PAGFOLHA.DAT (SO O REJEITADO PELO BANCO, OU SEM
      *   REGISTRO, E REFEITO). DUAS PASSAGENS POR FOLHA.TMP, COMO NO
      *   ARQUIVA.cbl.
      *-----------------------------------------------------------------*
       REMOVER-NAO-PAGOS.
           MOVE ZEROS TO W-QTD-REMOVIDOS.
           MOVE "N"   TO W-PAG-OK.
           OPEN INPUT ARQ-PAGFOLHA.
           IF W-STATPG = "00"
               MOVE "S" TO W-PAG-OK
           END-IF.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-RESUMO.
           IF W-STATRES NOT = "00"
               IF PAGFOLHA-ABERTO
                   CLOSE ARQ-PAGFOLHA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-RESUMO.
           PERFORM SEPARAR-RESUMO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-RESUMO ARQ-TMP.
           IF PAGFOLHA-ABERTO
               CLOSE ARQ-PAGFOLHA
           END-IF.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT  ARQ-TMP.
           OPEN OUTPUT ARQ-RESUMO.
           PERFORM LER-TMP.
           PERFORM DEVOLVER-RESUMO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-RESUMO.
           MOVE "N" TO W-FIM-ARQ.

       SEPARAR-RESUMO.
           IF RS-ANOMES = W-ANOMES
               MOVE "N" TO W-MANTIDO
               IF PAGFOLHA-ABERTO
                   MOVE RS-ANOMES    TO PG-ANOMES
                   MOVE "F"          TO PG-ORIGEM
                   MOVE RS-MATRICULA TO PG-MATRICULA
                   READ ARQ-PAGFOLHA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT PG-REJEITADO
                               MOVE "S" TO W-MANTIDO
                           END-IF
                   END-READ
               END-IF
               IF NOT JA-NA-FOLHA
                   ADD 1 TO W-QTD-REMOVIDOS
                   PERFORM LER-RESUMO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES     TO REG-TMP.
           MOVE REG-RESUMO TO REG-TMP.
           WRITE REG-TMP.
           PERFORM LER-RESUMO.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       DEVOLVER-RESUMO.
           MOVE REG-TMP TO REG-RESUMO.
           WRITE REG-RESUMO.
           PERFORM LER-TMP.

      *    MATRICULAS COM RESUMO DA COMPETENCIA JA GRAVADO NAO GERAM
      *    OUTRO: NA REGERACAO SAO AS PAGAS, NA RETOMADA AS GERADAS
      *    ANTES DA QUEDA.
       CARREGAR-MANTIDOS.
           MOVE ZEROS TO W-QTD-MANTIDOS.
           MOVE "N"   TO W-FIM-ARQ.
           OPEN INPUT ARQ-RESUMO.
           IF W-STATRES = "00"
               PERFORM LER-RESUMO
               PERFORM GUARDAR-MANTIDO UNTIL FIM-ARQUIVO
               CLOSE ARQ-RESUMO
           END-IF.
           MOVE "N" TO W-FIM-ARQ.

       GUARDAR-MANTIDO.
           IF RS-ANOMES = W-ANOMES AND W-QTD-MANTIDOS < 1000
               ADD 1 TO W-QTD-MANTIDOS
               MOVE RS-MATRICULA TO TM-MATRICULA(W-QTD-MANTIDOS)
           END-IF.
           PERFORM LER-RESUMO.

       BUSCAR-PONTO.
           MOVE ZEROS TO W-EXTRAS W-FALTAS W-AULAS.
           IF PONTO-ABERTO
               MOVE W-ANOMES     TO AM-ANOMES
               MOVE RF-MATRICULA TO AM-MATRICULA
                   NOT INVALID KEY
                       MOVE AM-VLR-EXTRAS TO W-EXTRAS
                       MOVE AM-VLR-FALTAS TO W-FALTAS
                       MOVE AM-VLR-AULAS  TO W-AULAS
               END-READ
           END-IF.

      *-----------------------------------------------------------------*
      * BUSCAR-ADIANTAMENTO - LE EM ADIANT.DAT, NA COMPETENCIA +
      *   MATRICULA, O ADIANTAMENTO PAGO AO FUNCIONARIO NO MES, A SER
      *   DESCONTADO NO HOLERITE (ZERO QUANDO NAO HOUVE ADIANTAMENTO).
      *-----------------------------------------------------------------*
       BUSCAR-ADIANTAMENTO.
           MOVE ZEROS TO W-ADIANTAMENTO.
           IF ADIANT-ABERTO
               MOVE W-ANOMES     TO AD-ANOMES
               MOVE RF-MATRICULA TO AD-MATRICULA
               READ ARQ-ADIANT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-VALOR TO W-ADIANTAMENTO
               END-READ
           END-IF.

      *-----------------------------------------------------------------*
      * CONFERIR-ADIANTAMENTOS - TODO ADIANTAMENTO DA COMPETENCIA TEM
      *   DE SER DESCONTADO EM UM HOLERITE: MATRICULA FORA DO CADASTRO
      *   OU JA DESLIGADA NAO TEM FOLHA E IMPEDE O FECHAMENTO. NO FIM
      *   O CADASTRO VOLTA PARA O INICIO, PARA A LEITURA DA FOLHA.
      *-----------------------------------------------------------------*
       CONFERIR-ADIANTAMENTOS.
           MOVE ZEROS    TO W-QTD-SEM-FOLHA.
           MOVE W-ANOMES TO AD-ANOMES.
           MOVE ZEROS    TO AD-MATRICULA.
           MOVE "N"      TO W-FIM-ADIANT.
           START ARQ-ADIANT KEY IS NOT LESS THAN AD-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ADIANT
           END-START.
           PERFORM VERIFICAR-ADIANTAMENTO UNTIL FIM-ADIANT.
           MOVE ZEROS TO RF-MATRICULA.
           START ARQ-FUNC KEY IS NOT LESS THAN RF-MATRICULA
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.

       VERIFICAR-ADIANTAMENTO.
           READ ARQ-ADIANT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ADIANT
                   EXIT PARAGRAPH
           END-READ.
           IF AD-ANOMES NOT = W-ANOMES
               MOVE "S" TO W-FIM-ADIANT
               EXIT PARAGRAPH
           END-IF.
           MOVE AD-MATRICULA TO RF-MATRICULA.
           READ ARQ-FUNC
               INVALID KEY
                   MOVE "D" TO RF-SITUACAO
           END-READ.
           IF RF-DESLIGADO
               ADD 1 TO W-QTD-SEM-FOLHA
               DISPLAY "ADIANTAMENTO SEM FOLHA - MATRICULA:" AT 2310
               DISPLAY AD-MATRICULA AT 2346
               STOP " "
           END-IF.

       RECUSAR-FECHAMENTO.
           CLOSE ARQ-FUNC ARQ-ADIANT.
           IF PONTO-ABERTO
               CLOSE ARQ-APONTMES
           END-IF.
           IF VERBAS-ABERTO
               CLOSE ARQ-VERBAS
           END-IF.
           DISPLAY "FOLHA NAO FECHADA - ADIANTAMENTOS SEM FOLHA:"
               AT 1210.
           DISPLAY W-QTD-SEM-FOLHA AT 1256.
           DISPLAY "ACERTE O CADASTRO OU O ADIANTAMENTO E REPITA"
               AT 1310.
           STOP " ".

      *-----------------------------------------------------------------*
      * BUSCAR-VERBAS - POSICIONA VERBAS.DAT NA COMPETENCIA + MATRICULA
      *   E GUARDA EM TAB-VERBAS OS LANCAMENTOS DO FUNCIONARIO NO MES,
      *   SOMANDO PROVENTOS E DESCONTOS.
      *-----------------------------------------------------------------*
       BUSCAR-VERBAS.
           MOVE ZEROS TO W-PROVENTOS W-DESCONTOS W-QTD-VERBAS.
           IF NOT VERBAS-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE W-ANOMES     TO VB-ANOMES.
           MOVE RF-MATRICULA TO VB-MATRICULA.
           MOVE SPACES       TO VB-CODIGO.
           START ARQ-VERBAS KEY IS NOT LESS THAN VB-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO W-FIM-VERBA.
           PERFORM LER-VERBA.
           PERFORM GUARDAR-VERBA UNTIL FIM-VERBA.

       LER-VERBA.
           READ ARQ-VERBAS NEXT RECORD
               AT END MOVE "S" TO W-FIM-VERBA
           END-READ.
           IF NOT FIM-VERBA
               IF VB-ANOMES NOT = W-ANOMES
                  OR VB-MATRICULA NOT = RF-MATRICULA
                   MOVE "S" TO W-FIM-VERBA
               END-IF
           END-IF.

       GUARDAR-VERBA.
           IF W-QTD-VERBAS < 20
               ADD 1 TO W-QTD-VERBAS
               MOVE VB-DESCRICAO TO TV-DESCRICAO(W-QTD-VERBAS)
               MOVE VB-TIPO      TO TV-TIPO(W-QTD-VERBAS)
               MOVE VB-VALOR     TO TV-VALOR(W-QTD-VERBAS)
               IF VB-DESCONTO
                   ADD VB-VALOR TO W-DESCONTOS
               ELSE
                   ADD VB-VALOR TO W-PROVENTOS
               END-IF
           END-IF.
           PERFORM LER-VERBA.

      *-----------------------------------------------------------------*
      * CALCULAR-INSS - APLICA A TABELA PROGRESSIVA FATIA A FATIA: DE
      *   CADA FAIXA DESCONTA-SE A ALIQUOTA SOBRE A PARTE DO BRUTO QUE
               MOVE W-EXTRAS TO LV-VALOR
               WRITE REG-REL FROM LINVERBA
           END-IF.
           IF W-AULAS > ZEROS
               MOVE "AULAS DE NATACAO.......: " TO LV-TITULO
               MOVE W-AULAS TO LV-VALOR
               WRITE REG-REL FROM LINVERBA
           END-IF.
           IF W-FALTAS > ZEROS
               MOVE "FALTAS NAO ABONADAS....: " TO LV-TITULO
               MOVE W-FALTAS TO LV-VALOR
               WRITE REG-REL FROM LINVERBA
           END-IF.
           MOVE ZEROS TO W-IND-VB.
           PERFORM IMPRIMIR-VERBA W-QTD-VERBAS TIMES.
           MOVE "PREVIDENCIA............: " TO LV-TITULO.
           MOVE W-INSS TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           MOVE "IMPOSTO DE RENDA.......: " TO LV-TITULO.
           MOVE W-IRRF TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           IF W-ADIANTAMENTO > ZEROS
               MOVE "ADIANTAMENTO SALARIAL..: " TO LV-TITULO
               MOVE W-ADIANTAMENTO TO LV-VALOR
               WRITE REG-REL FROM LINVERBA
           END-IF.
           MOVE "LIQUIDO A RECEBER......: " TO LV-TITULO.
           MOVE W-LIQUIDO TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.

      *    A DESCRICAO DA VERBA GANHA O PONTILHADO E OS DOIS PONTOS DAS
      *    DEMAIS LINHAS DO HOLERITE.
       IMPRIMIR-VERBA.
           ADD 1 TO W-IND-VB.
           MOVE ALL "." TO LV-TITULO.
           MOVE ": "    TO LV-TITULO(24:2).
           STRING TV-DESCRICAO(W-IND-VB) DELIMITED BY "  "
                  INTO LV-TITULO.
           MOVE TV-VALOR(W-IND-VB) TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.

       GRAVAR-RESUMO.
           MOVE SPACES        TO REG-RESUMO.
           MOVE W-ANOMES      TO RS-ANOMES.
