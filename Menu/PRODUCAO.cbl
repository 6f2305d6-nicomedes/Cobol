      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             PRODUCAO.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - ORDEM DE PRODUCAO DE PREPARADOS
      *   (MOLHOS, MASSAS, PORCOES). A COZINHA PREPARA EM LOTE E O
      *   SISTEMA SO CONHECIA A MATERIA-PRIMA. O PREPARADO E UM
      *   PRODUTO DE PRODUTOS.DAT COM FICHA EM RECEITAS.DAT (MANTIDA
      *   PELO CAD-RECEITA), ONDE RC-QTD E O CONSUMO DO INGREDIENTE
      *   POR UNIDADE PRODUZIDA. INFORMADO O RENDIMENTO, O PROGRAMA:
      *   - CONFERE O ESTOQUE DE TODOS OS INGREDIENTES ANTES DE MEXER
      *     EM QUALQUER UM;
      *   - BAIXA CADA INGREDIENTE COMO O SAIDA (PRODUTOS.DAT, LOTES
      *     PELO BAIXALOTE, DEPOSITO PELO MOVELOCAL, AUDITORIA) COM
      *     TIPO "C" (CONSUMO EM PRODUCAO) NO LIVRO MOVESTOQ.DAT;
      *   - DA ENTRADA DO PREPARADO COM TIPO "F" (FABRICACAO), EM LOTE
      *     PROPRIO OP+NUMERO DA ORDEM COM A VALIDADE INFORMADA EM
      *     LOTES.DAT, E RECOMPOE O CUSTO MEDIO COM O CUSTO DOS
      *     INGREDIENTES CONSUMIDOS (LINHA EM CUSTOHIS.DAT);
      *   - REGISTRA A ORDEM EM PRODUCAO.DAT (NUMERO DA SERIE
      *     "PRODUCAO" DO COMUM/PROXNUM).
      *   NO KARDEX A TRANSFORMACAO APARECE COMO AS SAIDAS "C" DOS
      *   INGREDIENTES E A ENTRADA "F" DO PREPARADO, NO MESMO MINUTO.
      * 15 OUTUBRO 2026 - JULIANO - USO SIMULTANEO EM VARIOS TERMINAIS:
      *   PRODUTOS.DAT PASSA A TER BLOQUEIO MANUAL DE REGISTRO. NA
      *   EMISSAO DA ORDEM CADA INGREDIENTE E O PREPARADO SAO RELIDOS
      *   COM BLOQUEIO E ATUALIZADOS SOBRE O SALDO ATUAL, SEM PERDER O
      *   QUE UMA ENTRADA, SAIDA OU COMANDA FEZ NO MEIO TEMPO. REGISTRO
      *   PRESO EM OUTRO TERMINAL MOSTRA O AVISO DO VERIFICA-STATUS
      *   (QUE O GRAVA EM ERROS.LOG) E A LEITURA E REPETIDA ATE SER
      *   LIBERADO.
      * 15 OUTUBRO 2026 - JULIANO - MES DE ESTOQUE FECHADO NO CONTROLE
      *   DE PERIODOS (PERIODO.cbl) NAO RECEBE MAIS ORDEM DE PRODUCAO:
      *   A DATA DO DIA E CONSULTADA NO COMUM/VERIFPERIODO.cbl AO ABRIR
      *   A TELA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PROD-COD
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATP.
           SELECT ARQ-RECEITA ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RC-CHAVE
               FILE STATUS     IS W-STATR.
           SELECT ARQ-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS LT-CHAVE
               FILE STATUS     IS W-STATL.
           SELECT ARQ-CUSTOHIS ASSIGN TO "CUSTOHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCH.
           SELECT ARQ-ORDEM ASSIGN TO "PRODUCAO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATOP.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-PROD.
       01  REG-PROD.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  ARQ-RECEITA.
       01  REG-RECEITA.
           02 RC-CHAVE.
               03 RC-PROD-MENU PIC 9(4).
               03 RC-SEQ       PIC 99.
           02 RC-INGREDIENTE  PIC 9(4).
           02 RC-QTD          PIC 9(3).

       FD  ARQ-LOTES.
       01  REG-LOTE.
           02 LT-CHAVE.
               03 LT-PROD     PIC 9(4).
               03 LT-VALIDADE PIC 9(8).
               03 LT-LOTE     PIC X(10).
           02 LT-QTD          PIC 9(5).

       FD  ARQ-CUSTOHIS
           LABEL RECORD STANDARD.
       01  REG-CUSTOHIS.
           02 CH-DATA        PIC 9(8).
           02 FILLER         PIC X(01).
           02 CH-PROD        PIC 9(4).
           02 FILLER         PIC X(01).
           02 CH-QTD         PIC 9(5).
           02 FILLER         PIC X(01).
           02 CH-CUSTO-ENT   PIC 9(4)V99.
           02 FILLER         PIC X(01).
           02 CH-CUSTO-MEDIO PIC 9(4)V99.

       FD  ARQ-ORDEM
           LABEL RECORD STANDARD.
       01  REG-ORDEM.
           02 OP-NUMERO      PIC 9(6).
           02 FILLER         PIC X(01).
           02 OP-DATA        PIC 9(8).
           02 FILLER         PIC X(01).
           02 OP-PROD        PIC 9(4).
           02 FILLER         PIC X(01).
           02 OP-RENDIMENTO  PIC 9(5).
           02 FILLER         PIC X(01).
           02 OP-CUSTO-UNIT  PIC 9(4)V99.
           02 FILLER         PIC X(01).
           02 OP-CUSTO-TOTAL PIC 9(7)V99.
           02 FILLER         PIC X(01).
           02 OP-LOTE        PIC X(10).
           02 FILLER         PIC X(01).
           02 OP-VALIDADE    PIC 9(8).
           02 FILLER         PIC X(01).
           02 OP-INGREDIENTES PIC 99.

       WORKING-STORAGE         SECTION.

       77 W-STATP         PIC X(02) VALUE SPACES.
           88 PROD-EM-USO             VALUE "51".
       77 W-AVISO-USO     PIC X     VALUE "N".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.
       77 W-STATR         PIC X(02) VALUE SPACES.
       77 W-STATL         PIC X(02) VALUE SPACES.
       77 W-STATCH        PIC X(02) VALUE SPACES.
       77 W-STATOP        PIC X(02) VALUE SPACES.
       77 W-OUTRO         PIC X     VALUE SPACE.
           88 W-OUTRO-OK              VALUE "S" "N".
       77 W-CONFIRMA      PIC X     VALUE SPACE.
           88 W-CONFIRMA-OK           VALUE "S" "N".
       77 W-FIM-RECEITA   PIC X     VALUE "N".
           88 FIM-RECEITA             VALUE "S".
       77 W-FALTA         PIC X     VALUE "N".
           88 FALTA-INGREDIENTE       VALUE "S".
       77 W-DATA-OK       PIC X     VALUE SPACES.

       77 W-COD-PREPARADO PIC 9(4)  VALUE ZEROS.
       77 W-NOME-PREPARADO PIC X(30) VALUE SPACES.
       77 W-RENDIMENTO    PIC 9(5)  VALUE ZEROS.
       77 W-VALIDADE      PIC 9(8)  VALUE ZEROS.
       77 W-LOTE          PIC X(10) VALUE SPACES.
       77 W-NUM-OP        PIC 9(6)  VALUE ZEROS.
       77 W-SEED-OP       PIC 9(6)  VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-HORA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".
       77 W-CUSTO-TOTAL   PIC 9(7)V99 VALUE ZEROS.
       77 W-CUSTO-UNIT    PIC 9(4)V99 VALUE ZEROS.
       77 W-CUSTO-ED      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-MOV-QTD       PIC 9(5)  VALUE ZEROS.
       77 W-MOV-SALDO     PIC 9(5)  VALUE ZEROS.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-IND           PIC 99    VALUE ZEROS.
       77 W-QTD-INGR      PIC 99    VALUE ZEROS.
       77 W-LINHA         PIC 99    VALUE ZEROS.

       01 TAB-INGREDIENTES.
           02 TI-ENTRADA OCCURS 99 TIMES.
               03 TI-COD       PIC 9(4).
               03 TI-NOME      PIC X(30).
               03 TI-QTD-UN    PIC 9(3).
               03 TI-CONSUMO   PIC 9(8).
               03 TI-ESTOQUE   PIC 9(5).

       01 LINING.
           02 LI-COD      PIC 9(4).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 LI-NOME     PIC X(24).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 LI-CONSUMO  PIC ZZZZZZZ9.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LI-ESTOQUE  PIC ZZZZ9.
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 LI-OBS      PIC X(10).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "E" W-DATA-HOJE W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA O ESTOQUE" AT 2210
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-PROD.
           IF W-STATP NOT = "00"
               DISPLAY ERASE
               DISPLAY "PRODUTOS.DAT INDISPONIVEL" AT 1220
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-RECEITA.
           IF W-STATR NOT = "00"
               DISPLAY ERASE
               DISPLAY "SEM FICHAS TECNICAS (RECEITAS.DAT)" AT 1220
               STOP " "
               CLOSE ARQ-PROD
               GOBACK
           END-IF.
           PERFORM PROCESSA UNTIL W-OUTRO = "N".
           CLOSE ARQ-PROD ARQ-RECEITA.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-RENDIMENTO W-QTD-INGR W-VALIDADE.
           MOVE SPACES TO W-OUTRO W-CONFIRMA W-DATA-OK.
           DISPLAY ERASE.
           DISPLAY "ORDEM DE PRODUCAO DE PREPARADO" AT 0320.
           DISPLAY "PREPARADO (CODIGO):" AT 0510.

           PERFORM WITH TEST AFTER UNTIL W-STATP = "00"
               ACCEPT PROD-COD AT 0530
               READ ARQ-PROD
               IF W-STATP NOT = "00"
                   DISPLAY "PRODUTO NAO ENCONTRADO" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "                      " AT 2310.
           DISPLAY PROD-NOME AT 0536.
           MOVE PROD-COD  TO W-COD-PREPARADO.
           MOVE PROD-NOME TO W-NOME-PREPARADO.

           PERFORM CARREGAR-RECEITA.
           IF W-QTD-INGR = ZEROS
               DISPLAY "PRODUTO SEM FICHA TECNICA (CAD-RECEITA)" AT 2310
               PERFORM PERGUNTAR-OUTRA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "RENDIMENTO (UNIDADES):" AT 0710.
           PERFORM WITH TEST AFTER
                   UNTIL W-RENDIMENTO > ZEROS
                     AND W-RENDIMENTO NOT > 99999 - PROD-QTD
               ACCEPT W-RENDIMENTO AT 0733
               IF W-RENDIMENTO > 99999 - PROD-QTD
                   DISPLAY "ESTOQUE FICARIA ACIMA DE 99999" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "                              " AT 2310.

           PERFORM CONFERIR-INGREDIENTES.
           IF FALTA-INGREDIENTE
               DISPLAY "ESTOQUE INSUFICIENTE - ORDEM NAO EMITIDA"
                   AT 2310
               PERFORM PERGUNTAR-OUTRA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "VALIDADE (AAAAMMDD):" AT 1910.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT W-VALIDADE AT 1931
               CALL "VALIDA-DATA" USING W-VALIDADE W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA" AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "             " AT 2310.

           DISPLAY "CONFIRMA A PRODUCAO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-CONFIRMA-OK
               ACCEPT W-CONFIRMA AT 2038 WITH UPPER AUTO
           END-PERFORM.
           IF W-CONFIRMA = "S"
               PERFORM EMITIR-ORDEM
           ELSE
               DISPLAY "ORDEM ABANDONADA" AT 2310
           END-IF.
           PERFORM PERGUNTAR-OUTRA.

       PERGUNTAR-OUTRA.
           DISPLAY "OUTRA ORDEM? (S/N):" AT 2110.
           PERFORM WITH TEST AFTER UNTIL W-OUTRO-OK
               ACCEPT W-OUTRO AT 2130 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * CARREGAR-RECEITA - LINHAS DA FICHA TECNICA DO PREPARADO EM
      *   TAB-INGREDIENTES (CONSUMO POR UNIDADE PRODUZIDA).
      *-----------------------------------------------------------------*
       CARREGAR-RECEITA.
           MOVE "N" TO W-FIM-RECEITA.
           MOVE W-COD-PREPARADO TO RC-PROD-MENU.
           MOVE ZEROS           TO RC-SEQ.
           START ARQ-RECEITA KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-RECEITA
           END-START.
           PERFORM LER-RECEITA.
           PERFORM GUARDAR-INGREDIENTE UNTIL FIM-RECEITA.

       LER-RECEITA.
           IF NOT FIM-RECEITA
               READ ARQ-RECEITA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-RECEITA
               END-READ
               IF W-STATR NOT = "00"
                  OR RC-PROD-MENU NOT = W-COD-PREPARADO
                   MOVE "S" TO W-FIM-RECEITA
               END-IF
           END-IF.

       GUARDAR-INGREDIENTE.
           IF W-QTD-INGR < 99
               ADD 1 TO W-QTD-INGR
               MOVE RC-INGREDIENTE TO TI-COD(W-QTD-INGR)
               MOVE RC-QTD         TO TI-QTD-UN(W-QTD-INGR)
           END-IF.
           PERFORM LER-RECEITA.

      *-----------------------------------------------------------------*
      * CONFERIR-INGREDIENTES - CALCULA O CONSUMO DE CADA INGREDIENTE
      *   PARA O RENDIMENTO PEDIDO, MOSTRA NA TELA E MARCA FALTA SE
      *   ALGUM NAO TIVER ESTOQUE. NADA E BAIXADO AQUI.
      *-----------------------------------------------------------------*
       CONFERIR-INGREDIENTES.
           MOVE "N" TO W-FALTA.
           MOVE 9   TO W-LINHA.
           DISPLAY "INGREDIENTE                    CONSUMO  ESTOQUE"
               AT 0810.
           MOVE ZEROS TO W-IND.
           PERFORM CONFERIR-UM-INGREDIENTE W-QTD-INGR TIMES.

       CONFERIR-UM-INGREDIENTE.
           ADD 1 TO W-IND.
           COMPUTE TI-CONSUMO(W-IND) =
               W-RENDIMENTO * TI-QTD-UN(W-IND).
           MOVE TI-COD(W-IND) TO PROD-COD.
           READ ARQ-PROD
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO TI-NOME(W-IND)
                   MOVE ZEROS              TO TI-ESTOQUE(W-IND)
               NOT INVALID KEY
                   MOVE PROD-NOME TO TI-NOME(W-IND)
                   MOVE PROD-QTD  TO TI-ESTOQUE(W-IND)
           END-READ.
           MOVE SPACES TO LI-OBS.
           IF TI-CONSUMO(W-IND) > TI-ESTOQUE(W-IND)
               MOVE "S"     TO W-FALTA
               MOVE "FALTA" TO LI-OBS
           END-IF.
           IF W-LINHA < 19
               MOVE TI-COD(W-IND)     TO LI-COD
               MOVE TI-NOME(W-IND)    TO LI-NOME
               MOVE TI-CONSUMO(W-IND) TO LI-CONSUMO
               MOVE TI-ESTOQUE(W-IND) TO LI-ESTOQUE
               DISPLAY LINING AT LINE W-LINHA COLUMN 05
               ADD 1 TO W-LINHA
           END-IF.

      *-----------------------------------------------------------------*
      * EMITIR-ORDEM - NUMERA A ORDEM, BAIXA OS INGREDIENTES (TIPO "C")
      *   ACUMULANDO O CUSTO, E DA ENTRADA DO PREPARADO (TIPO "F") NO
      *   LOTE DA ORDEM COM O CUSTO MEDIO RECOMPOSTO.
      *-----------------------------------------------------------------*
       EMITIR-ORDEM.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA-HOJE FROM TIME.
           CALL "PROXIMO-NUMERO" USING "PRODUCAO" W-NUM-OP W-SEED-OP.
           IF W-NUM-OP = ZEROS
      *        NUMERADOR INDISPONIVEL: LOTE IDENTIFICADO PELA HORA.
               MOVE W-HORA-HOJE(1:6) TO W-NUM-OP
           END-IF.
           MOVE SPACES TO W-LOTE.
           STRING "OP" DELIMITED BY SIZE
                  W-NUM-OP DELIMITED BY SIZE
                  INTO W-LOTE.

           MOVE ZEROS TO W-CUSTO-TOTAL W-IND.
           PERFORM BAIXAR-INGREDIENTE W-QTD-INGR TIMES.
           COMPUTE W-CUSTO-UNIT ROUNDED = W-CUSTO-TOTAL / W-RENDIMENTO.

           PERFORM ENTRAR-PREPARADO.
           PERFORM GRAVAR-LOTE.
           PERFORM GRAVAR-CUSTO-HISTORICO.
           PERFORM GRAVAR-ORDEM.

           MOVE W-CUSTO-TOTAL TO W-CUSTO-ED.
           DISPLAY "ORDEM" AT 2310.
           DISPLAY W-NUM-OP AT 2316.
           DISPLAY "LOTE" AT 2323.
           DISPLAY W-LOTE AT 2328.
           DISPLAY "CUSTO" AT 2340.
           DISPLAY W-CUSTO-ED AT 2346.

       BAIXAR-INGREDIENTE.
           ADD 1 TO W-IND.
           MOVE TI-COD(W-IND) TO PROD-COD.
           PERFORM BLOQUEAR-PRODUTO.
           IF W-STATP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE PROD-QTD TO W-ANTES-AUDIT.
           IF TI-CONSUMO(W-IND) > PROD-QTD
               MOVE PROD-QTD TO W-MOV-QTD
           ELSE
               MOVE TI-CONSUMO(W-IND) TO W-MOV-QTD
           END-IF.
           SUBTRACT W-MOV-QTD FROM PROD-QTD.
           COMPUTE W-CUSTO-TOTAL = W-CUSTO-TOTAL
                                 + (W-MOV-QTD * PROD-CUSTO).
           REWRITE REG-PROD.
           UNLOCK ARQ-PROD.
           MOVE PROD-QTD TO W-MOV-SALDO.
           CALL "GRAVA-MOVESTOQ" USING "PRODUCAO" PROD-COD "C"
               W-MOV-QTD W-MOV-SALDO "D".
           CALL "MOVE-LOCAL" USING PROD-COD "D" "S" W-MOV-QTD.
           CALL "BAIXA-LOTE" USING PROD-COD W-MOV-QTD.
           MOVE PROD-COD TO W-CHAVE-AUDIT.
           MOVE PROD-QTD TO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "PRODUCAO" W-CHAVE-AUDIT
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.

      *-----------------------------------------------------------------*
      * ENTRAR-PREPARADO - SOMA O RENDIMENTO AO ESTOQUE DO PREPARADO E
      *   RECOMPOE O CUSTO MEDIO PONDERADO, COMO O ENTRADA FAZ COM O
      *   CUSTO DE UMA ENTREGA.
      *-----------------------------------------------------------------*
       ENTRAR-PREPARADO.
           MOVE W-COD-PREPARADO TO PROD-COD.
           PERFORM BLOQUEAR-PRODUTO.
           IF W-STATP NOT = "00"
               DISPLAY "PREPARADO NAO ENCONTRADO" AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE PROD-QTD TO W-ANTES-AUDIT.
           COMPUTE PROD-CUSTO ROUNDED =
               ((PROD-QTD * PROD-CUSTO)
                + (W-RENDIMENTO * W-CUSTO-UNIT))
               / (PROD-QTD + W-RENDIMENTO).
           ADD W-RENDIMENTO TO PROD-QTD.
           REWRITE REG-PROD.
           UNLOCK ARQ-PROD.
           MOVE W-RENDIMENTO TO W-MOV-QTD.
           MOVE PROD-QTD     TO W-MOV-SALDO.
           CALL "GRAVA-MOVESTOQ" USING "PRODUCAO" PROD-COD "F"
               W-MOV-QTD W-MOV-SALDO "D".
           CALL "MOVE-LOCAL" USING PROD-COD "D" "E" W-MOV-QTD.
           MOVE PROD-COD TO W-CHAVE-AUDIT.
           MOVE PROD-QTD TO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "PRODUCAO" W-CHAVE-AUDIT
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.

      *-----------------------------------------------------------------*
      * BLOQUEAR-PRODUTO - RELE O PRODUTO COM BLOQUEIO PARA A GRAVACAO.
      *   ENQUANTO OUTRO TERMINAL O SEGURA, AVISA (UMA VEZ, PELO
      *   VERIFICA-STATUS, QUE REGISTRA EM ERROS.LOG) E TENTA DE NOVO.
      *-----------------------------------------------------------------*
       BLOQUEAR-PRODUTO.
           MOVE "N" TO W-AVISO-USO.
           READ ARQ-PROD WITH LOCK.
           PERFORM AGUARDAR-PRODUTO UNTIL NOT PROD-EM-USO.
           IF W-AVISO-USO = "S"
               DISPLAY W-BRANCO-AVISO AT 2210
           END-IF.

       AGUARDAR-PRODUTO.
           IF W-AVISO-USO = "N"
               MOVE "S" TO W-AVISO-USO
               CALL "VERIFICA-STATUS" USING W-STATP W-MENSAGEM-ERRO
                   "PRODUCAO"
               DISPLAY W-MENSAGEM-ERRO AT 2210
           END-IF.
           READ ARQ-PROD WITH LOCK.

      *-----------------------------------------------------------------*
      * GRAVAR-LOTE - O RENDIMENTO VAI PARA O LOTE DA ORDEM EM
      *   LOTES.DAT, QUE O BAIXALOTE QUEIMA PELA VALIDADE.
      *-----------------------------------------------------------------*
       GRAVAR-LOTE.
           OPEN I-O ARQ-LOTES.
           IF W-STATL = "35"
               OPEN OUTPUT ARQ-LOTES
               CLOSE       ARQ-LOTES
               OPEN I-O    ARQ-LOTES
           END-IF.
           IF W-STATL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE W-COD-PREPARADO TO LT-PROD.
           MOVE W-VALIDADE      TO LT-VALIDADE.
           MOVE W-LOTE          TO LT-LOTE.
           READ ARQ-LOTES
               INVALID KEY
                   MOVE W-RENDIMENTO TO LT-QTD
                   WRITE REG-LOTE
               NOT INVALID KEY
                   ADD W-RENDIMENTO TO LT-QTD
                   REWRITE REG-LOTE
           END-READ.
           CLOSE ARQ-LOTES.

       GRAVAR-CUSTO-HISTORICO.
           MOVE SPACES          TO REG-CUSTOHIS.
           MOVE W-DATA-HOJE     TO CH-DATA.
           MOVE W-COD-PREPARADO TO CH-PROD.
           MOVE W-RENDIMENTO    TO CH-QTD.
           MOVE W-CUSTO-UNIT    TO CH-CUSTO-ENT.
           MOVE PROD-CUSTO      TO CH-CUSTO-MEDIO.
           OPEN EXTEND ARQ-CUSTOHIS.
           IF W-STATCH = "35"
               OPEN OUTPUT ARQ-CUSTOHIS
           END-IF.
           WRITE REG-CUSTOHIS.
           CLOSE ARQ-CUSTOHIS.

       GRAVAR-ORDEM.
           MOVE SPACES          TO REG-ORDEM.
           MOVE W-NUM-OP        TO OP-NUMERO.
           MOVE W-DATA-HOJE     TO OP-DATA.
           MOVE W-COD-PREPARADO TO OP-PROD.
           MOVE W-RENDIMENTO    TO OP-RENDIMENTO.
           MOVE W-CUSTO-UNIT    TO OP-CUSTO-UNIT.
           MOVE W-CUSTO-TOTAL   TO OP-CUSTO-TOTAL.
           MOVE W-LOTE          TO OP-LOTE.
           MOVE W-VALIDADE      TO OP-VALIDADE.
           MOVE W-QTD-INGR      TO OP-INGREDIENTES.
           OPEN EXTEND ARQ-ORDEM.
           IF W-STATOP = "35"
               OPEN OUTPUT ARQ-ORDEM
           END-IF.
           WRITE REG-ORDEM.
           CLOSE ARQ-ORDEM.
