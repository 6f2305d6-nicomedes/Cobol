      *   CUSTO DA ENTREGA E MEDIO RESULTANTE). O HISTORICO DE UM
      *   PRODUTO SAI PELO RELCUSTO.cbl. O PROD-CUSTO DIGITADO UMA VEZ
      *   E NUNCA MAIS MEXIDO DERIVAVA A MARGEM DO RELVALOR.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS:
      *   PROD-QTD PASSA DE 2 PARA 5 DIGITOS (TOMADOS DO FILLER, O
      *   REGISTRO DE PRODUTOS.DAT NAO MUDA DE TAMANHO) E LT-QTD
      *   (LOTES.DAT), PC-QTD-PED/PC-QTD-REC (PEDCOMP.DAT) E CH-QTD
      *   (CUSTOHIS.DAT) DE 3 PARA 5 DIGITOS.
      *   ARQUIVOS ANTIGOS CONVERTIDOS UMA UNICA VEZ PELO CONVQTD.cbl.
      * 15 OUTUBRO 2026 - JULIANO - CONTAS A PAGAR: RECEBIMENTO COM
      *   CUSTO AMARRADO A PEDIDO DE COMPRA PEDE A NOTA FISCAL DO
      *   FORNECEDOR E GERA AS PARCELAS EM CONTAPAG.DAT PELA CONDICAO
      *   DE PAGAMENTO DO FORNECEDOR DO PEDIDO (CONDPAG.DAT), COM
      *   VENCIMENTO ROLADO PARA DIA UTIL. A SAIDA DE CAIXA PASSA A
      *   SER LANCADA NO PAGAMENTO (PAGAFORN.cbl); SO A COMPRA AVULSA,
      *   SEM PEDIDO, CONTINUA SAINDO DO CAIXA NO RECEBIMENTO.
      * 15 OUTUBRO 2026 - JULIANO - O CAMPO DO PRODUTO ACEITA O CODIGO
      *   INTERNO OU O CODIGO DE BARRAS (BARRAS.DAT, VIA BUSCA-BARRA).
      * 15 OUTUBRO 2026 - JULIANO - RECEBIMENTO NA UNIDADE DE COMPRA
      *   (CONVUNID.DAT, VIA BUSCA-CONVERSAO): A QUANTIDADE E O CUSTO
      *   DIGITADOS SAO POR CAIXA/FARDO; O ESTOQUE, O LOTE, O LIVRO DE
      *   MOVIMENTOS E O CUSTO MEDIO RECEBEM A QUANTIDADE CONVERTIDA E
      *   O PEDIDO DE COMPRA CONTINUA NA UNIDADE DE COMPRA.
      * 15 OUTUBRO 2026 - JULIANO - USO SIMULTANEO EM VARIOS TERMINAIS:
      *   PRODUTOS.DAT PASSA A TER BLOQUEIO MANUAL DE REGISTRO. A TELA
      *   SO COLHE OS DADOS; NA GRAVACAO O PRODUTO E RELIDO COM
      *   BLOQUEIO E O SALDO, O FORNECEDOR E O CUSTO MEDIO SAO
      *   APLICADOS SOBRE O REGISTRO ATUAL, SEM PERDER A BAIXA QUE UMA
      *   COMANDA OU SAIDA FEZ NO MEIO TEMPO. REGISTRO PRESO EM OUTRO
      *   TERMINAL MOSTRA O AVISO DO VERIFICA-STATUS (QUE O GRAVA EM
      *   ERROS.LOG) E A LEITURA E REPETIDA ATE SER LIBERADO.
      * 15 OUTUBRO 2026 - JULIANO - MES DE ESTOQUE FECHADO NO CONTROLE
      *   DE PERIODOS (PERIODO.cbl) NAO RECEBE MAIS ENTRADA: A DATA DO
      *   DIA E CONSULTADA NO COMUM/VERIFPERIODO.cbl AO ABRIR A TELA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PROD-COD
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATP.
           SELECT ARQ-FORN ASSIGN TO "FORNECED.DAT"
               ORGANIZATION    IS INDEXED
           SELECT ARQ-CUSTOHIS ASSIGN TO "CUSTOHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCH.
           SELECT ARQ-CONTAPAG ASSIGN TO "CONTAPAG.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CP-CHAVE
               FILE STATUS     IS W-STATCP.
           SELECT ARQ-CONDPAG ASSIGN TO "CONDPAG.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CD-FORN
               FILE STATUS     IS W-STATCD.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  ARQ-FORN.
       01  REG-FORN.
               03 LT-PROD     PIC 9(4).
               03 LT-VALIDADE PIC 9(8).
               03 LT-LOTE     PIC X(10).
           02 LT-QTD          PIC 9(5).

       FD  ARQ-CUSTOHIS
           LABEL RECORD STANDARD.
           02 FILLER         PIC X(01).
           02 CH-PROD        PIC 9(4).
           02 FILLER         PIC X(01).
           02 CH-QTD         PIC 9(5).
           02 FILLER         PIC X(01).
           02 CH-CUSTO-ENT   PIC 9(4)V99.
           02 FILLER         PIC X(01).
               88 PED-ABERTO   VALUE "A".
               88 PED-RECEBIDO VALUE "R".
           02 PC-PROD      PIC 9(4).
           02 PC-QTD-PED   PIC 9(5).
           02 PC-QTD-REC   PIC 9(5).

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

       FD  ARQ-CONDPAG.
       01  REG-CONDPAG.
           02 CD-FORN     PIC 9(3).
           02 CD-QTD-PARC PIC 9.
           02 CD-PRAZO    PIC 999 OCCURS 6 TIMES.

       WORKING-STORAGE         SECTION.

       77 W-STATP         PIC X(02) VALUE SPACES.
           88 PROD-EM-USO             VALUE "51".
       77 W-AVISO-USO     PIC X     VALUE "N".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.
       77 W-COD-LIDO      PIC X(13) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-QTD-RECEBIDA  PIC 9(5)  VALUE ZEROS.
       77 W-OUTRO         PIC X     VALUE SPACE.
           88 W-OUTRO-OK              VALUE "S" "N".
       77 W-MOV-QTD       PIC 9(5)  VALUE ZEROS.
       77 W-MOV-SALDO     PIC 9(5)  VALUE ZEROS.
       77 W-STATF         PIC X(02) VALUE SPACES.
       77 W-FORN-ABERTO   PIC X     VALUE "N".
           88 FORN-ABERTO             VALUE "S".
       77 W-FORN-OK       PIC X     VALUE "N".
       77 W-CUSTO-REC     PIC 9(4)V99 VALUE ZEROS.
       77 W-CUSTO-REC-ED  PIC Z.ZZ9,99 VALUE ZEROS.
       77 W-UN-COMPRA     PIC X(3)  VALUE SPACES.
       77 W-UN-ESTOQUE    PIC X(3)  VALUE SPACES.
       77 W-FATOR         PIC 9(5)V999 VALUE 1.
       77 W-FATOR-ED      PIC ZZZZ9,999.
       77 W-QTD-CONV      PIC 9(9)  VALUE ZEROS.
       77 W-QTD-ESTOQUE   PIC 9(5)  VALUE ZEROS.
       77 W-CUSTO-ESTOQUE PIC 9(4)V99 VALUE ZEROS.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
           88 PED-COMPLETO            VALUE "S".
       77 W-STATCH        PIC X(02) VALUE SPACES.
       77 W-DATA-SISTEMA  PIC 9(8)  VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.
       77 W-STATCP        PIC X(02) VALUE SPACES.
       77 W-STATCD        PIC X(02) VALUE SPACES.
       77 W-CONTAPAG-ABERTO PIC X   VALUE "N".
           88 CONTAPAG-ABERTO         VALUE "S".
       77 W-PED-LIGADO    PIC X     VALUE "N".
           88 PEDIDO-LIGADO           VALUE "S".
       77 W-FORN-PED      PIC 9(3)  VALUE ZEROS.
       77 W-NOTA          PIC X(10) VALUE SPACES.
       77 W-NOTA-ANTERIOR PIC X(10) VALUE SPACES.
       77 W-PED-ANTERIOR  PIC 9(5)  VALUE ZEROS.
       77 W-FIM-CP        PIC X     VALUE "N".
           88 FIM-CONTAPAG            VALUE "S".
       77 W-QTD-PARC-NF   PIC 99    VALUE ZEROS.
       77 W-QTD-ABERTAS   PIC 99    VALUE ZEROS.
       77 W-IND-PARC      PIC 99    VALUE ZEROS.
       77 W-IND-PRAZO     PIC 9     VALUE ZEROS.
       77 W-VLR-AUDIT     PIC Z(7)9,99 VALUE ZEROS.
       77 W-VLR-PARCELA   PIC 9(8)V99 VALUE ZEROS.
       77 W-VLR-ULTIMA    PIC 9(8)V99 VALUE ZEROS.
       77 W-DIAS-VENC     PIC 9(7)  VALUE ZEROS.
       77 W-QUOCIENTE     PIC 9(7)  VALUE ZEROS.
       77 W-DIA-SEMANA    PIC 9     VALUE ZEROS.
       77 W-DIA-UTIL      PIC X     VALUE SPACES.
       77 W-VENC-AJUSTADO PIC 9(8)  VALUE ZEROS.
       01 W-CONDICAO.
           02 W-QTD-PARC  PIC 9.
           02 W-PRAZO     PIC 999 OCCURS 6 TIMES.

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 05 COLUMN 20 VALUE "RECEBIMENTO DE MERCADORIA".
           02 LINE 10 COLUMN 10 VALUE "CODIGO OU BARRAS..:".
           02 LINE 12 COLUMN 10 VALUE "PRODUTO...........:".
           02 LINE 14 COLUMN 10 VALUE "ESTOQUE ATUAL.....:".
           02 LINE 16 COLUMN 10 VALUE "QUANTIDADE RECEBIDA:".
           02 LINE 20 COLUMN 10 VALUE
               "OUTRO RECEBIMENTO?(S/N):".
       01 TELA-DADOS.
           02 D-COD    LINE 10 COLUMN 30 PIC X(13)   TO W-COD-LIDO.
           02 D-NOME   LINE 12 COLUMN 30 PIC X(30) FROM PROD-NOME.
           02 D-QTD    LINE 14 COLUMN 30 PIC ZZZZ9 FROM PROD-QTD.
           02 D-QTDREC LINE 16 COLUMN 31 PIC ZZZZZ   TO W-QTD-RECEBIDA.
           02 D-OUTRO  LINE 20 COLUMN 35 PIC X        TO W-OUTRO AUTO.

      *-----------------------------------------------------------------*
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "E" W-DATA-SISTEMA
               W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA O ESTOQUE" AT 2210
               STOP " "
               EXIT PROGRAM
           END-IF.
           OPEN I-O ARQ-PROD.
           OPEN INPUT ARQ-FORN.
           IF W-STATF = "00"
           IF W-STATPC = "00"
               MOVE "S" TO W-PED-ABERTO
           END-IF.
           OPEN I-O ARQ-CONTAPAG.
           IF W-STATCP = "35"
               OPEN OUTPUT ARQ-CONTAPAG
               CLOSE       ARQ-CONTAPAG
               OPEN I-O    ARQ-CONTAPAG
           END-IF.
           IF W-STATCP = "00"
               MOVE "S" TO W-CONTAPAG-ABERTO
           END-IF.
           PERFORM PROCESSA UNTIL W-OUTRO = "N".
           CLOSE ARQ-PROD ARQ-LOTES.
           IF CONTAPAG-ABERTO
               CLOSE ARQ-CONTAPAG
           END-IF.
           IF FORN-ABERTO
               CLOSE ARQ-FORN
           END-IF.
           EXIT PROGRAM.

       PROCESSA.
           INITIALIZE PROD-COD W-QTD-RECEBIDA W-RESP W-COD-LIDO.
           DISPLAY TELA.

           PERFORM WITH TEST AFTER UNTIL W-STATP = "00"
               ACCEPT D-COD
               CALL "BUSCA-BARRA" USING W-COD-LIDO PROD-COD
               READ ARQ-PROD
               IF W-STATP NOT = "00"
                   DISPLAY "PRODUTO NAO ENCONTRADO" AT 2210

           DISPLAY D-NOME.
           DISPLAY D-QTD.
           PERFORM MOSTRAR-CONVERSAO.

           PERFORM WITH TEST AFTER UNTIL W-QTD-RECEBIDA > 0
               ACCEPT D-QTDREC
               COMPUTE W-QTD-CONV ROUNDED = W-QTD-RECEBIDA * W-FATOR
               IF W-QTD-CONV = 0
                   DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO" AT 2210
                   MOVE ZEROS TO W-QTD-RECEBIDA
               END-IF
               IF W-QTD-CONV > 99999 - PROD-QTD
                   DISPLAY "ESTOQUE FICARIA ACIMA DE 99999    " AT 2210
                   MOVE ZEROS TO W-QTD-RECEBIDA
               END-IF
           END-PERFORM.
           MOVE W-QTD-CONV TO W-QTD-ESTOQUE.

           PERFORM RECEBER-FORNECEDOR.
           PERFORM RECEBER-CUSTO.
           PERFORM RECEBER-LOTE.

           PERFORM BLOQUEAR-PRODUTO.
           EVALUATE TRUE
               WHEN W-STATP NOT = "00"
                   DISPLAY "PRODUTO EXCLUIDO EM OUTRO TERMINAL " AT 2210
               WHEN W-QTD-ESTOQUE > 99999 - PROD-QTD
                   UNLOCK ARQ-PROD
                   DISPLAY "ESTOQUE FICARIA ACIMA DE 99999    " AT 2210
               WHEN OTHER
                   PERFORM GRAVAR-ENTRADA
           END-EVALUATE.

           PERFORM WITH TEST AFTER UNTIL W-OUTRO-OK
               ACCEPT D-OUTRO
               MOVE FUNCTION UPPER-CASE (W-OUTRO) TO W-OUTRO
               IF NOT W-OUTRO-OK
                   DISPLAY "DIGITE S OU N" AT 2210
               END-IF
           END-PERFORM.

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
                   "ENTRADA "
               DISPLAY W-MENSAGEM-ERRO AT 2210
           END-IF.
           READ ARQ-PROD WITH LOCK.

      *-----------------------------------------------------------------*
      * GRAVAR-ENTRADA - COM O PRODUTO BLOQUEADO, APLICA FORNECEDOR,
      *   CUSTO MEDIO E QUANTIDADE SOBRE O SALDO ATUAL, REGRAVA E
      *   LIBERA; DEPOIS LANCA LIVRO, LOTE, PEDIDO E PAGAMENTO.
      *-----------------------------------------------------------------*
       GRAVAR-ENTRADA.
           IF W-COD-FORN NOT = ZEROS
               MOVE W-COD-FORN TO PROD-FORN
           END-IF.
           IF W-CUSTO-REC NOT = ZEROS
               COMPUTE PROD-CUSTO ROUNDED =
                   ((PROD-QTD * PROD-CUSTO)
                    + (W-QTD-RECEBIDA * W-CUSTO-REC))
                   / (PROD-QTD + W-QTD-ESTOQUE)
           END-IF.
           MOVE PROD-QTD TO W-ANTES-AUDIT.
           ADD W-QTD-ESTOQUE TO PROD-QTD.
           REWRITE REG-PROD.
           UNLOCK ARQ-PROD.
           IF W-CUSTO-REC NOT = ZEROS
               PERFORM GRAVAR-CUSTO-HISTORICO
           END-IF.
           MOVE W-QTD-ESTOQUE  TO W-MOV-QTD.
           MOVE PROD-QTD       TO W-MOV-SALDO.
           CALL "GRAVA-MOVESTOQ" USING "ENTRADA " PROD-COD "E"
               W-MOV-QTD W-MOV-SALDO "D".
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.
           PERFORM GRAVAR-LOTE.
           PERFORM RECEBER-PEDIDO.
           PERFORM LANCAR-PAGAMENTO.

           DISPLAY "                                   "     AT 2210.

      *-----------------------------------------------------------------*
      * MOSTRAR-CONVERSAO - PRODUTO COMPRADO EM OUTRA UNIDADE (CAIXA,
      *   FARDO) E RECEBIDO NA UNIDADE DE COMPRA; A TELA MOSTRA QUANTO
      *   VALE CADA UMA NO ESTOQUE. SEM CONVERSAO O FATOR E 1.
      *-----------------------------------------------------------------*
       MOSTRAR-CONVERSAO.
           CALL "BUSCA-CONVERSAO" USING PROD-COD W-UN-COMPRA
               W-UN-ESTOQUE W-FATOR.
           IF W-UN-COMPRA NOT = SPACES
               MOVE W-FATOR TO W-FATOR-ED
               DISPLAY W-UN-COMPRA  AT 1637
               DISPLAY "="          AT 1641
               DISPLAY W-FATOR-ED   AT 1643
               DISPLAY W-UN-ESTOQUE AT 1653
           END-IF.

      *-----------------------------------------------------------------*
      * RECEBER-FORNECEDOR - PEDE O FORNECEDOR QUE ENTREGOU E O VALIDA
                                   AT 2210
                           NOT INVALID KEY
                               MOVE "S" TO W-FORN-OK
                               DISPLAY FORN-NOME AT 1840
                       END-READ
                   END-IF
      *-----------------------------------------------------------------*
      * RECEBER-CUSTO - PEDE O PRECO DE CUSTO DA ENTREGA E RECOMPOE O
      *   CUSTO MEDIO PONDERADO DO PRODUTO COM O ESTOQUE QUE AINDA
      *   ESTA NA PRATELEIRA (NO GRAVAR-ENTRADA, SOBRE O SALDO RELIDO);
      *   VALOR 0 MANTEM O CUSTO JA GRAVADO. CADA RECEBIMENTO COM CUSTO
      *   VAI PARA O HISTORICO CUSTOHIS.DAT.
      *   O CUSTO DIGITADO E O DA UNIDADE DE COMPRA; O MEDIO E O
      *   HISTORICO FICAM NA UNIDADE DE ESTOQUE.
      *-----------------------------------------------------------------*
       RECEBER-CUSTO.
           MOVE ZEROS TO W-CUSTO-REC W-CUSTO-REC-ED.
           DISPLAY "CUSTO UNITARIO (0 MANTEM):" AT 1910.
           IF W-UN-COMPRA NOT = SPACES
               DISPLAY "POR"       AT 1946
               DISPLAY W-UN-COMPRA AT 1950
           END-IF.
           ACCEPT W-CUSTO-REC-ED AT 1937.
           MOVE W-CUSTO-REC-ED TO W-CUSTO-REC.
           MOVE ZEROS TO W-VLR-CAIXA.
           IF W-CUSTO-REC NOT = ZEROS
               COMPUTE W-CUSTO-ESTOQUE ROUNDED = W-CUSTO-REC / W-FATOR
               COMPUTE W-VLR-CAIXA = W-QTD-RECEBIDA * W-CUSTO-REC
           END-IF.

      *-----------------------------------------------------------------*
           MOVE SPACES          TO REG-CUSTOHIS.
           MOVE W-DATA-SISTEMA  TO CH-DATA.
           MOVE PROD-COD        TO CH-PROD.
           MOVE W-QTD-ESTOQUE   TO CH-QTD.
           MOVE W-CUSTO-ESTOQUE TO CH-CUSTO-ENT.
           MOVE PROD-CUSTO      TO CH-CUSTO-MEDIO.
           OPEN EXTEND ARQ-CUSTOHIS.
           IF W-STATCH = "35"
      *   CABECALHO COMO RECEBIDO. PEDIDO 0 = RECEBIMENTO AVULSO.
      *-----------------------------------------------------------------*
       RECEBER-PEDIDO.
           MOVE "N" TO W-PED-LIGADO.
           IF NOT PEDIDOS-ABERTO
               EXIT PARAGRAPH
           END-IF.
                   STOP " "
                   EXIT PARAGRAPH
           END-READ.
           MOVE "S"     TO W-PED-LIGADO.
           MOVE PC-FORN TO W-FORN-PED.
           PERFORM RECEBER-NOTA.

           PERFORM ATUALIZAR-ITEM-PEDIDO.
           IF NOT ACHOU-ITEM
               PERFORM VERIFICAR-PEDIDO-COMPLETO
           END-IF.

      *-----------------------------------------------------------------*
      * RECEBER-NOTA - NUMERO DA NOTA FISCAL DO FORNECEDOR. NO MESMO
      *   PEDIDO DO ITEM ANTERIOR, BRANCO REPETE A NOTA ANTERIOR (UMA
      *   ENTREGA COM VARIOS PRODUTOS E UMA NOTA SO).
      *-----------------------------------------------------------------*
       RECEBER-NOTA.
           MOVE SPACES TO W-NOTA.
           IF W-NUM-PED = W-PED-ANTERIOR
              AND W-NOTA-ANTERIOR NOT = SPACES
               DISPLAY "NOTA FISCAL (BRANCO=MESMA):" AT 1510
               DISPLAY W-NOTA-ANTERIOR AT 1550
               ACCEPT W-NOTA AT 1538
               IF W-NOTA = SPACES
                   MOVE W-NOTA-ANTERIOR TO W-NOTA
               END-IF
           ELSE
               DISPLAY "NOTA FISCAL...............:" AT 1510
               PERFORM WITH TEST AFTER UNTIL W-NOTA NOT = SPACES
                   ACCEPT W-NOTA AT 1538
               END-PERFORM
           END-IF.
           MOVE W-NUM-PED TO W-PED-ANTERIOR.
           MOVE W-NOTA    TO W-NOTA-ANTERIOR.

       ATUALIZAR-ITEM-PEDIDO.
           MOVE "N" TO W-ACHOU-ITEM W-FIM-PED.
           MOVE W-NUM-PED TO PC-NUMERO.
           MOVE W-LOTE     TO LT-LOTE.
           READ ARQ-LOTES
               INVALID KEY
                   MOVE W-QTD-ESTOQUE TO LT-QTD
                   WRITE REG-LOTE
               NOT INVALID KEY
                   ADD W-QTD-ESTOQUE TO LT-QTD
                   REWRITE REG-LOTE
           END-READ.

      *-----------------------------------------------------------------*
      * LANCAR-PAGAMENTO - RECEBIMENTO AMARRADO A PEDIDO DE COMPRA VIRA
      *   CONTA A PAGAR AO FORNECEDOR DO PEDIDO (CONTAPAG.DAT), PAGA
      *   DEPOIS PELO PAGAFORN.cbl, QUE LANCA A SAIDA NO CAIXA. COMPRA
      *   AVULSA (SEM PEDIDO) CONTINUA SAINDO DO CAIXA NA HORA.
      *-----------------------------------------------------------------*
       LANCAR-PAGAMENTO.
           IF W-VLR-CAIXA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF PEDIDO-LIGADO AND CONTAPAG-ABERTO
               PERFORM GERAR-CONTA-PAGAR
           ELSE
               MOVE PROD-COD TO W-DOC-CAIXA
               CALL "GRAVA-CAIXA" USING "ENTRADA " W-DOC-CAIXA
                   W-VLR-CAIXA "S"
           END-IF.

      *-----------------------------------------------------------------*
      * GERAR-CONTA-PAGAR - A PRIMEIRA LINHA DE UMA NOTA CRIA AS
      *   PARCELAS PELA CONDICAO DE PAGAMENTO DO FORNECEDOR
      *   (CONDPAG.DAT, CADFORN.cbl; SEM CONDICAO, UMA PARCELA A 30
      *   DIAS). AS LINHAS SEGUINTES DA MESMA NOTA SOMAM O VALOR NAS
      *   PARCELAS AINDA ABERTAS, EM PARTES IGUAIS; NOTA COM TODAS AS
      *   PARCELAS PAGAS GANHA UMA PARCELA NOVA.
      *-----------------------------------------------------------------*
       GERAR-CONTA-PAGAR.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM CONTAR-PARCELAS-NOTA.
           EVALUATE TRUE
               WHEN W-QTD-PARC-NF = ZEROS
                   PERFORM CRIAR-PARCELAS
                   MOVE CP-CHAVE(1:13) TO W-CHAVE-AUDIT
                   MOVE SPACES         TO W-ANTES-AUDIT
                   MOVE W-VLR-CAIXA    TO W-VLR-AUDIT
                   MOVE W-VLR-AUDIT    TO W-DEPOIS-AUDIT
                   CALL "GRAVA-AUDITORIA" USING "ENTRADA "
                       W-CHAVE-AUDIT "I" W-ANTES-AUDIT W-DEPOIS-AUDIT
               WHEN W-QTD-ABERTAS > ZEROS
                   PERFORM RATEAR-NAS-ABERTAS
               WHEN OTHER
                   PERFORM LER-CONDICAO-FORNECEDOR
                   ADD 1 TO W-QTD-PARC-NF
                   MOVE W-QTD-PARC-NF TO W-IND-PARC
                   MOVE W-VLR-CAIXA   TO W-VLR-PARCELA
                   MOVE 1             TO W-IND-PRAZO
                   PERFORM GRAVAR-PARCELA
           END-EVALUATE.
           DISPLAY "CONTA A PAGAR LANCADA - NOTA" AT 2210.
           DISPLAY W-NOTA AT 2239.

       CONTAR-PARCELAS-NOTA.
           MOVE ZEROS TO W-QTD-PARC-NF W-QTD-ABERTAS.
           PERFORM POSICIONAR-NOTA.
           PERFORM CONTAR-UMA-PARCELA UNTIL FIM-CONTAPAG.

       POSICIONAR-NOTA.
           MOVE "N"        TO W-FIM-CP.
           MOVE W-FORN-PED TO CP-FORN.
           MOVE W-NOTA     TO CP-NOTA.
           MOVE ZEROS      TO CP-PARCELA.
           START ARQ-CONTAPAG KEY IS NOT LESS THAN CP-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-CP
           END-START.
           PERFORM LER-PARCELA-NOTA.

       LER-PARCELA-NOTA.
           IF NOT FIM-CONTAPAG
               READ ARQ-CONTAPAG NEXT RECORD
                   AT END MOVE "S" TO W-FIM-CP
               END-READ
               IF W-STATCP NOT = "00"
                  OR CP-FORN NOT = W-FORN-PED
                  OR CP-NOTA NOT = W-NOTA
                   MOVE "S" TO W-FIM-CP
               END-IF
           END-IF.

       CONTAR-UMA-PARCELA.
           MOVE CP-PARCELA TO W-QTD-PARC-NF.
           IF CP-ABERTA
               ADD 1 TO W-QTD-ABERTAS
           END-IF.
           PERFORM LER-PARCELA-NOTA.

       CRIAR-PARCELAS.
           PERFORM LER-CONDICAO-FORNECEDOR.
           COMPUTE W-VLR-PARCELA = W-VLR-CAIXA / W-QTD-PARC.
           COMPUTE W-VLR-ULTIMA =
               W-VLR-CAIXA - (W-VLR-PARCELA * (W-QTD-PARC - 1)).
           MOVE ZEROS TO W-IND-PARC.
           PERFORM CRIAR-UMA-PARCELA W-QTD-PARC TIMES.

       CRIAR-UMA-PARCELA.
           ADD 1 TO W-IND-PARC.
           MOVE W-IND-PARC TO W-IND-PRAZO.
           IF W-IND-PARC = W-QTD-PARC
               MOVE W-VLR-ULTIMA TO W-VLR-PARCELA
           END-IF.
           PERFORM GRAVAR-PARCELA.

       LER-CONDICAO-FORNECEDOR.
           INITIALIZE W-CONDICAO.
           MOVE 1  TO W-QTD-PARC.
           MOVE 30 TO W-PRAZO(1).
           OPEN INPUT ARQ-CONDPAG.
           IF W-STATCD = "00"
               MOVE W-FORN-PED TO CD-FORN
               READ ARQ-CONDPAG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CONDPAG(4:19) TO W-CONDICAO
               END-READ
               CLOSE ARQ-CONDPAG
           END-IF.
           IF W-QTD-PARC = ZEROS
               MOVE 1 TO W-QTD-PARC
           END-IF.

      *-----------------------------------------------------------------*
      * GRAVAR-PARCELA - PARCELA W-IND-PARC COM VENCIMENTO NO PRAZO
      *   CORRESPONDENTE, ROLADO PARA DIA UTIL.
      *-----------------------------------------------------------------*
       GRAVAR-PARCELA.
           COMPUTE W-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(W-DATA-SISTEMA)
               + W-PRAZO(W-IND-PRAZO).
           COMPUTE W-VENC-AJUSTADO =
               FUNCTION DATE-OF-INTEGER(W-DIAS-VENC).
           PERFORM ROLAR-DIA-UTIL.
           MOVE SPACES          TO REG-CONTAPAG.
           MOVE W-FORN-PED      TO CP-FORN.
           MOVE W-NOTA          TO CP-NOTA.
           MOVE W-IND-PARC      TO CP-PARCELA.
           MOVE W-NUM-PED       TO CP-PEDIDO.
           MOVE W-DATA-SISTEMA  TO CP-EMISSAO.
           MOVE W-VENC-AJUSTADO TO CP-VENCIMENTO.
           MOVE W-VLR-PARCELA   TO CP-VALOR.
           MOVE "A"             TO CP-STATUS.
           MOVE ZEROS           TO CP-DATA-PGTO.
           WRITE REG-CONTAPAG
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *-----------------------------------------------------------------*
      * ROLAR-DIA-UTIL - VENCIMENTO EM SABADO, DOMINGO OU DIA FECHADO
      *   DO CALENDARIO (FERIADOS.DAT VIA COMUM/DIAUTIL.cbl) ROLA PARA
      *   O PROXIMO DIA UTIL, COMO NO CARNE DA SEGURADORA. O DIA 1 DO
      *   CALENDARIO INTEIRO (01/01/1601) FOI SEGUNDA-FEIRA: RESTO 6
      *   E SABADO E RESTO 0 E DOMINGO.
      *-----------------------------------------------------------------*
       ROLAR-DIA-UTIL.
           PERFORM AVALIAR-DIA-UTIL.
           PERFORM WITH TEST BEFORE UNTIL W-DIA-UTIL NOT = "N"
               ADD 1 TO W-DIAS-VENC
               COMPUTE W-VENC-AJUSTADO =
                   FUNCTION DATE-OF-INTEGER(W-DIAS-VENC)
               PERFORM AVALIAR-DIA-UTIL
           END-PERFORM.

       AVALIAR-DIA-UTIL.
           DIVIDE W-DIAS-VENC BY 7 GIVING W-QUOCIENTE
               REMAINDER W-DIA-SEMANA.
           IF W-DIA-SEMANA = 6 OR W-DIA-SEMANA = 0
               MOVE "N" TO W-DIA-UTIL
           ELSE
               CALL "DIA-UTIL" USING W-VENC-AJUSTADO W-DIA-UTIL
           END-IF.

      *-----------------------------------------------------------------*
      * RATEAR-NAS-ABERTAS - SOMA O VALOR DA LINHA NAS PARCELAS AINDA
      *   ABERTAS DA NOTA, EM PARTES IGUAIS; O RESTO DA DIVISAO VAI
      *   PARA A ULTIMA ABERTA.
      *-----------------------------------------------------------------*
       RATEAR-NAS-ABERTAS.
           COMPUTE W-VLR-PARCELA = W-VLR-CAIXA / W-QTD-ABERTAS.
           COMPUTE W-VLR-ULTIMA =
               W-VLR-CAIXA - (W-VLR-PARCELA * (W-QTD-ABERTAS - 1)).
           MOVE ZEROS TO W-IND-PARC.
           PERFORM POSICIONAR-NOTA.
           PERFORM SOMAR-NA-PARCELA UNTIL FIM-CONTAPAG.

       SOMAR-NA-PARCELA.
           IF CP-ABERTA
               ADD 1 TO W-IND-PARC
               IF W-IND-PARC = W-QTD-ABERTAS
                   ADD W-VLR-ULTIMA  TO CP-VALOR
               ELSE
                   ADD W-VLR-PARCELA TO CP-VALOR
               END-IF
               REWRITE REG-CONTAPAG
           END-IF.
           PERFORM LER-PARCELA-NOTA.

       FIM. EXIT.
