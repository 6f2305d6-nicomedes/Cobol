      *   ARQUIVO DE SPOOL PROPRIO (SPNNNNNN.LST, NOME DADO PELO
      *   COMUM/GERASPOOL.cbl E REGISTRADO NO CATALOGO SPOOL.DAT).
      *   SEGUNDA VIA E PELO RESPOOL.cbl.
      * 15 OUTUBRO 2026 - JULIANO - PEDIDO DE ENTREGA PASSA A PEDIR O
      *   BAIRRO, PROCURADO NA TABELA DE ZONAS (ZONAS.DAT, MANTIDA
      *   PELO CAD-ZONA.cbl): ACHANDO, A TAXA DE ENTREGA VEM DA ZONA E
      *   O TEMPO PREVISTO E MOSTRADO PARA O ATENDENTE PASSAR AO
      *   CLIENTE; BAIRRO FORA DA TABELA AINDA ACEITA A TAXA DIGITADA.
      *   O BAIRRO FICA GRAVADO NA COMANDA (COM-BAIRRO) E O MOTOBOY
      *   (COM-MOTOBOY) NASCE ZERADO, PREENCHIDO PELO ENTREGA.cbl.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS) E A DATA/HORA DO
      *   FECHAMENTO (COM-DT-FECHA E COM-HR-FECHA, CARIMBADAS PELO
      *   FECHA-COMANDA). A COMANDA DE SALAO PASSA A PEDIR O NUMERO DE
      *   PESSOAS LOGO APOS A MESA, AVISANDO QUANDO PASSA DOS LUGARES
      *   DA MESA EM MESAS.DAT; BALCAO E ENTREGA GRAVAM ZERO. ISSO
      *   ALIMENTA O GIRO DE MESAS DO REL-GIRO.cbl.
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD E OS CAMPOS PASSADOS AO
      *   LIVRO DE MOVIMENTACAO AMPLIADOS PARA 5 DIGITOS.
      * 15 OUTUBRO 2026 - JULIANO - USO SIMULTANEO EM VARIOS TERMINAIS:
      *   A BAIXA DE ESTOQUE RELE O PRODUTO (OU O INGREDIENTE) COM
      *   BLOQUEIO MANUAL DE REGISTRO E SUBTRAI DO SALDO ATUAL, NAO DO
      *   LIDO NA DIGITACAO DO ITEM, LIBERANDO O REGISTRO LOGO APOS O
      *   REWRITE. REGISTRO PRESO EM OUTRO TERMINAL MOSTRA O AVISO DO
      *   VERIFICA-STATUS (QUE O GRAVA EM ERROS.LOG) E A LEITURA E
      *   REPETIDA ATE SER LIBERADO.
      * 15 OUTUBRO 2026 - JULIANO - ITEM LANCADO COM O MES DE ESTOQUE
      *   JA FECHADO NO CONTROLE DE PERIODOS (PERIODO.cbl) E RECUSADO
      *   ANTES DE GRAVAR O ITEM E DE BAIXAR O ESTOQUE: A DATA DO DIA
      *   E CONSULTADA NO COMUM/VERIFPERIODO.cbl NA CONFIRMACAO.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PROD-COD
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATP.

           SELECT ARQ-COMANDA ASSIGN TO "COMANDA.DAT"
               RECORD KEY      IS PM-CHAVE
               FILE STATUS     IS W-STATPM.

           SELECT ARQ-ZONA ASSIGN TO "ZONAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS ZN-BAIRRO
               FILE STATUS     IS W-STATZN.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

       FD  ARQ-COMANDA.
       01  REG-COMANDA.
               88 ENT-AGUARDANDO VALUE "A".
               88 ENT-SAIU       VALUE "S".
               88 ENT-ENTREGUE   VALUE "G".
           02 COM-BAIRRO    PIC X(20).
           02 COM-MOTOBOY   PIC 9(3).
           02 COM-PESSOAS   PIC 99.
           02 COM-DT-FECHA  PIC 9(8).
           02 COM-HR-FECHA  PIC 9(6).

       FD  ARQ-ITENS.
       01  REG-ITEM-COMANDA.
           02 PM-HORA-FIM   PIC 9(4).
           02 PM-PRECO      PIC 999V99.

       FD  ARQ-ZONA.
       01  REG-ZONA.
           02 ZN-BAIRRO     PIC X(20).
           02 ZN-TAXA       PIC 9(3)V99.
           02 ZN-TEMPO      PIC 9(3).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATP         PIC X(02) VALUE SPACES.
           88 PROD-EM-USO             VALUE "51".
       77 W-AVISO-USO     PIC X     VALUE "N".
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.
       77 W-STATC         PIC X(02) VALUE SPACES.
       77 W-STATI         PIC X(02) VALUE SPACES.
       77 W-STATSEQ       PIC X(02) VALUE SPACES.
       77 W-NUM-SERIE     PIC 9(6) VALUE ZEROS.
       77 W-SEED-SERIE    PIC 9(6) VALUE ZEROS.
       77 W-MESA          PIC 99   VALUE ZEROS.
       77 W-PESSOAS       PIC 99   VALUE ZEROS.
       77 W-GARCOM        PIC X(20) VALUE SPACES.
       77 W-TIPO-COM      PIC X    VALUE "S".
           88 TIPO-VALIDO             VALUE "S" "B" "E".
       77 W-FONE          PIC X(12) VALUE SPACES.
       77 W-ENDERECO      PIC X(40) VALUE SPACES.
       77 W-TAXA-ENT      PIC 9(5)V99 VALUE ZEROS.
       77 W-BAIRRO        PIC X(20) VALUE SPACES.
       77 W-TAXA-ENT-ED   PIC ZZZZ9.99.
       77 W-STATZN        PIC X(02) VALUE SPACES.
       77 W-ZONA-OK       PIC X    VALUE "N".
           88 ZONAS-ABERTO            VALUE "S".
       77 W-ZONA-ACHADA   PIC X    VALUE "N".
           88 ZONA-ACHADA             VALUE "S".
       77 W-DATA-SIS      PIC 9(8) VALUE ZEROS.
       77 W-HORA-SIS      PIC 9(8) VALUE ZEROS.
       01 W-DATAHORA-ED.
       77 W-CONTINUA-ITEM PIC X    VALUE "S".
       77 W-SEQ-ITEM      PIC 9(3) VALUE ZEROS.
       77 W-STATM         PIC X(02) VALUE SPACES.
       77 W-MOV-QTD       PIC 9(5) VALUE ZEROS.
       77 W-MOV-SALDO     PIC 9(5) VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO            VALUE "F".

       77 W-STATR         PIC X(02) VALUE SPACES.
       77 W-RECEITA-OK    PIC X    VALUE "N".
           05 MI2 LINE 23 COLUMN 17 VALUE "GRAVAR ITEM? (S/N)".
           05 MI3 LINE 23 COLUMN 17 VALUE "OUTRO ITEM? (S/N)".
           05 MI4 LINE 23 COLUMN 17 VALUE "ESTOQUE INSUFICIENTE!".
           05 MI5 LINE 23 COLUMN 17 VALUE "MES FECHADO PARA O ESTOQUE".
           05 MIR LINE 23 COLUMN 41 PIC X TO W-RESP AUTO.

      *----------------------------------------------------------------*
               MOVE "S" TO W-PROMO-OK
           END-IF.

           OPEN INPUT ARQ-ZONA.
           IF W-STATZN = "00"
               MOVE "S" TO W-ZONA-OK
           END-IF.

           OPEN I-O ARQ-MESAS.
           IF W-STATM NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATM W-MENSAGEM-ERRO
           PERFORM ENTRA-TIPO.
           IF W-TIPO-COM = "S"
               PERFORM ENTRA-MESA
               PERFORM ENTRA-PESSOAS
           ELSE
               MOVE ZEROS TO W-MESA W-PESSOAS
           END-IF.
           PERFORM ENTRA-GARCOM.
           IF W-TIPO-COM = "E"

      *-----------------------------------------------------------------*
      * ENTRA-DADOS-ENTREGA - PEDE OS DADOS DO CLIENTE DO PEDIDO DE
      *   ENTREGA (NOME, TELEFONE, ENDERECO, BAIRRO E TAXA DE
      *   ENTREGA). BAIRRO ACHADO EM ZONAS.DAT DA A TAXA E O TEMPO
      *   PREVISTO; FORA DA TABELA, A TAXA E DIGITADA.
      *-----------------------------------------------------------------*
       ENTRA-DADOS-ENTREGA.
           DISPLAY "CLIENTE..........:" AT 1310.
           PERFORM WITH TEST AFTER UNTIL W-ENDERECO NOT = SPACES
               ACCEPT W-ENDERECO AT 1729
           END-PERFORM.
           DISPLAY "BAIRRO...........:" AT 1810.
           PERFORM WITH TEST AFTER UNTIL W-BAIRRO NOT = SPACES
               ACCEPT W-BAIRRO AT 1829
               MOVE FUNCTION UPPER-CASE (W-BAIRRO) TO W-BAIRRO
           END-PERFORM.
           DISPLAY "TAXA DE ENTREGA..:" AT 1910.
           MOVE "N" TO W-ZONA-ACHADA.
           IF ZONAS-ABERTO
               MOVE W-BAIRRO TO ZN-BAIRRO
               READ ARQ-ZONA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO W-ZONA-ACHADA
               END-READ
           END-IF.
           IF ZONA-ACHADA
               MOVE ZN-TAXA       TO W-TAXA-ENT
               MOVE W-TAXA-ENT    TO W-TAXA-ENT-ED
               DISPLAY W-TAXA-ENT-ED AT 1929
               DISPLAY "PREVISAO (MIN)...:" AT 2010
               DISPLAY ZN-TEMPO AT 2029
           ELSE
               DISPLAY "BAIRRO FORA DAS ZONAS" AT 2010
               ACCEPT W-TAXA-ENT AT 1929
           END-IF.

       ENTRA-MESA.
           PERFORM WITH TEST AFTER UNTIL MESA-ACEITA
           END-IF.
           PERFORM LER-RESERVA.

      *-----------------------------------------------------------------*
      * ENTRA-PESSOAS - NUMERO DE PESSOAS SENTADAS NA MESA. MAIS GENTE
      *   QUE LUGARES (MES-LUGARES) SO GERA AVISO: MESA COM CADEIRA
      *   EXTRA E COMUM NO SALAO.
      *-----------------------------------------------------------------*
       ENTRA-PESSOAS.
           DISPLAY "PESSOAS..........:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-PESSOAS NOT = ZEROS
               ACCEPT W-PESSOAS AT 1029
           END-PERFORM.
           IF W-PESSOAS > MES-LUGARES
               DISPLAY "ACIMA DOS LUGARES DA MESA" AT 1035
           END-IF.

       ENTRA-GARCOM.
           PERFORM WITH TEST AFTER UNTIL W-GARCOM NOT = SPACES
               ACCEPT C2
           MOVE W-FONE         TO COM-FONE.
           MOVE W-ENDERECO     TO COM-ENDERECO.
           MOVE W-TAXA-ENT     TO COM-TAXA-ENT.
           MOVE W-BAIRRO       TO COM-BAIRRO.
           MOVE ZEROS          TO COM-MOTOBOY.
           MOVE W-PESSOAS      TO COM-PESSOAS.
           MOVE ZEROS          TO COM-DT-FECHA COM-HR-FECHA.
           IF W-TIPO-COM = "E"
               MOVE "A" TO COM-SIT-ENT
           ELSE
               MOVE FUNCTION UPPER-CASE (W-RESP) TO W-RESP
           END-PERFORM.

           IF W-RESP = "S"
               ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
               CALL "VERIFICA-PERIODO" USING "E" W-DATA-SIS
                   W-SIT-PERIODO
               IF MES-FECHADO
                   DISPLAY MI5
                   STOP " "
                   DISPLAY MI0
                   MOVE "N" TO W-RESP
               END-IF
           END-IF.
           IF W-RESP = "S"
               PERFORM GRAVAR-ITEM
           END-IF.
               MOVE ZEROS TO W-IND-REC
               PERFORM BAIXAR-INGREDIENTE W-QTD-RECEITA TIMES
           ELSE
               PERFORM BLOQUEAR-PRODUTO
               IF W-STATP = "00"
                   IF W-QTD-ITEM > PROD-QTD
                       MOVE ZEROS TO PROD-QTD
                   ELSE
                       SUBTRACT W-QTD-ITEM FROM PROD-QTD
                   END-IF
                   REWRITE REG-PROD
                   UNLOCK ARQ-PROD
               END-IF
               IF W-STATP NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATP W-MENSAGEM-ERRO
                   "ABRECOMA"
       BAIXAR-INGREDIENTE.
           ADD 1 TO W-IND-REC.
           MOVE TR-INGREDIENTE(W-IND-REC) TO PROD-COD.
           PERFORM BLOQUEAR-PRODUTO.
           IF W-STATP NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATP W-MENSAGEM-ERRO
               "ABRECOMA"
               DISPLAY W-MENSAGEM-ERRO AT 2317
               STOP " "
               DISPLAY MI0
           ELSE
               COMPUTE W-MOV-QTD = TR-QTD(W-IND-REC) * W-QTD-ITEM
      *        ESTOQUE CURTO DO INGREDIENTE TRAVA EM ZERO: O CAMPO
      *        NAO TEM SINAL E A SUBTRACAO ESTOURADA GUARDARIA O
      *        VALOR ABSOLUTO, SUBINDO O SALDO (MESMO TRATAMENTO
      *        DO COMUM/MOVELOCAL).
               IF W-MOV-QTD > PROD-QTD
                   MOVE ZEROS TO PROD-QTD
               ELSE
                   SUBTRACT W-MOV-QTD FROM PROD-QTD
               END-IF
               REWRITE REG-PROD
               UNLOCK ARQ-PROD
               MOVE PROD-QTD TO W-MOV-SALDO
               CALL "GRAVA-MOVESTOQ" USING "ABRECOMA" PROD-COD "S"
                   W-MOV-QTD W-MOV-SALDO "S"
               CALL "MOVE-LOCAL" USING PROD-COD "S" "S" W-MOV-QTD
               CALL "BAIXA-LOTE" USING PROD-COD W-MOV-QTD
           END-IF.

      *-----------------------------------------------------------------*
      * BLOQUEAR-PRODUTO - RELE O PRODUTO COM BLOQUEIO NA HORA DA BAIXA,
      *   PARA SUBTRAIR DO SALDO ATUAL E NAO DO LIDO NO LANCAMENTO.
      *   ENQUANTO OUTRO TERMINAL O SEGURA, AVISA (UMA VEZ, PELO
      *   VERIFICA-STATUS, QUE REGISTRA EM ERROS.LOG) E TENTA DE NOVO.
      *-----------------------------------------------------------------*
       BLOQUEAR-PRODUTO.
           MOVE "N" TO W-AVISO-USO.
           READ ARQ-PROD WITH LOCK.
           PERFORM AGUARDAR-PRODUTO UNTIL NOT PROD-EM-USO.
           IF W-AVISO-USO = "S"
               DISPLAY W-BRANCO-AVISO AT 2317
           END-IF.

       AGUARDAR-PRODUTO.
           IF W-AVISO-USO = "N"
               MOVE "S" TO W-AVISO-USO
               CALL "VERIFICA-STATUS" USING W-STATP W-MENSAGEM-ERRO
                   "ABRECOMA"
               DISPLAY W-MENSAGEM-ERRO AT 2317
           END-IF.
           READ ARQ-PROD WITH LOCK.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-PROD ARQ-COMANDA ARQ-ITENS ARQ-MESAS.
           IF PROMO-ABERTO
               CLOSE ARQ-PROMO
           END-IF.
           IF ZONAS-ABERTO
               CLOSE ARQ-ZONA
           END-IF.
