      *   PARA OUTRA, FECHANDO A COMANDA ESVAZIADA E DEVOLVENDO SUA
      *   MESA. ANTES O GARCOM FECHAVA UMA CONTA E RELANCAVA TUDO NA
      *   OUTRA, DUPLICANDO A BAIXA DE ESTOQUE JA FEITA NO LANCAMENTO.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   BAIRRO DA ENTREGA (COM-BAIRRO, CHAVE DE ZONAS.DAT) E O
      *   MOTOBOY QUE LEVOU O PEDIDO (COM-MOTOBOY, DE MOTOBOYS.DAT).
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA). NA JUNCAO, AS
      *   PESSOAS DA COMANDA DE ORIGEM PASSAM PARA A DE DESTINO E A
      *   ORIGEM FECHA CARIMBADA E SEM PESSOAS, PARA O TICKET POR
      *   PESSOA DO REL-GIRO.cbl NAO SAIR DIVIDIDO.
      * 15 OUTUBRO 2026 - JULIANO - USO SIMULTANEO EM VARIOS TERMINAIS:
      *   COMANDA.DAT E ITENSCOM.DAT PASSAM A TER BLOQUEIO MANUAL DE
      *   REGISTRO. NA TRANSFERENCIA A COMANDA E RELIDA COM BLOQUEIO SO
      *   PARA A GRAVACAO; NA JUNCAO A COMANDA DE ORIGEM FICA BLOQUEADA
      *   DO INICIO DA MUDANCA DOS ITENS ATE SER FECHADA, PARA O CAIXA
      *   NAO RECEBE-LA NESSE MEIO TEMPO, E CADA ITEM E RELIDO COM
      *   BLOQUEIO ANTES DE SAIR DA ORIGEM (LEVANDO A SITUACAO ATUAL DA
      *   COZINHA). REGISTRO PRESO EM OUTRO TERMINAL MOSTRA O AVISO DO
      *   VERIFICA-STATUS (QUE O GRAVA EM ERROS.LOG) E A LEITURA E
      *   REPETIDA ATE SER LIBERADO.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS COM-NUMERO
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATC.

           SELECT ARQ-ITENS ASSIGN TO "ITENSCOM.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS IC-CHAVE
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATI.

           SELECT ARQ-MESAS ASSIGN TO "MESAS.DAT"
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
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATC         PIC X(02) VALUE SPACES.
           88 COMANDA-EM-USO          VALUE "51".
       77 W-STATI         PIC X(02) VALUE SPACES.
           88 ITEM-EM-USO             VALUE "51".
       77 W-AVISO-USO     PIC X     VALUE "N".
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.
       77 W-STATM         PIC X(02) VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-OPCAO         PIC X     VALUE SPACES.
       77 W-MESA-ORIGEM   PIC 99    VALUE ZEROS.
       77 W-SEQ-DESTINO   PIC 9(3)  VALUE ZEROS.
       77 W-QTD-MOVIDOS   PIC 9(3)  VALUE ZEROS.
       77 W-PESSOAS-ORIGEM PIC 99   VALUE ZEROS.
       77 W-DATA-SIS      PIC 9(8)  VALUE ZEROS.
       77 W-HORA-SIS      PIC 9(8)  VALUE ZEROS.

       01 TAB-MOVER.
           02 TM-ENTRADA OCCURS 200 TIMES.
               MOVE COM-MESA TO W-MESA-ANTIGA
               PERFORM ENTRA-MESA-NOVA
               IF W-MESA-NOVA > ZEROS
                   PERFORM GRAVAR-TRANSFERENCIA
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * GRAVAR-TRANSFERENCIA - RELE A COMANDA COM BLOQUEIO (PODE TER
      *   SIDO FECHADA OU MUDADA EM OUTRO TERMINAL ENQUANTO SE ESCOLHIA
      *   A MESA), GRAVA A MESA NOVA, LIBERA E ACERTA AS DUAS MESAS.
      *-----------------------------------------------------------------*
       GRAVAR-TRANSFERENCIA.
           MOVE W-NUM-COMANDA TO COM-NUMERO.
           PERFORM BLOQUEAR-COMANDA.
           IF W-STATC NOT = "00"
               DISPLAY "COMANDA NAO ENCONTRADA" AT 2310
               STOP " "
               EXIT PARAGRAPH
           END-IF.
           IF COM-FECHADA
               UNLOCK ARQ-COMANDA
               DISPLAY "COMANDA JA FECHADA" AT 2310
               STOP " "
               EXIT PARAGRAPH
           END-IF.

           MOVE COM-MESA    TO W-MESA-ANTIGA.
           MOVE W-MESA-NOVA TO COM-MESA.
           REWRITE REG-COMANDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATC W-MENSAGEM-ERRO
                   "TRANSFCO"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
                   STOP " "
           END-REWRITE.
           UNLOCK ARQ-COMANDA.
           PERFORM OCUPAR-MESA-NOVA.
           PERFORM LIBERAR-MESA-ANTIGA.
           DISPLAY "COMANDA TRANSFERIDA" AT 2310.
           STOP " ".

       LER-COMANDA-ABERTA.
           MOVE "N"   TO W-COMANDA-OK.
           MOVE ZEROS TO W-NUM-COMANDA.
                     AND W-NUM-COMANDA NOT = W-NUM-DESTINO
               ACCEPT W-NUM-COMANDA AT 1144
           END-PERFORM.
      *    A ORIGEM E LIDA COM BLOQUEIO, QUE SO E LIBERADO EM
      *    FECHAR-ORIGEM.
           MOVE W-NUM-COMANDA TO COM-NUMERO.
           PERFORM BLOQUEAR-COMANDA.
           EVALUATE TRUE
               WHEN W-STATC NOT = "00"
                   DISPLAY "COMANDA NAO ENCONTRADA" AT 2310
                   STOP " "
               WHEN COM-FECHADA
                   UNLOCK ARQ-COMANDA
                   DISPLAY "COMANDA JA FECHADA" AT 2310
                   STOP " "
               WHEN OTHER
                   MOVE COM-MESA TO W-MESA-ORIGEM
                   PERFORM MOVER-ITENS
                   PERFORM FECHAR-ORIGEM
                   MOVE W-MESA-ORIGEM TO W-MESA-ANTIGA
                   PERFORM LIBERAR-MESA-ANTIGA
                   DISPLAY "COMANDAS JUNTADAS" AT 2310
                   STOP " "
           END-EVALUATE.

       ACHAR-ULTIMA-SEQ-DESTINO.
           MOVE ZEROS TO W-SEQ-DESTINO.
       GUARDAR-ITEM-ORIGEM.
           IF W-QTD-TAB < 200
               ADD 1 TO W-QTD-TAB
               MOVE W-QTD-TAB TO W-IND
               PERFORM COPIAR-ITEM-TAB
           END-IF.
           PERFORM LER-ITEM-ORIGEM.

       COPIAR-ITEM-TAB.
           MOVE IC-SEQ       TO TM-SEQ(W-IND).
           MOVE IC-PROD-COD  TO TM-PROD-COD(W-IND).
           MOVE IC-PROD-NOME TO TM-PROD-NOME(W-IND).
           MOVE IC-QTD       TO TM-QTD(W-IND).
           MOVE IC-PRECO     TO TM-PRECO(W-IND).
           MOVE IC-STATUS    TO TM-STATUS(W-IND).
           MOVE IC-SIT-COZ   TO TM-SIT-COZ(W-IND).
           MOVE IC-HR-PEDIDO TO TM-HR-PEDIDO(W-IND).
           MOVE IC-HR-PRONTO TO TM-HR-PRONTO(W-IND).

      *    CADA ITEM E RELIDO COM BLOQUEIO ANTES DE SER APAGADO DA
      *    ORIGEM: A COZINHA OU O SALAO PODEM TE-LO AVANCADO (OU O
      *    CANCELAMENTO, CANCELADO) DEPOIS DA CARGA DA TABELA.
       REGRAVAR-ITEM-DESTINO.
           ADD 1 TO W-IND.
           MOVE W-NUM-COMANDA  TO IC-NUMERO.
           MOVE TM-SEQ(W-IND)  TO IC-SEQ.
           PERFORM BLOQUEAR-ITEM.
           IF W-STATI NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM COPIAR-ITEM-TAB.
           DELETE ARQ-ITENS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           UNLOCK ARQ-ITENS.

           ADD 1 TO W-SEQ-DESTINO.
           MOVE W-NUM-DESTINO         TO IC-NUMERO.

      *-----------------------------------------------------------------*
      * FECHAR-ORIGEM - MARCA A COMANDA ESVAZIADA COMO FECHADA PARA QUE
      *   ELA NAO RECEBA MAIS ITENS NEM APARECA NO FECHAMENTO. AS
      *   PESSOAS DELA SOMAM NA COMANDA DE DESTINO.
      *-----------------------------------------------------------------*
       FECHAR-ORIGEM.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SIS FROM TIME.
           MOVE ZEROS TO W-PESSOAS-ORIGEM.
           MOVE W-NUM-COMANDA TO COM-NUMERO.
           PERFORM BLOQUEAR-COMANDA.
           IF W-STATC = "00"
               MOVE COM-PESSOAS     TO W-PESSOAS-ORIGEM
               MOVE "F"             TO COM-STATUS
               MOVE ZEROS           TO COM-PESSOAS
               MOVE W-DATA-SIS      TO COM-DT-FECHA
               MOVE W-HORA-SIS(1:6) TO COM-HR-FECHA
               REWRITE REG-COMANDA
           END-IF.
           UNLOCK ARQ-COMANDA.
           IF W-PESSOAS-ORIGEM > ZEROS
               MOVE W-NUM-DESTINO TO COM-NUMERO
               PERFORM BLOQUEAR-COMANDA
               IF W-STATC = "00"
                   ADD W-PESSOAS-ORIGEM TO COM-PESSOAS
                       ON SIZE ERROR
                           MOVE 99 TO COM-PESSOAS
                   END-ADD
                   REWRITE REG-COMANDA
               END-IF
               UNLOCK ARQ-COMANDA
           END-IF.

      *-----------------------------------------------------------------*
      * BLOQUEAR-COMANDA / BLOQUEAR-ITEM - LEEM O REGISTRO COM BLOQUEIO
      *   PARA A GRAVACAO. ENQUANTO OUTRO TERMINAL O SEGURA, AVISAM
      *   (UMA VEZ, PELO VERIFICA-STATUS, QUE REGISTRA EM ERROS.LOG) E
      *   TENTAM DE NOVO.
      *-----------------------------------------------------------------*
       BLOQUEAR-COMANDA.
           MOVE "N" TO W-AVISO-USO.
           READ ARQ-COMANDA WITH LOCK.
           PERFORM AGUARDAR-COMANDA UNTIL NOT COMANDA-EM-USO.
           IF W-AVISO-USO = "S"
               DISPLAY W-BRANCO-AVISO AT 2310
           END-IF.

       AGUARDAR-COMANDA.
           IF W-AVISO-USO = "N"
               MOVE "S" TO W-AVISO-USO
               CALL "VERIFICA-STATUS" USING W-STATC W-MENSAGEM-ERRO
                   "TRANSFCO"
               DISPLAY W-MENSAGEM-ERRO AT 2310
           END-IF.
           READ ARQ-COMANDA WITH LOCK.

       BLOQUEAR-ITEM.
           MOVE "N" TO W-AVISO-USO.
           READ ARQ-ITENS WITH LOCK.
           PERFORM AGUARDAR-ITEM UNTIL NOT ITEM-EM-USO.
           IF W-AVISO-USO = "S"
               DISPLAY W-BRANCO-AVISO AT 2310
           END-IF.

       AGUARDAR-ITEM.
           IF W-AVISO-USO = "N"
               MOVE "S" TO W-AVISO-USO
               CALL "VERIFICA-STATUS" USING W-STATI W-MENSAGEM-ERRO
                   "TRANSFCO"
               DISPLAY W-MENSAGEM-ERRO AT 2310
           END-IF.
           READ ARQ-ITENS WITH LOCK.
