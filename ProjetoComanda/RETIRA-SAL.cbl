      *   PARA (E)NTREGUE AO RETIRAR O PRATO DO PASSA. ASSIM O PRATO
      *   NAO ESFRIA NO BALCAO SEM NINGUEM SABER E O CANCELAMENTO DE
      *   ITEM JA SERVIDO FICA FACIL DE CONTESTAR.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   BAIRRO DA ENTREGA (COM-BAIRRO, CHAVE DE ZONAS.DAT) E O
      *   MOTOBOY QUE LEVOU O PEDIDO (COM-MOTOBOY, DE MOTOBOYS.DAT).
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
      * 15 OUTUBRO 2026 - JULIANO - USO SIMULTANEO EM VARIOS TERMINAIS:
      *   ITENSCOM.DAT PASSA A TER BLOQUEIO MANUAL DE REGISTRO. O ITEM
      *   A RETIRAR E LIDO COM BLOQUEIO E LIBERADO APOS O REWRITE.
      *   REGISTRO PRESO EM OUTRO TERMINAL MOSTRA O AVISO DO
      *   VERIFICA-STATUS (QUE O GRAVA EM ERROS.LOG) E A LEITURA E
      *   REPETIDA ATE SER LIBERADO.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS IC-CHAVE
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATI.

      *----------------------------------------------------------------*
           02 COM-ENDERECO  PIC X(40).
           02 COM-TAXA-ENT  PIC 9(5)V99.
           02 COM-SIT-ENT   PIC X(1).
           02 COM-BAIRRO    PIC X(20).
           02 COM-MOTOBOY   PIC 9(3).
           02 COM-PESSOAS   PIC 99.
           02 COM-DT-FECHA  PIC 9(8).
           02 COM-HR-FECHA  PIC 9(6).

       FD  ARQ-ITENS.
       01  REG-ITEM-COMANDA.
      *--------------------------------
       77 W-STATC         PIC X(02) VALUE SPACES.
       77 W-STATI         PIC X(02) VALUE SPACES.
           88 ITEM-EM-USO             VALUE "51".
       77 W-AVISO-USO     PIC X     VALUE "N".
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-FIM-ITENS     PIC X     VALUE "N".

           MOVE W-NUM-COMANDA TO IC-NUMERO.
           MOVE W-SEQ-ITEM    TO IC-SEQ.
           PERFORM BLOQUEAR-ITEM.
           IF W-STATI NOT = "00"
               DISPLAY "ITEM NAO ENCONTRADO" AT 2310
               EXIT PARAGRAPH
           END-IF.

           IF NOT IC-PRONTO
               UNLOCK ARQ-ITENS
               DISPLAY "ITEM AINDA NAO ESTA PRONTO" AT 2310
               EXIT PARAGRAPH
           END-IF.
               NOT INVALID KEY
                   DISPLAY "ITEM ENTREGUE NA MESA" AT 2310
           END-REWRITE.
           UNLOCK ARQ-ITENS.

      *----------------------------------------------------------------*
      * BLOQUEAR-ITEM - LE O ITEM COM BLOQUEIO PARA A BAIXA. ENQUANTO
      *   OUTRO TERMINAL (COZINHA, CANCELAMENTO) O SEGURA, AVISA (UMA
      *   VEZ, PELO VERIFICA-STATUS, QUE REGISTRA EM ERROS.LOG) E
      *   TENTA DE NOVO.
      *----------------------------------------------------------------*
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
                   "RETIRASA"
               DISPLAY W-MENSAGEM-ERRO AT 2310
           END-IF.
           READ ARQ-ITENS WITH LOCK.
