      *   21 AGOSTO 2026 - STOP RUN VIRA GOBACK PARA O PROGRAMA
      *   PODER SER CHAMADO PELO MENU GERAL (MENUGER.cbl) E
      *   DEVOLVER O CONTROLE AO MENU.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   BAIRRO DA ENTREGA (COM-BAIRRO, CHAVE DE ZONAS.DAT) E O
      *   MOTOBOY QUE LEVOU O PEDIDO (COM-MOTOBOY, DE MOTOBOYS.DAT).
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
      * 15 OUTUBRO 2026 - JULIANO - USO SIMULTANEO EM VARIOS TERMINAIS:
      *   ITENSCOM.DAT PASSA A TER BLOQUEIO MANUAL DE REGISTRO.
      *   CONFIRMADO O CANCELAMENTO, O ITEM E RELIDO COM BLOQUEIO E
      *   LIBERADO APOS O REWRITE. REGISTRO PRESO EM OUTRO TERMINAL
      *   MOSTRA O AVISO DO VERIFICA-STATUS (QUE O GRAVA EM ERROS.LOG)
      *   E A LEITURA E REPETIDA ATE SER LIBERADO.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS IC-CHAVE
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATI.

      *----------------------------------------------------------------*
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
      *--------------------------------
       77 W-STATC         PIC X(02) VALUE SPACES.
       77 W-STATI         PIC X(02) VALUE SPACES.
           88 ITEM-EM-USO             VALUE "51".
       77 W-AVISO-USO     PIC X     VALUE "N".
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-CONFIRMA      PIC X     VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
                   ACCEPT W-CONFIRMA AT 1959 WITH UPPER AUTO
               END-PERFORM
               IF W-CONFIRMA = "S"
                   PERFORM GRAVAR-CANCELAMENTO
               ELSE
                   DISPLAY "CANCELAMENTO ABANDONADO" AT 2310
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * GRAVAR-CANCELAMENTO - RELE O ITEM COM BLOQUEIO (PODE TER SIDO
      *   CANCELADO EM OUTRO TERMINAL ENQUANTO SE CONFIRMAVA), MARCA
      *   IC-STATUS "C", REGRAVA, LIBERA E REGISTRA EM AUDITORIA.LOG.
      *-----------------------------------------------------------------*
       GRAVAR-CANCELAMENTO.
           PERFORM BLOQUEAR-ITEM.
           IF W-STATI NOT = "00"
               DISPLAY "ITEM NAO ENCONTRADO" AT 2310
               EXIT PARAGRAPH
           END-IF.
           IF IC-CANCELADO
               UNLOCK ARQ-ITENS
               DISPLAY "ITEM JA CANCELADO" AT 2310
               EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO IC-STATUS.
           REWRITE REG-ITEM-COMANDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATI
                       W-MENSAGEM-ERRO
                       "CANCITEM"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
           END-REWRITE.
           UNLOCK ARQ-ITENS.
           MOVE IC-CHAVE TO W-CHAVE-AUDIT.
           MOVE "ITEM ATIVO"     TO W-ANTES-AUDIT.
           MOVE "ITEM CANCELADO" TO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "CANCITEM"
               W-CHAVE-AUDIT "A" W-ANTES-AUDIT
               W-DEPOIS-AUDIT.
           DISPLAY "ITEM CANCELADO" AT 2310.

      *----------------------------------------------------------------*
      * BLOQUEAR-ITEM - LE O ITEM COM BLOQUEIO PARA O CANCELAMENTO.
      *   ENQUANTO OUTRO TERMINAL (COZINHA, SALAO) O SEGURA, AVISA
      *   (UMA VEZ, PELO VERIFICA-STATUS, QUE REGISTRA EM ERROS.LOG) E
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
                   "CANCITEM"
               DISPLAY W-MENSAGEM-ERRO AT 2310
           END-IF.
           READ ARQ-ITENS WITH LOCK.
