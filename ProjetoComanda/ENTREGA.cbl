      *   ENTREGUE), E PERMITE AVANCAR A SITUACAO DE UMA COMANDA
      *   ESCOLHIDA. O TIPO E A SITUACAO SAO GRAVADOS PELO
      *   ABRE-COMANDA NA ABERTURA DO PEDIDO.
      * 15 OUTUBRO 2026 - JULIANO - AO MARCAR A COMANDA COMO "SAIU", O
      *   PAINEL PEDE O CODIGO DO MOTOBOY QUE LEVOU O PEDIDO, VALIDADO
      *   NO CADASTRO MOTOBOYS.DAT (CAD-MOTOBOY.cbl), E O GRAVA EM
      *   COM-MOTOBOY. E DAI QUE O ACERTO DO MOTOBOY NO FIM DO TURNO
      *   (ACERTO-MOTO.cbl) SABE QUEM ENTREGOU O QUE.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
      * 15 OUTUBRO 2026 - JULIANO - USO SIMULTANEO EM VARIOS TERMINAIS:
      *   COMANDA.DAT PASSA A TER BLOQUEIO MANUAL DE REGISTRO. DEPOIS DE
      *   INFORMADOS A SITUACAO E O MOTOBOY, A COMANDA E RELIDA COM
      *   BLOQUEIO E LIBERADA APOS O REWRITE, SEM DESFAZER O QUE O
      *   SALAO OU O CAIXA GRAVARAM NESSE MEIO TEMPO. REGISTRO PRESO EM
      *   OUTRO TERMINAL MOSTRA O AVISO DO VERIFICA-STATUS (QUE O GRAVA
      *   EM ERROS.LOG) E A LEITURA E REPETIDA ATE SER LIBERADO.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS COM-NUMERO
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATC.

           SELECT ARQ-MOTOBOY ASSIGN TO "MOTOBOYS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS MB-CODIGO
               FILE STATUS     IS W-STATMB.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*
               88 ENT-AGUARDANDO VALUE "A".
               88 ENT-SAIU       VALUE "S".
               88 ENT-ENTREGUE   VALUE "G".
           02 COM-BAIRRO    PIC X(20).
           02 COM-MOTOBOY   PIC 9(3).
           02 COM-PESSOAS   PIC 99.
           02 COM-DT-FECHA  PIC 9(8).
           02 COM-HR-FECHA  PIC 9(6).

       FD  ARQ-MOTOBOY.
       01  REG-MOTOBOY.
           02 MB-CODIGO     PIC 9(3).
           02 MB-NOME       PIC X(30).
           02 MB-FONE       PIC X(12).
           02 MB-SITUACAO   PIC X(1).
               88 MB-ATIVO      VALUE "A".
               88 MB-INATIVO    VALUE "I".

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATC         PIC X(02) VALUE SPACES.
           88 COMANDA-EM-USO          VALUE "51".
       77 W-AVISO-USO     PIC X     VALUE "N".
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.
       77 W-STATMB        PIC X(02) VALUE SPACES.
       77 W-MOTOBOY-OK    PIC X     VALUE "N".
           88 MOTOBOYS-ABERTO         VALUE "S".
       77 W-MOTOBOY       PIC 9(3)  VALUE ZEROS.
       77 W-MOTOBOY-ACEITO PIC X    VALUE "N".
           88 MOTOBOY-ACEITO          VALUE "S".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           PERFORM ABRIR-ARQUIVO.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-COMANDA.
           IF MOTOBOYS-ABERTO
               CLOSE ARQ-MOTOBOY
           END-IF.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-MOTOBOY.
           IF W-STATMB = "00"
               MOVE "S" TO W-MOTOBOY-OK
           END-IF.

       PROCESSA.
           PERFORM LISTAR-ENTREGAS.
                       PERFORM WITH TEST AFTER UNTIL SIT-VALIDA
                           ACCEPT W-NOVA-SIT AT 2231 WITH UPPER AUTO
                       END-PERFORM
                       IF W-NOVA-SIT = "S"
                           PERFORM ENTRA-MOTOBOY
                       END-IF
                       PERFORM GRAVAR-SITUACAO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * GRAVAR-SITUACAO - RELE A COMANDA COM BLOQUEIO, APLICA A NOVA
      *   SITUACAO (E O MOTOBOY, NA SAIDA), REGRAVA E LIBERA.
      *-----------------------------------------------------------------*
       GRAVAR-SITUACAO.
           PERFORM BLOQUEAR-COMANDA.
           IF W-STATC NOT = "00"
               DISPLAY "COMANDA NAO ENCONTRADA" AT 2310
               STOP " "
               EXIT PARAGRAPH
           END-IF.
           IF W-NOVA-SIT = "S"
               MOVE W-MOTOBOY TO COM-MOTOBOY
           END-IF.
           MOVE W-NOVA-SIT TO COM-SIT-ENT.
           REWRITE REG-COMANDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATC
                       W-MENSAGEM-ERRO
                       "ENTREGA "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
                   STOP " "
           END-REWRITE.
           UNLOCK ARQ-COMANDA.

      *-----------------------------------------------------------------*
      * BLOQUEAR-COMANDA - LE A COMANDA COM BLOQUEIO PARA A GRAVACAO.
      *   ENQUANTO OUTRO TERMINAL (SALAO, CAIXA) A SEGURA, AVISA (UMA
      *   VEZ, PELO VERIFICA-STATUS, QUE REGISTRA EM ERROS.LOG) E TENTA
      *   DE NOVO.
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
                   "ENTREGA "
               DISPLAY W-MENSAGEM-ERRO AT 2310
           END-IF.
           READ ARQ-COMANDA WITH LOCK.

      *-----------------------------------------------------------------*
      * ENTRA-MOTOBOY - CODIGO DO MOTOBOY QUE SAIU COM O PEDIDO; COM O
      *   CADASTRO DISPONIVEL, SO VALE MOTOBOY EXISTENTE E ATIVO.
      *-----------------------------------------------------------------*
       ENTRA-MOTOBOY.
           MOVE COM-MOTOBOY TO W-MOTOBOY.
           DISPLAY "MOTOBOY (CODIGO):" AT 2240.
           PERFORM WITH TEST AFTER UNTIL MOTOBOY-ACEITO
               ACCEPT W-MOTOBOY AT 2258
               PERFORM VALIDAR-MOTOBOY
           END-PERFORM.

       VALIDAR-MOTOBOY.
           MOVE "N" TO W-MOTOBOY-ACEITO.
           IF W-MOTOBOY = ZEROS
               DISPLAY "INFORME O MOTOBOY      " AT 2310
               EXIT PARAGRAPH
           END-IF.
           IF NOT MOTOBOYS-ABERTO
               MOVE "S" TO W-MOTOBOY-ACEITO
               EXIT PARAGRAPH
           END-IF.
           MOVE W-MOTOBOY TO MB-CODIGO.
           READ ARQ-MOTOBOY
               INVALID KEY
                   DISPLAY "MOTOBOY NAO CADASTRADO " AT 2310
               NOT INVALID KEY
                   IF MB-ATIVO
                       MOVE "S" TO W-MOTOBOY-ACEITO
                       DISPLAY MB-NOME AT 2310
                   ELSE
                       DISPLAY "MOTOBOY INATIVO        " AT 2310
                   END-IF
           END-READ.
