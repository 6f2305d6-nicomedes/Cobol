      *   APAGADOS NO LUGAR. AS CONTAGENS DO QUE FOI MOVIDO SAEM EM
      *   ARQUIVA.LST. O KARDEX E O CONSAUDIT GANHARAM A OPCAO DE LER
      *   UM ANO DE ARQUIVO MORTO QUANDO A HISTORIA FOR NECESSARIA.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   BAIRRO DA ENTREGA (COM-BAIRRO, CHAVE DE ZONAS.DAT) E O
      *   MOTOBOY QUE LEVOU O PEDIDO (COM-MOTOBOY, DE MOTOBOYS.DAT).
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
      * 15 OUTUBRO 2026 - JULIANO - MV-RESTO PASSA A 39 POSICOES: O
      *   REGISTRO DE MOVESTOQ.DAT CRESCEU COM MV-QTD/MV-SALDO DE 5
      *   DIGITOS.
      * 15 OUTUBRO 2026 - JULIANO - MOVESTOQ.DAT PASSA A INDEXADO
      *   (CHAVE PRINCIPAL POR DATA, COMUM/GRAVAMOVEST.cbl): O EXPURGO
      *   DO LIVRO DEIXA AS DUAS PASSAGENS PELO TMP E LE SO O INICIO
      *   DO ARQUIVO PELA CHAVE, COPIANDO OS MOVIMENTOS ANTERIORES AO
      *   CORTE PARA MOVESTOQ.AAAA - AGORA TAMBEM INDEXADO, COM O MESMO
      *   LAYOUT, PARA O KARDEX LER O MORTO PELA CHAVE DE PRODUTO - E
      *   APAGANDO-OS DO VIVO, COMO JA SE FAZIA COM AS COMANDAS.
      * 15 OUTUBRO 2026 - JULIANO - REG-AGENDA ACOMPANHA O NOVO CAMPO
      *   AG-LEMBRETE (RESULTADO DA LIGACAO DE LEMBRETE DA VESPERA).
      * 15 OUTUBRO 2026 - JULIANO - REG-AGENDA GANHA A AUTORIZACAO DO
      *   CONVENIO (AG-AUTORIZ) E A SUA VALIDADE (AG-VALID-AUT).
      * 15 OUTUBRO 2026 - JULIANO - REG-RETENCAO ACOMPANHA OS NOVOS
      *   PRAZOS RP-ANOS-CLINICO E RP-ANOS-FISCAL (SO O DADOSCPF.cbl
      *   OS USA; O EXPURGO CONTINUA NO RP-ANOS-RETENCAO).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               FILE STATUS  W-STATRET.

           SELECT ARQ-MOVEST ASSIGN TO "MOVESTOQ.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MV-CHAVE
               ALTERNATE RECORD KEY IS MV-CHAVE-PROD
               FILE STATUS     IS W-STATMOV.
           SELECT ARQ-AUDIT ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATAUD.
           SELECT ARQ-MORTO ASSIGN TO W-NOME-MORTO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATMORTO.
           SELECT ARQ-MORTO-MOV ASSIGN TO W-NOME-MORTO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS MM-CHAVE
               ALTERNATE RECORD KEY IS MM-CHAVE-PROD
               FILE STATUS     IS W-STATMORTO.

           SELECT ARQ-COMANDA ASSIGN TO "COMANDA.DAT"
               ORGANIZATION    IS INDEXED
           LABEL RECORD STANDARD.
       01  REG-RETENCAO.
           02 RP-ANOS-RETENCAO PIC 99.
           02 RP-ANOS-CLINICO  PIC 99.
           02 RP-ANOS-FISCAL   PIC 99.

       FD  ARQ-MOVEST.
       01  REG-MOVEST.
           02 MV-CHAVE.
               03 MV-DATA-AMD    PIC 9(08).
               03 MV-HORA-SEQ    PIC 9(11).
           02 MV-CHAVE-PROD      PIC X(23).
           02 MV-RESTO           PIC X(38).

       FD  ARQ-AUDIT
           LABEL RECORD STANDARD.
           LABEL RECORD STANDARD.
       01  REG-MORTO  PIC X(200).

       FD  ARQ-MORTO-MOV.
       01  REG-MORTO-MOV.
           02 MM-CHAVE           PIC X(19).
           02 MM-CHAVE-PROD      PIC X(23).
           02 MM-RESTO           PIC X(38).

       FD  ARQ-COMANDA.
       01  REG-COMANDA.
           02 COM-NUMERO    PIC 9(5).
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
           05 AG-STATUS      PIC X(01).
               88 AG-CANCELADO   VALUE "X".
           05 AG-TIPO        PIC X(01).
           05 AG-LEMBRETE    PIC X(01).
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD  REL-RESUMO
           LABEL RECORD STANDARD.
           END-IF.

      *-----------------------------------------------------------------*
      * EXPURGAR-MOVESTOQ - O LIVRO E INDEXADO PELA DATA: LE DO INICIO
      *   ATE O PRIMEIRO MOVIMENTO NA DATA DE CORTE OU DEPOIS, COPIANDO
      *   CADA REGISTRO PARA MOVESTOQ.AAAA (INDEXADO, MESMO LAYOUT) E
      *   APAGANDO-O DO VIVO.
      *-----------------------------------------------------------------*
       EXPURGAR-MOVESTOQ.
           MOVE SPACES TO W-NOME-MORTO.
                  W-ANO-HOJE DELIMITED BY SIZE
                  INTO W-NOME-MORTO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN I-O ARQ-MOVEST.
           IF W-STATMOV NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-MORTO-MOV.
           IF W-STATMORTO = "35"
               OPEN OUTPUT ARQ-MORTO-MOV
               CLOSE ARQ-MORTO-MOV
               OPEN I-O ARQ-MORTO-MOV
           END-IF.
           MOVE ZEROS TO MV-CHAVE.
           START ARQ-MOVEST KEY IS NOT LESS THAN MV-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-MOVEST.
           PERFORM ARQUIVAR-MOVEST UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MOVEST ARQ-MORTO-MOV.

       LER-MOVEST.
           IF NOT FIM-ARQUIVO
               READ ARQ-MOVEST NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF W-STATMOV NOT = "00"
                  OR MV-DATA-AMD NOT < W-DATA-CORTE
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       ARQUIVAR-MOVEST.
           MOVE REG-MOVEST TO REG-MORTO-MOV.
           WRITE REG-MORTO-MOV
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO W-QTD-MOV.
           DELETE ARQ-MOVEST RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM LER-MOVEST.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * EXPURGAR-AUDITORIA - MESMO ESQUEMA DO LIVRO DE ESTOQUE, SOBRE
      *   AUDITORIA.LOG (A DATA FICA NA TERCEIRA COLUNA).
