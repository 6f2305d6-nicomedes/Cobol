      *   PARA O DADOS1. CADA GRAVACAO PASSA PELA AUDITORIA. ACABA A
      *   REDIGITACAO DA PLANILHA, NOSSA MAIOR FONTE DE ERRO DE
      *   CATALOGO.
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD DE PRODUTOS.DAT AMPLIADO
      *   PARA 5 DIGITOS (TOMADOS DO FILLER, MESMO TAMANHO DE REGISTRO).
      * 15 OUTUBRO 2026 - JULIANO - COLUNA OPCIONAL DE CODIGO DE BARRAS
      *   APOS A CATEGORIA: EAN VALIDO E LIVRE ENTRA NO BARRAS.DAT PARA
      *   O PRODUTO DA LINHA; EAN INVALIDO OU DE OUTRO PRODUTO RECUSA A
      *   LINHA. O RESUMO CONTA OS CODIGOS DE BARRAS NOVOS.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PROD-COD
               FILE STATUS     IS COD-ERRO.
           SELECT ARQ-BARRAS ASSIGN TO "BARRAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS BAR-EAN
               FILE STATUS     IS COD-ERRO-BAR.
           SELECT ARQ-IMPORTA ASSIGN TO "PRODUTOS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-IMP.
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  ARQ-BARRAS.
       01  REG-BARRAS.
           02 BAR-EAN        PIC X(13).
           02 BAR-PROD       PIC 9(4).
           02 BAR-DATA       PIC 9(8).

       FD  ARQ-IMPORTA
           LABEL RECORD STANDARD.
           02 PI-PRECO       PIC X(5).
           02 FILLER         PIC X(1).
           02 PI-CATEGORIA   PIC X(10).
           02 FILLER         PIC X(1).
           02 PI-EAN         PIC X(13).

       FD  ARQ-REJEITO
           LABEL RECORD STANDARD.
       01  REG-REJEITO.
           02 RJ-LINHA       PIC X(66).
           02 RJ-SEP         PIC X(3).
           02 RJ-MOTIVO      PIC X(40).

       77 COD-ERRO-IMP    PIC XX VALUE SPACES.
       77 COD-ERRO-REJ    PIC XX VALUE SPACES.
       77 COD-ERRO-REL    PIC XX VALUE SPACES.
       77 COD-ERRO-BAR    PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".

       77 W-QTD-LIDAS     PIC 9(5)    VALUE ZEROS.
       77 W-QTD-ACEITAS   PIC 9(5)    VALUE ZEROS.
       77 W-QTD-RECUSADAS PIC 9(5)    VALUE ZEROS.
       77 W-QTD-BARRAS    PIC 9(5)    VALUE ZEROS.
       77 W-DATA-SISTEMA  PIC 9(8)    VALUE ZEROS.
       77 W-EAN-OK        PIC X       VALUE SPACES.
       77 W-SIT-BARRAS    PIC X       VALUE SPACES.
           88 BARRAS-AUSENTE            VALUE "B".
           88 BARRAS-INVALIDO           VALUE "I".
           88 BARRAS-DE-OUTRO           VALUE "O".
           88 BARRAS-NOVO               VALUE "N".
           88 BARRAS-JA-DELE            VALUE "M".

       77 W-QTD-CATEG     PIC 9(3)    VALUE ZEROS.
       77 W-IND           PIC 9(3)    VALUE ZEROS.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM ROT-ABRIR.
           IF COD-ERRO-IMP = "00"
               PERFORM CARREGAR-CATEGORIAS
               CLOSE       ARQ-PROD
               OPEN I-O    ARQ-PROD
           END-IF.
           OPEN I-O ARQ-BARRAS.
           IF COD-ERRO-BAR = "35"
               OPEN OUTPUT ARQ-BARRAS
               CLOSE       ARQ-BARRAS
               OPEN I-O    ARQ-BARRAS
           END-IF.
           OPEN INPUT  ARQ-IMPORTA.
           OPEN OUTPUT ARQ-REJEITO.
           OPEN OUTPUT REL-RESUMO.
       CRITICAR-VALORES.
           MOVE PI-CATEGORIA TO PROD-CATEGORIA.
           PERFORM TESTAR-CATEGORIA.
           PERFORM CRITICAR-BARRAS.
           EVALUATE TRUE
               WHEN W-PRECO-NUM = ZEROS
                   MOVE "PRECO DEVE SER MAIOR QUE ZERO" TO RJ-MOTIVO
               WHEN NOT CATEGORIA-CONHECIDA
                   MOVE "CATEGORIA DESCONHECIDA" TO RJ-MOTIVO
                   PERFORM ROT-RECUSAR
               WHEN BARRAS-INVALIDO
                   MOVE "CODIGO DE BARRAS INVALIDO" TO RJ-MOTIVO
                   PERFORM ROT-RECUSAR
               WHEN BARRAS-DE-OUTRO
                   MOVE "CODIGO DE BARRAS JA E DE OUTRO PRODUTO"
                       TO RJ-MOTIVO
                   PERFORM ROT-RECUSAR
               WHEN OTHER
                   PERFORM ROT-APLICAR
           END-EVALUATE.

      *-----------------------------------------------------------------*
      * CRITICAR-BARRAS - A COLUNA DO CODIGO DE BARRAS E OPCIONAL;
      *   QUANDO VEM, TEM DE SER EAN VALIDO E NAO PODE JA PERTENCER A
      *   OUTRO PRODUTO NO BARRAS.DAT.
      *-----------------------------------------------------------------*
       CRITICAR-BARRAS.
           IF PI-EAN = SPACES
               MOVE "B" TO W-SIT-BARRAS
           ELSE
               CALL "VALIDA-EAN" USING PI-EAN W-EAN-OK
               IF W-EAN-OK NOT = "S"
                   MOVE "I" TO W-SIT-BARRAS
               ELSE
                   MOVE PI-EAN TO BAR-EAN
                   READ ARQ-BARRAS
                       INVALID KEY
                           MOVE "N" TO W-SIT-BARRAS
                       NOT INVALID KEY
                           IF BAR-PROD = W-COD-NUM
                               MOVE "M" TO W-SIT-BARRAS
                           ELSE
                               MOVE "O" TO W-SIT-BARRAS
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ROT-APLICAR.
           MOVE W-COD-NUM TO PROD-COD.
           READ ARQ-PROD
                   PERFORM ROT-RECUSAR
               NOT INVALID KEY
                   ADD 1 TO W-QTD-ACEITAS
                   PERFORM GRAVAR-BARRAS
                   MOVE PROD-COD TO W-CHAVE-AUDIT
                   MOVE SPACES   TO W-ANTES-AUDIT
                   MOVE REG-PROD(1:40) TO W-DEPOIS-AUDIT
           MOVE PI-CATEGORIA TO PROD-CATEGORIA.
           REWRITE REG-PROD.
           ADD 1 TO W-QTD-ACEITAS.
           PERFORM GRAVAR-BARRAS.
           MOVE PROD-COD TO W-CHAVE-AUDIT.
           MOVE REG-PROD(1:40) TO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "IMPPROD " W-CHAVE-AUDIT
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.

       GRAVAR-BARRAS.
           IF BARRAS-NOVO
               MOVE PI-EAN         TO BAR-EAN
               MOVE W-COD-NUM      TO BAR-PROD
               MOVE W-DATA-SISTEMA TO BAR-DATA
               WRITE REG-BARRAS
                   NOT INVALID KEY
                       ADD 1 TO W-QTD-BARRAS
                       MOVE BAR-EAN    TO W-CHAVE-AUDIT
                       MOVE SPACES     TO W-ANTES-AUDIT
                       MOVE REG-BARRAS TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "IMPPROD "
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
               END-WRITE
           END-IF.

       ROT-RECUSAR.
           MOVE REG-IMPORTA TO RJ-LINHA.
           MOVE " - "       TO RJ-SEP.
           MOVE "RECUSADAS (PRODUTOS.REJ): " TO LD-ROTULO.
           MOVE W-QTD-RECUSADAS TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "CODIGOS DE BARRAS NOVOS: " TO LD-ROTULO.
           MOVE W-QTD-BARRAS TO LD-QTD.
           WRITE REG-REL FROM LINDET.

       ROT-FECHAR.
           CLOSE ARQ-PROD ARQ-BARRAS ARQ-REJEITO REL-RESUMO.
           IF COD-ERRO-IMP = "00" OR COD-ERRO-IMP = "10"
               CLOSE ARQ-IMPORTA
           END-IF.
