      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CONVQTD.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CONVERSAO UNICA DOS ARQUIVOS DE
      *   ESTOQUE PARA QUANTIDADES DE 5 DIGITOS. O SALAO JA RECEBIA
      *   CAIXAS DE 120 GARRAFAS E O PROD-QTD DE 2 DIGITOS (E OS
      *   9(3) DO LIVRO, LOTES, PEDIDOS ETC.) NAO COMPORTAVA. ESTE
      *   PROGRAMA:
      *   - PRODUTOS.DAT: O REGISTRO CONTINUA COM 121 POSICOES (OS 3
      *     DIGITOS A MAIS SAEM DO FILLER); CADA PRODUTO E REGRAVADO
      *     NO LUGAR COM OS CAMPOS DEPOIS DE PROD-QTD DESLOCADOS.
      *   - LOTES.DAT, PEDCOMP.DAT, ESTLOCAL.DAT E NOTACRED.DAT
      *     (INDEXADOS) E MOVESTOQ.DAT, ESTOQMES.DAT, CUSTOHIS.DAT E
      *     CONTAGEM.DAT (SEQUENCIAIS): DUAS PASSAGENS, LAYOUT ANTIGO
      *     PARA CONVQTD.TMP E DEPOIS O ARQUIVO RECRIADO NO LAYOUT
      *     NOVO A PARTIR DO TMP, COMO NO EXPURGO (ARQUIVA.cbl).
      *   - ARQUIVOS MORTOS MOVESTOQ.AAAA: CONVERTIDOS SE O OPERADOR
      *     INFORMAR O ANO, PARA O KARDEX CONTINUAR LENDO A HISTORIA.
      *   SUGCOMPR.DAT NAO PRECISA: E REFEITO A CADA SUGCOMPRA.
      *   AO TERMINAR GRAVA CONVQTD.CTL; SE ESSE ARQUIVO JA EXISTIR O
      *   PROGRAMA RECUSA RODAR DE NOVO (UMA SEGUNDA PASSAGEM
      *   ESTRAGARIA OS ARQUIVOS JA CONVERTIDOS). AS CONTAGENS SAEM EM
      *   CONVQTD.LST. FAZER O BACKUP ANTES DE CONFIRMAR.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE ASSIGN TO "CONVQTD.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCTL.

           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS PROD-COD
               FILE STATUS     IS W-STATP.

           SELECT ARQ-LOTES-ANT ASSIGN TO "LOTES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS LA-CHAVE
               FILE STATUS     IS W-STATL.
           SELECT ARQ-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS LT-CHAVE
               FILE STATUS     IS W-STATL.

           SELECT ARQ-PEDIDO-ANT ASSIGN TO "PEDCOMP.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS PA-CHAVE
               FILE STATUS     IS W-STATPC.
           SELECT ARQ-PEDIDO ASSIGN TO "PEDCOMP.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS PC-CHAVE
               FILE STATUS     IS W-STATPC.

           SELECT ARQ-ESTLOCAL-ANT ASSIGN TO "ESTLOCAL.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EA-PROD
               FILE STATUS     IS W-STATEL.
           SELECT ARQ-ESTLOCAL ASSIGN TO "ESTLOCAL.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS EL-PROD
               FILE STATUS     IS W-STATEL.

           SELECT ARQ-NOTACRED-ANT ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS NA-NUMERO
               FILE STATUS     IS W-STATN.
           SELECT ARQ-NOTACRED ASSIGN TO "NOTACRED.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS NC-NUMERO
               FILE STATUS     IS W-STATN.

           SELECT ARQ-SEQ ASSIGN TO W-NOME-ARQ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATSEQ.
           SELECT ARQ-TMP ASSIGN TO "CONVQTD.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.

           SELECT REL-RESUMO ASSIGN TO "CONVQTD.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORD STANDARD.
       01  REG-CONTROLE.
           02 CC-DATA        PIC 9(8).
           02 FILLER         PIC X(01).
           02 CC-PROGRAMA    PIC X(08).

      * PRODUTOS.DAT - LAYOUT NOVO E, NA MESMA AREA, O ANTIGO
       FD  ARQ-PROD.
       01  REG-PROD.
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).
       01  REG-PROD-ANT.
           02 FILLER         PIC X(39).
           02 PRA-QTD        PIC 99.
           02 PRA-RESTO      PIC X(80).

       FD  ARQ-LOTES-ANT.
       01  REG-LOTE-ANT.
           02 LA-CHAVE       PIC X(22).
           02 LA-QTD         PIC 9(3).
       FD  ARQ-LOTES.
       01  REG-LOTE.
           02 LT-CHAVE       PIC X(22).
           02 LT-QTD         PIC 9(5).

       FD  ARQ-PEDIDO-ANT.
       01  REG-PEDIDO-ANT.
           02 PA-CHAVE       PIC X(08).
           02 PA-DADOS       PIC X(24).
           02 PA-QTD-PED     PIC 9(3).
           02 PA-QTD-REC     PIC 9(3).
       FD  ARQ-PEDIDO.
       01  REG-PEDIDO.
           02 PC-CHAVE       PIC X(08).
           02 PC-DADOS       PIC X(24).
           02 PC-QTD-PED     PIC 9(5).
           02 PC-QTD-REC     PIC 9(5).

       FD  ARQ-ESTLOCAL-ANT.
       01  REG-ESTLOCAL-ANT.
           02 EA-PROD        PIC 9(4).
           02 EA-QTD-SALAO   PIC 9(3).
           02 EA-QTD-DEP     PIC 9(3).
       FD  ARQ-ESTLOCAL.
       01  REG-ESTLOCAL.
           02 EL-PROD        PIC 9(4).
           02 EL-QTD-SALAO   PIC 9(5).
           02 EL-QTD-DEP     PIC 9(5).

       FD  ARQ-NOTACRED-ANT.
       01  REG-NOTACRED-ANT.
           02 NA-NUMERO      PIC 9(6).
           02 NA-DADOS       PIC X(15).
           02 NA-QTD         PIC 9(3).
           02 NA-RESTO       PIC X(17).
       FD  ARQ-NOTACRED.
       01  REG-NOTACRED.
           02 NC-NUMERO      PIC 9(6).
           02 NC-DADOS       PIC X(15).
           02 NC-QTD         PIC 9(5).
           02 NC-RESTO       PIC X(17).

       FD  ARQ-SEQ
           LABEL RECORD STANDARD.
       01  REG-SEQ    PIC X(200).

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP    PIC X(200).

       FD  REL-RESUMO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATCTL       PIC XX VALUE SPACES.
       77 W-STATP         PIC XX VALUE SPACES.
       77 W-STATL         PIC XX VALUE SPACES.
       77 W-STATPC        PIC XX VALUE SPACES.
       77 W-STATEL        PIC XX VALUE SPACES.
       77 W-STATN         PIC XX VALUE SPACES.
       77 W-STATSEQ       PIC XX VALUE SPACES.
       77 W-STATTMP       PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.

       77 W-NOME-ARQ      PIC X(14) VALUE SPACES.
       77 W-ANO-MORTO     PIC 9(4)  VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-QTD-LIDOS     PIC 9(6)  VALUE ZEROS.

       77 W-QTD-PROD      PIC 9(6) VALUE ZEROS.
       77 W-QTD-LOTE      PIC 9(6) VALUE ZEROS.
       77 W-QTD-PED       PIC 9(6) VALUE ZEROS.
       77 W-QTD-LOCAL     PIC 9(6) VALUE ZEROS.
       77 W-QTD-NOTA      PIC 9(6) VALUE ZEROS.
       77 W-QTD-MOV       PIC 9(6) VALUE ZEROS.
       77 W-QTD-MORTO     PIC 9(6) VALUE ZEROS.
       77 W-QTD-ESTMES    PIC 9(6) VALUE ZEROS.
       77 W-QTD-CUSTO     PIC 9(6) VALUE ZEROS.
       77 W-QTD-CONTAGEM  PIC 9(6) VALUE ZEROS.

      * PRODUTO NO LAYOUT ANTIGO (PROD-QTD DE 2 DIGITOS)
       01 W-PROD-ANT.
           02 WA-COD-NOME-PRECO PIC X(39).
           02 WA-QTD            PIC 99.
           02 WA-RESTO          PIC X(80).

      * MOVESTOQ.DAT - ANTIGO (QTD/SALDO 9(3)) E NOVO (9(5))
       01 W-MOV-ANT.
           02 MA-CABECA      PIC X(36).
           02 MA-QTD         PIC 9(03).
           02 FILLER         PIC X(01).
           02 MA-SALDO       PIC 9(03).
           02 FILLER         PIC X(01).
           02 MA-LOCAL       PIC X(01).
       01 W-MOV-NOVO.
           02 MN-CABECA      PIC X(36).
           02 MN-QTD         PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 MN-SALDO       PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 MN-LOCAL       PIC X(01).

      * ESTOQMES.DAT
       01 W-ESTMES-ANT.
           02 EMA-CABECA     PIC X(43).
           02 EMA-QTD        PIC 9(3).
           02 FILLER         PIC X(1).
           02 EMA-CUSTO      PIC X(6).
       01 W-ESTMES-NOVO.
           02 EMN-CABECA     PIC X(43).
           02 EMN-QTD        PIC 9(5).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 EMN-CUSTO      PIC X(6).

      * CUSTOHIS.DAT
       01 W-CUSTO-ANT.
           02 CHA-CABECA     PIC X(14).
           02 CHA-QTD        PIC 9(3).
           02 CHA-RESTO      PIC X(14).
       01 W-CUSTO-NOVO.
           02 CHN-CABECA     PIC X(14).
           02 CHN-QTD        PIC 9(5).
           02 CHN-RESTO      PIC X(14).

      * CONTAGEM.DAT
       01 W-CONTAGEM-ANT.
           02 CTA-CABECA     PIC X(14).
           02 CTA-CONTADO    PIC 9(03).
           02 FILLER         PIC X(01).
           02 CTA-SISTEMA    PIC 9(03).
       01 W-CONTAGEM-NOVO.
           02 CTN-CABECA     PIC X(14).
           02 CTN-CONTADO    PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACE.
           02 CTN-SISTEMA    PIC 9(05).

       01 LINCAB1.
           02 FILLER    PIC X(34) VALUE
               "CONVERSAO DE QUANTIDADES - EM: ".
           02 LC-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(36) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINDET.
           02 LD-ROTULO PIC X(30).
           02 LD-QTD    PIC ZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CONTROLE.
           IF W-STATCTL = "00"
               READ ARQ-CONTROLE
                   AT END MOVE ZEROS TO CC-DATA
               END-READ
               CLOSE ARQ-CONTROLE
               DISPLAY "CONVERSAO JA EXECUTADA EM " CC-DATA
               DISPLAY "(CONVQTD.CTL) - NADA FOI ALTERADO"
               GOBACK
           END-IF.

           DISPLAY "CONVERSAO DAS QUANTIDADES DE ESTOQUE - 5 DIGITOS".
           DISPLAY "RODAR UMA UNICA VEZ, COM O BACKUP FEITO E NENHUM".
           DISPLAY "OUTRO PROGRAMA DE ESTOQUE EM USO.".
           DISPLAY "CONFIRMA A EXECUCAO? (S/N)".
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP
               MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
           END-PERFORM.
           IF W-RESP = "N"
               DISPLAY "CONVERSAO ABANDONADA"
               GOBACK
           END-IF.

           PERFORM CONVERTER-PRODUTOS.
           PERFORM CONVERTER-LOTES.
           PERFORM CONVERTER-PEDIDOS.
           PERFORM CONVERTER-ESTLOCAL.
           PERFORM CONVERTER-NOTACRED.

           MOVE "MOVESTOQ.DAT" TO W-NOME-ARQ.
           PERFORM CONVERTER-MOVEST.
           MOVE W-QTD-LIDOS TO W-QTD-MOV.
           PERFORM CONVERTER-MORTOS.
           PERFORM CONVERTER-ESTMES.
           PERFORM CONVERTER-CUSTOHIS.
           PERFORM CONVERTER-CONTAGEM.

           PERFORM GRAVAR-CONTROLE.
           PERFORM IMPRIMIR-RESUMO.
           DISPLAY "CONVERSAO CONCLUIDA - CONTAGENS EM CONVQTD.LST".
           GOBACK.

      *-----------------------------------------------------------------*
      * CONVERTER-PRODUTOS - MESMO TAMANHO DE REGISTRO E MESMA CHAVE:
      *   LE CADA PRODUTO, GUARDA O LAYOUT ANTIGO E REGRAVA NO LUGAR.
      *-----------------------------------------------------------------*
       CONVERTER-PRODUTOS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN I-O ARQ-PROD.
           IF W-STATP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PRODUTO.
           PERFORM REGRAVAR-PRODUTO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PROD.

       LER-PRODUTO.
           READ ARQ-PROD NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       REGRAVAR-PRODUTO.
           MOVE REG-PROD-ANT TO W-PROD-ANT.
           MOVE WA-RESTO     TO REG-PROD(45:77).
           MOVE WA-QTD       TO PROD-QTD.
           REWRITE REG-PROD.
           ADD 1 TO W-QTD-PROD.
           PERFORM LER-PRODUTO.

      *-----------------------------------------------------------------*
      * CONVERTER-LOTES / PEDIDOS / ESTLOCAL / NOTACRED - INDEXADOS QUE
      *   MUDAM DE TAMANHO: PASSO 1 LE O ARQUIVO NO LAYOUT ANTIGO E
      *   GRAVA O NOVO EM CONVQTD.TMP; PASSO 2 RECRIA O INDEXADO.
      *-----------------------------------------------------------------*
       CONVERTER-LOTES.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-LOTES-ANT.
           IF W-STATL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-LOTE-ANT.
           PERFORM SEPARAR-LOTE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-LOTES-ANT ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-LOTES.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-LOTE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-LOTES.

       LER-LOTE-ANT.
           READ ARQ-LOTES-ANT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-LOTE.
           MOVE LA-CHAVE TO LT-CHAVE.
           MOVE LA-QTD   TO LT-QTD.
           MOVE SPACES   TO REG-TMP.
           MOVE REG-LOTE TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-LOTE.
           PERFORM LER-LOTE-ANT.

       COPIAR-TMP-LOTE.
           MOVE REG-TMP TO REG-LOTE.
           WRITE REG-LOTE.
           PERFORM LER-TMP.

       CONVERTER-PEDIDOS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-PEDIDO-ANT.
           IF W-STATPC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-PEDIDO-ANT.
           PERFORM SEPARAR-PEDIDO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PEDIDO-ANT ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-PEDIDO.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-PEDIDO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-PEDIDO.

       LER-PEDIDO-ANT.
           READ ARQ-PEDIDO-ANT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-PEDIDO.
           MOVE PA-CHAVE   TO PC-CHAVE.
           MOVE PA-DADOS   TO PC-DADOS.
           MOVE PA-QTD-PED TO PC-QTD-PED.
           MOVE PA-QTD-REC TO PC-QTD-REC.
           MOVE SPACES     TO REG-TMP.
           MOVE REG-PEDIDO TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-PED.
           PERFORM LER-PEDIDO-ANT.

       COPIAR-TMP-PEDIDO.
           MOVE REG-TMP TO REG-PEDIDO.
           WRITE REG-PEDIDO.
           PERFORM LER-TMP.

       CONVERTER-ESTLOCAL.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-ESTLOCAL-ANT.
           IF W-STATEL NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-ESTLOCAL-ANT.
           PERFORM SEPARAR-ESTLOCAL UNTIL FIM-ARQUIVO.
           CLOSE ARQ-ESTLOCAL-ANT ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-ESTLOCAL.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-ESTLOCAL UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-ESTLOCAL.

       LER-ESTLOCAL-ANT.
           READ ARQ-ESTLOCAL-ANT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-ESTLOCAL.
           MOVE EA-PROD      TO EL-PROD.
           MOVE EA-QTD-SALAO TO EL-QTD-SALAO.
           MOVE EA-QTD-DEP   TO EL-QTD-DEP.
           MOVE SPACES       TO REG-TMP.
           MOVE REG-ESTLOCAL TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-LOCAL.
           PERFORM LER-ESTLOCAL-ANT.

       COPIAR-TMP-ESTLOCAL.
           MOVE REG-TMP TO REG-ESTLOCAL.
           WRITE REG-ESTLOCAL.
           PERFORM LER-TMP.

       CONVERTER-NOTACRED.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-NOTACRED-ANT.
           IF W-STATN NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-NOTACRED-ANT.
           PERFORM SEPARAR-NOTACRED UNTIL FIM-ARQUIVO.
           CLOSE ARQ-NOTACRED-ANT ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-NOTACRED.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-NOTACRED UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-NOTACRED.

       LER-NOTACRED-ANT.
           READ ARQ-NOTACRED-ANT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-NOTACRED.
           MOVE NA-NUMERO    TO NC-NUMERO.
           MOVE NA-DADOS     TO NC-DADOS.
           MOVE NA-QTD       TO NC-QTD.
           MOVE NA-RESTO     TO NC-RESTO.
           MOVE SPACES       TO REG-TMP.
           MOVE REG-NOTACRED TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-NOTA.
           PERFORM LER-NOTACRED-ANT.

       COPIAR-TMP-NOTACRED.
           MOVE REG-TMP TO REG-NOTACRED.
           WRITE REG-NOTACRED.
           PERFORM LER-TMP.

      *-----------------------------------------------------------------*
      * CONVERTER-MOVEST - LIVRO DE ESTOQUE CUJO NOME ESTA EM
      *   W-NOME-ARQ (O VIVO OU UM ARQUIVO MORTO). PASSO 1 REFORMATA
      *   PARA CONVQTD.TMP; PASSO 2 RECONSTROI O ARQUIVO A PARTIR DO
      *   TMP. W-QTD-LIDOS DEVOLVE QUANTOS REGISTROS FORAM CONVERTIDOS.
      *-----------------------------------------------------------------*
       CONVERTER-MOVEST.
           MOVE ZEROS TO W-QTD-LIDOS.
           MOVE "N"   TO W-FIM-ARQ.
           OPEN INPUT ARQ-SEQ.
           IF W-STATSEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-SEQ.
           PERFORM SEPARAR-MOVEST UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SEQ ARQ-TMP.
           PERFORM RECONSTRUIR-SEQ.

       SEPARAR-MOVEST.
           MOVE REG-SEQ     TO W-MOV-ANT.
           MOVE MA-CABECA   TO MN-CABECA.
           MOVE MA-QTD      TO MN-QTD.
           MOVE MA-SALDO    TO MN-SALDO.
           MOVE MA-LOCAL    TO MN-LOCAL.
           MOVE W-MOV-NOVO  TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-LIDOS.
           PERFORM LER-SEQ.

      *-----------------------------------------------------------------*
      * CONVERTER-MORTOS - ANOS DE ARQUIVO MORTO DO LIVRO DE ESTOQUE
      *   (MOVESTOQ.AAAA, GERADOS PELO ARQUIVA), UM POR VEZ, ATE O
      *   OPERADOR RESPONDER ZERO.
      *-----------------------------------------------------------------*
       CONVERTER-MORTOS.
           MOVE 9999 TO W-ANO-MORTO.
           PERFORM CONVERTER-UM-MORTO UNTIL W-ANO-MORTO = ZEROS.

       CONVERTER-UM-MORTO.
           DISPLAY "ANO DE ARQUIVO MORTO MOVESTOQ.AAAA A CONVERTER".
           DISPLAY "(0 = NENHUM/TERMINAR): ".
           ACCEPT W-ANO-MORTO.
           IF W-ANO-MORTO NOT = ZEROS
               MOVE SPACES TO W-NOME-ARQ
               STRING "MOVESTOQ." DELIMITED BY SIZE
                      W-ANO-MORTO DELIMITED BY SIZE
                      INTO W-NOME-ARQ
               PERFORM CONVERTER-MOVEST
               IF W-STATSEQ NOT = "00" AND W-QTD-LIDOS = ZEROS
                   DISPLAY W-NOME-ARQ " NAO ENCONTRADO"
               ELSE
                   DISPLAY W-NOME-ARQ " CONVERTIDO: " W-QTD-LIDOS
                   ADD W-QTD-LIDOS TO W-QTD-MORTO
               END-IF
           END-IF.

       CONVERTER-ESTMES.
           MOVE "ESTOQMES.DAT" TO W-NOME-ARQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-SEQ.
           IF W-STATSEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-SEQ.
           PERFORM SEPARAR-ESTMES UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SEQ ARQ-TMP.
           PERFORM RECONSTRUIR-SEQ.

       SEPARAR-ESTMES.
           MOVE REG-SEQ     TO W-ESTMES-ANT.
           MOVE EMA-CABECA  TO EMN-CABECA.
           MOVE EMA-QTD     TO EMN-QTD.
           MOVE EMA-CUSTO   TO EMN-CUSTO.
           MOVE W-ESTMES-NOVO TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-ESTMES.
           PERFORM LER-SEQ.

       CONVERTER-CUSTOHIS.
           MOVE "CUSTOHIS.DAT" TO W-NOME-ARQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-SEQ.
           IF W-STATSEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-SEQ.
           PERFORM SEPARAR-CUSTOHIS UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SEQ ARQ-TMP.
           PERFORM RECONSTRUIR-SEQ.

       SEPARAR-CUSTOHIS.
           MOVE REG-SEQ     TO W-CUSTO-ANT.
           MOVE CHA-CABECA  TO CHN-CABECA.
           MOVE CHA-QTD     TO CHN-QTD.
           MOVE CHA-RESTO   TO CHN-RESTO.
           MOVE W-CUSTO-NOVO TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-CUSTO.
           PERFORM LER-SEQ.

       CONVERTER-CONTAGEM.
           MOVE "CONTAGEM.DAT" TO W-NOME-ARQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-SEQ.
           IF W-STATSEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-SEQ.
           PERFORM SEPARAR-CONTAGEM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SEQ ARQ-TMP.
           PERFORM RECONSTRUIR-SEQ.

       SEPARAR-CONTAGEM.
           MOVE REG-SEQ     TO W-CONTAGEM-ANT.
           MOVE CTA-CABECA  TO CTN-CABECA.
           MOVE CTA-CONTADO TO CTN-CONTADO.
           MOVE CTA-SISTEMA TO CTN-SISTEMA.
           MOVE W-CONTAGEM-NOVO TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-CONTAGEM.
           PERFORM LER-SEQ.

       LER-SEQ.
           READ ARQ-SEQ
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * RECONSTRUIR-SEQ - PASSO 2 DOS SEQUENCIAIS: RECRIA O ARQUIVO DE
      *   W-NOME-ARQ A PARTIR DE CONVQTD.TMP.
      *-----------------------------------------------------------------*
       RECONSTRUIR-SEQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-SEQ.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-SEQ UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-SEQ.

       COPIAR-TMP-SEQ.
           WRITE REG-SEQ FROM REG-TMP.
           PERFORM LER-TMP.

       GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           MOVE SPACES      TO REG-CONTROLE.
           MOVE W-DATA-HOJE TO CC-DATA.
           MOVE "CONVQTD"   TO CC-PROGRAMA.
           WRITE REG-CONTROLE.
           CLOSE ARQ-CONTROLE.

       IMPRIMIR-RESUMO.
           OPEN OUTPUT REL-RESUMO.
           MOVE W-DATA-HOJE TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.
           MOVE "PRODUTOS.DAT" TO LD-ROTULO.
           MOVE W-QTD-PROD     TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "LOTES.DAT"    TO LD-ROTULO.
           MOVE W-QTD-LOTE     TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "PEDCOMP.DAT"  TO LD-ROTULO.
           MOVE W-QTD-PED      TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "ESTLOCAL.DAT" TO LD-ROTULO.
           MOVE W-QTD-LOCAL    TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "NOTACRED.DAT" TO LD-ROTULO.
           MOVE W-QTD-NOTA     TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "MOVESTOQ.DAT" TO LD-ROTULO.
           MOVE W-QTD-MOV      TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "MOVESTOQ.AAAA (ARQ. MORTO)" TO LD-ROTULO.
           MOVE W-QTD-MORTO    TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "ESTOQMES.DAT" TO LD-ROTULO.
           MOVE W-QTD-ESTMES   TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "CUSTOHIS.DAT" TO LD-ROTULO.
           MOVE W-QTD-CUSTO    TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "CONTAGEM.DAT" TO LD-ROTULO.
           MOVE W-QTD-CONTAGEM TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           CLOSE REL-RESUMO.
