      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CONVMOV.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CONVERSAO UNICA DO LIVRO DE
      *   ESTOQUE MOVESTOQ.DAT DE SEQUENCIAL PARA INDEXADO. O LIVRO SO
      *   CRESCIA E KARDEX, RELABC, RELMES, RELPERDA E RELVARIA O
      *   LIAM INTEIRO PARA RESPONDER SOBRE UM PRODUTO OU UM MES. O
      *   REGISTRO NOVO (COMUM/GRAVAMOVEST.cbl) TEM A CHAVE PRINCIPAL
      *   POR DATA/HORA/SEQUENCIA E A ALTERNATIVA POR PRODUTO/DATA.
      *   ESTE PROGRAMA:
      *   - MOVESTOQ.DAT: DUAS PASSAGENS COMO NO CONVQTD, O LAYOUT
      *     SEQUENCIAL PARA CONVMOV.TMP JA COM AS CHAVES MONTADAS A
      *     PARTIR DE MV-DATA (DD/MM/AAAA) E MV-HORA (HH:MM:SS), E
      *     DEPOIS O INDEXADO RECRIADO A PARTIR DO TMP. MOVIMENTOS NO
      *     MESMO SEGUNDO RECEBEM SEQUENCIAS CRESCENTES NA ORDEM EM
      *     QUE FORAM GRAVADOS, PRESERVANDO A ORDEM DO KARDEX.
      *   - ARQUIVOS MORTOS MOVESTOQ.AAAA: CONVERTIDOS SE O OPERADOR
      *     INFORMAR O ANO, PARA O KARDEX CONTINUAR LENDO A HISTORIA.
      *   LINHA COM DATA OU HORA ILEGIVEL NAO E CONVERTIDA E ENTRA NA
      *   CONTAGEM DE REJEITADOS. O LAYOUT DE ORIGEM E O DE 5 DIGITOS:
      *   O CONVQTD PRECISA TER RODADO ANTES (CONVQTD.CTL), SENAO O
      *   PROGRAMA RECUSA. AO TERMINAR GRAVA CONVMOV.CTL; SE ESSE
      *   ARQUIVO JA EXISTIR O PROGRAMA RECUSA RODAR DE NOVO. AS
      *   CONTAGENS SAEM EM CONVMOV.LST. FAZER O BACKUP ANTES DE
      *   CONFIRMAR.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE ASSIGN TO W-NOME-CONTROLE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCTL.

           SELECT ARQ-SEQ ASSIGN TO W-NOME-ARQ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATSEQ.
           SELECT ARQ-MOVEST ASSIGN TO W-NOME-ARQ
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS MV-CHAVE
               ALTERNATE RECORD KEY IS MV-CHAVE-PROD
               FILE STATUS     IS W-STATMOV.
           SELECT ARQ-TMP ASSIGN TO "CONVMOV.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.

           SELECT REL-RESUMO ASSIGN TO "CONVMOV.LST"
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

      * MOVESTOQ.DAT SEQUENCIAL (LAYOUT DE 5 DIGITOS DO CONVQTD)
       FD  ARQ-SEQ
           LABEL RECORD STANDARD.
       01  REG-SEQ.
           02 MS-DATA        PIC X(10).
           02 FILLER         PIC X(01).
           02 MS-HORA        PIC X(08).
           02 FILLER         PIC X(01).
           02 MS-PROGRAMA    PIC X(08).
           02 FILLER         PIC X(01).
           02 MS-PROD-COD    PIC 9(04).
           02 FILLER         PIC X(01).
           02 MS-TIPO        PIC X(01).
           02 FILLER         PIC X(01).
           02 MS-QTD         PIC 9(05).
           02 FILLER         PIC X(01).
           02 MS-SALDO       PIC 9(05).
           02 FILLER         PIC X(01).
           02 MS-LOCAL       PIC X(01).

      * MOVESTOQ.DAT INDEXADO (MESMO LAYOUT DO GRAVAMOVEST)
       FD  ARQ-MOVEST.
       01  REG-MOVEST.
           02 MV-CHAVE.
               03 MV-DATA-AMD    PIC 9(08).
               03 MV-HORA-SEQ.
                   04 MV-HORA-NUM PIC 9(08).
                   04 MV-SEQ      PIC 9(03).
           02 MV-CHAVE-PROD.
               03 MV-PROD-COD    PIC 9(04).
               03 MV-DATA-PROD   PIC 9(08).
               03 MV-HORA-PROD   PIC 9(11).
           02 MV-DATA        PIC X(10).
           02 MV-HORA        PIC X(08).
           02 MV-PROGRAMA    PIC X(08).
           02 MV-TIPO        PIC X(01).
           02 MV-QTD         PIC 9(05).
           02 MV-SALDO       PIC 9(05).
           02 MV-LOCAL       PIC X(01).

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP    PIC X(80).

       FD  REL-RESUMO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATCTL       PIC XX VALUE SPACES.
       77 W-STATSEQ       PIC XX VALUE SPACES.
       77 W-STATMOV       PIC XX VALUE SPACES.
       77 W-STATTMP       PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-GRAVOU        PIC X  VALUE "N".
           88 GRAVACAO-OK          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.

       77 W-NOME-CONTROLE PIC X(11) VALUE SPACES.
       77 W-NOME-ARQ      PIC X(14) VALUE SPACES.
       77 W-ANO-MORTO     PIC 9(4)  VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-QTD-LIDOS     PIC 9(6)  VALUE ZEROS.
       77 W-QTD-GRAVADOS  PIC 9(6)  VALUE ZEROS.

       77 W-QTD-MOV       PIC 9(6) VALUE ZEROS.
       77 W-QTD-MORTO     PIC 9(6) VALUE ZEROS.
       77 W-QTD-REJ       PIC 9(6) VALUE ZEROS.

       01 W-DATA-AMD.
           02 W-ANO-AMD   PIC X(4).
           02 W-MES-AMD   PIC X(2).
           02 W-DIA-AMD   PIC X(2).
       01 W-HORA-NUM.
           02 W-HH-NUM    PIC X(2).
           02 W-MM-NUM    PIC X(2).
           02 W-SS-NUM    PIC X(2).
           02 W-CC-NUM    PIC X(2) VALUE "00".

       01 LINCAB1.
           02 FILLER    PIC X(34) VALUE
               "CONVERSAO DO LIVRO DE ESTOQUE EM: ".
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
           MOVE "CONVMOV.CTL" TO W-NOME-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF W-STATCTL = "00"
               READ ARQ-CONTROLE
                   AT END MOVE ZEROS TO CC-DATA
               END-READ
               CLOSE ARQ-CONTROLE
               DISPLAY "CONVERSAO JA EXECUTADA EM " CC-DATA
               DISPLAY "(CONVMOV.CTL) - NADA FOI ALTERADO"
               GOBACK
           END-IF.

           MOVE "CONVQTD.CTL" TO W-NOME-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF W-STATCTL NOT = "00"
               DISPLAY "O LIVRO AINDA ESTA NO LAYOUT DE 3 DIGITOS:"
               DISPLAY "RODAR O CONVQTD ANTES - NADA FOI ALTERADO"
               GOBACK
           END-IF.
           CLOSE ARQ-CONTROLE.

           DISPLAY "CONVERSAO DO LIVRO MOVESTOQ.DAT PARA INDEXADO".
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

           MOVE "MOVESTOQ.DAT" TO W-NOME-ARQ.
           PERFORM CONVERTER-MOVEST.
           MOVE W-QTD-GRAVADOS TO W-QTD-MOV.
           PERFORM CONVERTER-MORTOS.

           PERFORM GRAVAR-CONTROLE.
           PERFORM IMPRIMIR-RESUMO.
           DISPLAY "CONVERSAO CONCLUIDA - CONTAGENS EM CONVMOV.LST".
           GOBACK.

      *-----------------------------------------------------------------*
      * CONVERTER-MOVEST - LIVRO DE ESTOQUE CUJO NOME ESTA EM
      *   W-NOME-ARQ (O VIVO OU UM ARQUIVO MORTO). PASSO 1 MONTA O
      *   REGISTRO INDEXADO EM CONVMOV.TMP; PASSO 2 RECRIA O ARQUIVO
      *   COMO INDEXADO A PARTIR DO TMP. W-QTD-LIDOS DEVOLVE QUANTAS
      *   LINHAS FORAM LIDAS E W-QTD-GRAVADOS QUANTAS FORAM GRAVADAS.
      *-----------------------------------------------------------------*
       CONVERTER-MOVEST.
           MOVE ZEROS TO W-QTD-LIDOS W-QTD-GRAVADOS.
           MOVE "N"   TO W-FIM-ARQ.
           OPEN INPUT ARQ-SEQ.
           IF W-STATSEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-SEQ.
           PERFORM SEPARAR-MOVEST UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SEQ ARQ-TMP.
           PERFORM RECONSTRUIR-MOVEST.

       LER-SEQ.
           READ ARQ-SEQ
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-MOVEST.
           ADD 1 TO W-QTD-LIDOS.
           MOVE MS-DATA(7:4) TO W-ANO-AMD.
           MOVE MS-DATA(4:2) TO W-MES-AMD.
           MOVE MS-DATA(1:2) TO W-DIA-AMD.
           MOVE MS-HORA(1:2) TO W-HH-NUM.
           MOVE MS-HORA(4:2) TO W-MM-NUM.
           MOVE MS-HORA(7:2) TO W-SS-NUM.
           IF W-DATA-AMD NOT NUMERIC OR W-HORA-NUM NOT NUMERIC
              OR MS-PROD-COD NOT NUMERIC
               ADD 1 TO W-QTD-REJ
           ELSE
               MOVE SPACES        TO REG-MOVEST
               MOVE W-DATA-AMD    TO MV-DATA-AMD
               MOVE W-HORA-NUM    TO MV-HORA-NUM
               MOVE ZEROS         TO MV-SEQ
               MOVE MS-PROD-COD   TO MV-PROD-COD
               MOVE MS-DATA       TO MV-DATA
               MOVE MS-HORA       TO MV-HORA
               MOVE MS-PROGRAMA   TO MV-PROGRAMA
               MOVE MS-TIPO       TO MV-TIPO
               MOVE MS-QTD        TO MV-QTD
               MOVE MS-SALDO      TO MV-SALDO
               MOVE MS-LOCAL      TO MV-LOCAL
               WRITE REG-TMP FROM REG-MOVEST
           END-IF.
           PERFORM LER-SEQ.

      *-----------------------------------------------------------------*
      * RECONSTRUIR-MOVEST - PASSO 2: RECRIA W-NOME-ARQ COMO INDEXADO.
      *   A SEQUENCIA DE CADA REGISTRO COMECA EM ZERO E AVANCA ENQUANTO
      *   A CHAVE JA EXISTIR (MESMO SEGUNDO DE UM MOVIMENTO ANTERIOR).
      *-----------------------------------------------------------------*
       RECONSTRUIR-MOVEST.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-MOVEST.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-MOVEST UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-MOVEST.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       COPIAR-TMP-MOVEST.
           MOVE REG-TMP TO REG-MOVEST.
           MOVE "N" TO W-GRAVOU.
           PERFORM GRAVAR-MOVIMENTO
               UNTIL GRAVACAO-OK OR MV-SEQ = 999.
           IF GRAVACAO-OK
               ADD 1 TO W-QTD-GRAVADOS
           ELSE
               ADD 1 TO W-QTD-REJ
           END-IF.
           PERFORM LER-TMP.

       GRAVAR-MOVIMENTO.
           MOVE MV-DATA-AMD TO MV-DATA-PROD.
           MOVE MV-HORA-SEQ TO MV-HORA-PROD.
           WRITE REG-MOVEST
               INVALID KEY
                   ADD 1 TO MV-SEQ
               NOT INVALID KEY
                   MOVE "S" TO W-GRAVOU
           END-WRITE.

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
                   DISPLAY W-NOME-ARQ " CONVERTIDO: " W-QTD-GRAVADOS
                   ADD W-QTD-GRAVADOS TO W-QTD-MORTO
               END-IF
           END-IF.

       GRAVAR-CONTROLE.
           MOVE "CONVMOV.CTL" TO W-NOME-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           MOVE SPACES      TO REG-CONTROLE.
           MOVE W-DATA-HOJE TO CC-DATA.
           MOVE "CONVMOV"   TO CC-PROGRAMA.
           WRITE REG-CONTROLE.
           CLOSE ARQ-CONTROLE.

       IMPRIMIR-RESUMO.
           OPEN OUTPUT REL-RESUMO.
           MOVE W-DATA-HOJE TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.
           MOVE "MOVESTOQ.DAT" TO LD-ROTULO.
           MOVE W-QTD-MOV      TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "MOVESTOQ.AAAA (ARQ. MORTO)" TO LD-ROTULO.
           MOVE W-QTD-MORTO    TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "LINHAS REJEITADAS" TO LD-ROTULO.
           MOVE W-QTD-REJ      TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           CLOSE REL-RESUMO.
