      *   MOVENDO OS MOVIMENTOS ANTIGOS PARA MOVESTOQ.AAAA, O KARDEX
      *   GANHA A OPCAO DE INFORMAR O ANO DO ARQUIVO MORTO (0 LE O
      *   MOVESTOQ.DAT VIVO).
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS (PROD-QTD, MV-QTD E MV-SALDO); COLUNAS QTD E
      *   SALDO DO RELATORIO COM 5 POSICOES, MESMO ALINHAMENTO.
      * 15 OUTUBRO 2026 - JULIANO - LEGENDA DOS TIPOS NO RODAPE, COM
      *   OS TIPOS DA ORDEM DE PRODUCAO: "C" NOS INGREDIENTES E "F" NO
      *   PREPARADO FABRICADO.
      * 15 OUTUBRO 2026 - JULIANO - MOVESTOQ.DAT (E OS MORTOS
      *   MOVESTOQ.AAAA) PASSAM A INDEXADOS: O KARDEX POSICIONA PELA
      *   CHAVE ALTERNATIVA MV-CHAVE-PROD (PRODUTO + DATA + HORA) E LE
      *   SO OS MOVIMENTOS DO PRODUTO, PARANDO NO PRIMEIRO DE OUTRO
      *   PRODUTO, EM VEZ DE VARRER O LIVRO INTEIRO. NOVA PERGUNTA
      *   "A PARTIR DE" (AAAAMMDD, 0 = DESDE O INICIO) PARA COMECAR O
      *   KARDEX NUMA DATA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVEST ASSIGN TO W-NOME-MOVEST
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MV-CHAVE
               ALTERNATE RECORD KEY IS MV-CHAVE-PROD
               FILE STATUS     IS COD-ERRO-MOVEST.
           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
      *-----------------------------------------------------------------*

       FILE SECTION.
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

       FD  ARQ-PROD.
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 FILLER      PIC X(77).

       FD  REL-KARDEX
           LABEL RECORD STANDARD.
       77 W-COD-PROCURA   PIC 9(4) VALUE ZEROS.
       77 W-NOME-MOVEST   PIC X(14) VALUE "MOVESTOQ.DAT".
       77 W-ANO-MORTO     PIC 9(4) VALUE ZEROS.
       77 W-DATA-INICIO   PIC 9(8) VALUE ZEROS.
       77 W-DATA-OK       PIC X    VALUE "N".
       77 W-CONT-MOV      PIC 9(5) VALUE ZEROS.

       01 LINCAB1.
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LD-TIPO   PIC X(01).
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 LD-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-SALDO  PIC ZZZZ9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LD-LOCAL  PIC X(01).
           02 FILLER    PIC X(31) VALUE SPACES.
       01 LINRODAPE.
           02 FILLER    PIC X(23) VALUE "MOVIMENTOS LISTADOS: ".
           02 LR-CONT   PIC ZZZZ9.
           02 FILLER    PIC X(52) VALUE SPACES.
       01 LINLEGENDA1.
           02 FILLER    PIC X(40) VALUE
               "TIPOS: E=ENTRADA S=SAIDA D=DEVOLUCAO P=P".
           02 FILLER    PIC X(40) VALUE
               "ERDA A=AJUSTE INVENTARIO T=TRANSFERENCIA".
       01 LINLEGENDA2.
           02 FILLER    PIC X(40) VALUE
               "       C=CONSUMO EM ORDEM DE PRODUCAO F=".
           02 FILLER    PIC X(40) VALUE
               "FABRICACAO DE PREPARADO                 ".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
                      INTO W-NOME-MOVEST
           END-IF.

           DISPLAY "A PARTIR DE (AAAAMMDD, 0=TUDO):" AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT W-DATA-INICIO AT 1442
               IF W-DATA-INICIO = ZEROS
                   MOVE "S" TO W-DATA-OK
               ELSE
                   CALL "VALIDA-DATA" USING W-DATA-INICIO W-DATA-OK
               END-IF
           END-PERFORM.

           PERFORM ROT-ABRIR.
           PERFORM ROT-CABECALHO.
           IF COD-ERRO-MOVEST = "00"
               PERFORM ROT-POSICIONAR
               PERFORM ROT-LER
               PERFORM ROT-PROCESSA UNTIL FIM-ARQUIVO
           ELSE
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.

      *-----------------------------------------------------------------*
      * ROT-POSICIONAR - PRIMEIRO MOVIMENTO DO PRODUTO NA DATA INICIAL
      *   (OU DEPOIS DELA) PELA CHAVE ALTERNATIVA; DALI EM DIANTE A
      *   LEITURA SEGUE NA ORDEM PRODUTO/DATA/HORA.
      *-----------------------------------------------------------------*
       ROT-POSICIONAR.
           MOVE W-COD-PROCURA TO MV-PROD-COD.
           MOVE W-DATA-INICIO TO MV-DATA-PROD.
           MOVE ZEROS         TO MV-HORA-PROD.
           START ARQ-MOVEST KEY IS NOT LESS THAN MV-CHAVE-PROD
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.

       ROT-LER.
           IF NOT FIM-ARQUIVO
               READ ARQ-MOVEST NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF COD-ERRO-MOVEST NOT = "00"
                  OR MV-PROD-COD NOT = W-COD-PROCURA
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       ROT-PROCESSA.
           MOVE MV-DATA     TO LD-DATA.
           MOVE MV-HORA     TO LD-HORA.
           MOVE MV-PROGRAMA TO LD-PROG.
           MOVE MV-TIPO     TO LD-TIPO.
           MOVE MV-QTD      TO LD-QTD.
           MOVE MV-SALDO    TO LD-SALDO.
           MOVE MV-LOCAL    TO LD-LOCAL.
           WRITE REG-REL FROM LINDET.
           ADD 1 TO W-CONT-MOV.
           PERFORM ROT-LER.

       ROT-RODAPE.
           MOVE W-CONT-MOV TO LR-CONT.
           WRITE REG-REL FROM LINRODAPE.
           WRITE REG-REL FROM LINLEGENDA1.
           WRITE REG-REL FROM LINLEGENDA2.

       ROT-FECHAR.
           IF COD-ERRO-MOVEST = "00"
