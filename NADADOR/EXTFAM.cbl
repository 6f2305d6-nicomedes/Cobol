      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             EXTFAM.
       AUTHOR.                 JULIANO.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - EXTRATO MENSAL DA FAMILIA: PARA A
      *   COMPETENCIA INFORMADA, LISTA EM EXTFAM.LST, POR RESPONSAVEL
      *   FINANCEIRO (RESPONS.DAT, CADRESP.cbl), CADA MENSALIDADE DOS
      *   FILHOS DELE EM MENSANAT.DAT COM VALOR CHEIO, DESCONTO DE
      *   IRMAOS, VALOR A PAGAR E SITUACAO, E O TOTAL DA FAMILIA -
      *   O PAPEL QUE VAI PARA O PAI NO LUGAR DE UMA COBRANCA POR
      *   CRIANCA. RESPONSAVEL 0 = TODOS OS QUE TEM COBRANCA NO MES.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-MENSAL ASSIGN TO "MENSANAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MN-CHAVE
               FILE STATUS     IS W-STATMN.
           SELECT ARQ-RESPONS ASSIGN TO "RESPONS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RP-CODIGO
               ALTERNATE RECORD KEY IS RP-CPF
               FILE STATUS     IS W-STATR.
           SELECT REL-EXTRATO ASSIGN TO "EXTFAM.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-MENSAL.
       01  REG-MENSAL.
           02 MN-CHAVE.
               03 MN-ANOMES PIC 9(6).
               03 MN-TURMA  PIC 9(3).
               03 MN-NADADOR PIC 9(6).
           02 MN-CATEGORIA PIC X(10).
           02 MN-VALOR     PIC 9(4)V99.
           02 MN-STATUS    PIC X(1).
               88 MN-ABERTA VALUE "A".
               88 MN-PAGA   VALUE "P".
           02 MN-DT-PGTO   PIC 9(8).
           02 MN-RESPONSAVEL PIC 9(6).
           02 MN-DESCONTO  PIC 9(4)V99.

       FD  ARQ-RESPONS.
       01  REG-RESPONSAVEL.
           02 RP-CODIGO      PIC 9(6).
           02 RP-NOME        PIC X(30).
           02 RP-CPF         PIC 9(11).
           02 RP-FONE        PIC X(12).

       FD  REL-EXTRATO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATMN        PIC XX VALUE SPACES.
       77 W-STATR         PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-COD-RESP      PIC 9(6) VALUE ZEROS.
       77 W-QTD-COBR      PIC 9(3) VALUE ZEROS.
       77 W-QTD-FAMILIAS  PIC 9(3) VALUE ZEROS.
       77 W-QTD-LINHAS    PIC 9(3) VALUE ZEROS.
       77 W-IND           PIC 9(3) VALUE ZEROS.
       77 W-BRUTO         PIC 9(6)V99 VALUE ZEROS.
       77 W-TOT-BRUTO     PIC 9(6)V99 VALUE ZEROS.
       77 W-TOT-DESCONTO  PIC 9(6)V99 VALUE ZEROS.
       77 W-TOT-LIQUIDO   PIC 9(6)V99 VALUE ZEROS.
       77 W-TOT-ABERTO    PIC 9(6)V99 VALUE ZEROS.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-NOME-NADADOR  PIC X(20) VALUE SPACES.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU-NAD     PIC X     VALUE "N".

      * COBRANCAS DA COMPETENCIA QUE TEM RESPONSAVEL
       01 TAB-COBRANCAS.
           02 TC-ENTRADA OCCURS 500 TIMES.
               03 TC-RESPONSAVEL PIC 9(6).
               03 TC-NADADOR     PIC 9(6).
               03 TC-TURMA       PIC 9(3).
               03 TC-VALOR       PIC 9(4)V99.
               03 TC-DESCONTO    PIC 9(4)V99.
               03 TC-STATUS      PIC X(1).

       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE
               "EXTRATO MENSAL DA FAMILIA - PISCINA".
           02 FILLER    PIC X(13) VALUE "COMPETENCIA: ".
           02 LC-ANOMES PIC 9999/99.
           02 FILLER    PIC X(20) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(72) VALUE ALL "=".
           02 FILLER    PIC X(08) VALUE SPACES.
       01 LINRESP1.
           02 FILLER    PIC X(13) VALUE "RESPONSAVEL: ".
           02 LR-CODIGO PIC 9(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LR-NOME   PIC X(30).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 LINRESP2.
           02 FILLER    PIC X(13) VALUE "CPF........: ".
           02 LR-CPF    PIC 9(11).
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 FILLER    PIC X(6)  VALUE "FONE: ".
           02 LR-FONE   PIC X(12).
           02 FILLER    PIC X(34) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(28) VALUE "NADADOR".
           02 FILLER    PIC X(05) VALUE "TURMA".
           02 FILLER    PIC X(08) VALUE "   CHEIO".
           02 FILLER    PIC X(09) VALUE " DESCONTO".
           02 FILLER    PIC X(09) VALUE "  A PAGAR".
           02 FILLER    PIC X(19) VALUE "  SITUACAO".
       01 LINDET.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-CODIGO PIC 9(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-NOME   PIC X(20).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-TURMA  PIC 9(3).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-BRUTO  PIC Z.ZZ9,99.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-DESC   PIC Z.ZZ9,99.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-LIQ    PIC Z.ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-SIT    PIC X(8).
           02 FILLER    PIC X(10) VALUE SPACES.
       01 LINTOTAL.
           02 FILLER    PIC X(19) VALUE SPACES.
           02 FILLER    PIC X(14) VALUE "TOTAL FAMILIA ".
           02 LT-BRUTO  PIC ZZZ.ZZ9,99.
           02 LT-DESC   PIC ZZ.ZZ9,99.
           02 LT-LIQ    PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(19) VALUE SPACES.
       01 LINABERTO.
           02 FILLER    PIC X(34) VALUE SPACES.
           02 FILLER    PIC X(18) VALUE "EM ABERTO NO MES: ".
           02 LA-VALOR  PIC ZZZ.ZZ9,99.
           02 FILLER    PIC X(18) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           INITIALIZE TAB-COBRANCAS.
           DISPLAY ERASE.
           DISPLAY "EXTRATO MENSAL DA FAMILIA" AT 0520.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES AT 0932
           END-PERFORM.
           DISPLAY "RESPONSAVEL (0 = TODOS):" AT 1010.
           ACCEPT W-COD-RESP AT 1035.

           OPEN INPUT ARQ-MENSAL.
           IF W-STATMN NOT = "00"
               DISPLAY "MENSANAT.DAT NAO ENCONTRADO (MENSANAT)" AT 1210
               STOP " "
               GOBACK
           END-IF.
           PERFORM CARREGAR-COBRANCAS.
           CLOSE ARQ-MENSAL.

           OPEN INPUT ARQ-RESPONS.
           IF W-STATR NOT = "00"
               DISPLAY "RESPONS.DAT NAO ENCONTRADO (CADRESP)" AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN OUTPUT REL-EXTRATO.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.

           IF W-COD-RESP NOT = ZEROS
               MOVE W-COD-RESP TO RP-CODIGO
               READ ARQ-RESPONS
                   INVALID KEY
                       DISPLAY "RESPONSAVEL NAO CADASTRADO" AT 1210
                   NOT INVALID KEY
                       PERFORM IMPRIMIR-FAMILIA
               END-READ
           ELSE
               MOVE "N"   TO W-FIM-ARQ
               MOVE ZEROS TO RP-CODIGO
               START ARQ-RESPONS KEY IS NOT LESS THAN RP-CODIGO
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
               END-START
               PERFORM LER-RESPONSAVEL UNTIL FIM-ARQUIVO
           END-IF.

           IF W-QTD-FAMILIAS = ZEROS
               MOVE "NENHUMA FAMILIA COM MENSALIDADE NA COMPETENCIA"
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           CLOSE ARQ-RESPONS REL-EXTRATO.
           DISPLAY "EXTRATOS GERADOS EM EXTFAM.LST:" AT 1210.
           DISPLAY W-QTD-FAMILIAS AT 1242.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * CARREGAR-COBRANCAS - COBRANCAS DA COMPETENCIA COM RESPONSAVEL
      *   (SO AS DO RESPONSAVEL PEDIDO, SE FOR UM SO).
      *-----------------------------------------------------------------*
       CARREGAR-COBRANCAS.
           MOVE "N"      TO W-FIM-ARQ.
           MOVE W-ANOMES TO MN-ANOMES.
           MOVE ZEROS    TO MN-TURMA MN-NADADOR.
           START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM GUARDAR-COBRANCA UNTIL FIM-ARQUIVO.

       GUARDAR-COBRANCA.
           READ ARQ-MENSAL NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQ
                   EXIT PARAGRAPH
           END-READ.
           IF MN-ANOMES NOT = W-ANOMES
               MOVE "S" TO W-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF MN-RESPONSAVEL NOT NUMERIC
              OR MN-RESPONSAVEL = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF W-COD-RESP NOT = ZEROS
              AND MN-RESPONSAVEL NOT = W-COD-RESP
               EXIT PARAGRAPH
           END-IF.
           IF W-QTD-COBR < 500
               ADD 1 TO W-QTD-COBR
               MOVE MN-RESPONSAVEL TO TC-RESPONSAVEL(W-QTD-COBR)
               MOVE MN-NADADOR     TO TC-NADADOR(W-QTD-COBR)
               MOVE MN-TURMA       TO TC-TURMA(W-QTD-COBR)
               MOVE MN-VALOR       TO TC-VALOR(W-QTD-COBR)
               MOVE MN-DESCONTO    TO TC-DESCONTO(W-QTD-COBR)
               MOVE MN-STATUS      TO TC-STATUS(W-QTD-COBR)
           END-IF.

       LER-RESPONSAVEL.
           READ ARQ-RESPONS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQ
               NOT AT END
                   PERFORM IMPRIMIR-FAMILIA
           END-READ.

      *-----------------------------------------------------------------*
      * IMPRIMIR-FAMILIA - CABECALHO DO RESPONSAVEL, UMA LINHA POR
      *   MENSALIDADE DOS FILHOS E O TOTAL; RESPONSAVEL SEM COBRANCA
      *   NA COMPETENCIA NAO SAI.
      *-----------------------------------------------------------------*
       IMPRIMIR-FAMILIA.
           MOVE ZEROS TO W-QTD-LINHAS W-IND.
           PERFORM CONTAR-LINHA-FAMILIA W-QTD-COBR TIMES.
           IF W-QTD-LINHAS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO W-QTD-FAMILIAS.
           MOVE ZEROS TO W-TOT-BRUTO W-TOT-DESCONTO W-TOT-LIQUIDO
                         W-TOT-ABERTO.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE RP-CODIGO TO LR-CODIGO.
           MOVE RP-NOME   TO LR-NOME.
           WRITE REG-REL FROM LINRESP1.
           MOVE RP-CPF    TO LR-CPF.
           MOVE RP-FONE   TO LR-FONE.
           WRITE REG-REL FROM LINRESP2.
           WRITE REG-REL FROM LINCAB2.
           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-COBRANCA W-QTD-COBR TIMES.
           MOVE W-TOT-BRUTO    TO LT-BRUTO.
           MOVE W-TOT-DESCONTO TO LT-DESC.
           MOVE W-TOT-LIQUIDO  TO LT-LIQ.
           WRITE REG-REL FROM LINTOTAL.
           MOVE W-TOT-ABERTO   TO LA-VALOR.
           WRITE REG-REL FROM LINABERTO.

       CONTAR-LINHA-FAMILIA.
           ADD 1 TO W-IND.
           IF TC-RESPONSAVEL(W-IND) = RP-CODIGO
               ADD 1 TO W-QTD-LINHAS
           END-IF.

       IMPRIMIR-COBRANCA.
           ADD 1 TO W-IND.
           IF TC-RESPONSAVEL(W-IND) NOT = RP-CODIGO
               EXIT PARAGRAPH
           END-IF.
           MOVE TC-NADADOR(W-IND) TO LD-CODIGO W-COD-NADADOR.
           MOVE SPACES TO W-NOME-NADADOR.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-NADADOR
                                      W-CATEG-NAD W-ACHOU-NAD.
           MOVE W-NOME-NADADOR    TO LD-NOME.
           MOVE TC-TURMA(W-IND)   TO LD-TURMA.
           COMPUTE W-BRUTO = TC-VALOR(W-IND) + TC-DESCONTO(W-IND).
           MOVE W-BRUTO           TO LD-BRUTO.
           MOVE TC-DESCONTO(W-IND) TO LD-DESC.
           MOVE TC-VALOR(W-IND)   TO LD-LIQ.
           IF TC-STATUS(W-IND) = "P"
               MOVE "PAGA"   TO LD-SIT
           ELSE
               MOVE "ABERTA" TO LD-SIT
               ADD TC-VALOR(W-IND) TO W-TOT-ABERTO
           END-IF.
           ADD W-BRUTO            TO W-TOT-BRUTO.
           ADD TC-DESCONTO(W-IND) TO W-TOT-DESCONTO.
           ADD TC-VALOR(W-IND)    TO W-TOT-LIQUIDO.
           WRITE REG-REL FROM LINDET.
