      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             BUSCA-NADADOR.
       AUTHOR.                 JULIANO.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - LOCALIZACAO DO NADADOR NA FICHA
      *   INDEXADA NADADORES.DAT, NO LUGAR DA VARREDURA PELO NOME QUE
      *   CADA PROGRAMA FAZIA (E QUE CONFUNDIA DUAS CRIANCAS DE MESMO
      *   NOME). COM O CODIGO INFORMADO, LE DIRETO PELA CHAVE; COM O
      *   CODIGO ZERADO, PROCURA PELO NOME NA CHAVE ALTERNATIVA E, SE
      *   HOUVER HOMONIMOS, MOSTRA OS CANDIDATOS (CODIGO, CATEGORIA E
      *   NASCIMENTO) NAS LINHAS 11 A 19 DA TELA PARA O OPERADOR
      *   ESCOLHER O CODIGO. DEVOLVE CODIGO, NOME, CATEGORIA E "S" EM
      *   ACHOU QUANDO ENCONTRA. USADO PELO MATNAT, INSCTORN,
      *   BAIXANAT E RESTORN, E PELOS RELATORIOS PARA TRAZER O NOME
      *   A PARTIR DO CODIGO.
      * 15 OUTUBRO 2026 - JULIANO - A FICHA GANHA O CODIGO DO
      *   RESPONSAVEL FINANCEIRO (RN-RESPONSAVEL, DO CADRESP.cbl).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-NADADORES ASSIGN TO "NADADORES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RN-CODIGO
               ALTERNATE RECORD KEY IS RN-NOME WITH DUPLICATES
               FILE STATUS     IS COD-ERRO-NAD.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-NADADORES.
       01  REG-NADADOR.
           02 RN-CODIGO      PIC 9(6).
           02 FILLER         PIC X(1).
           02 RN-NOME        PIC X(20).
           02 FILLER         PIC X(1).
           02 RN-IDADE       PIC 99.
           02 FILLER         PIC X(1).
           02 RN-CATEGORIA   PIC X(10).
           02 FILLER         PIC X(1).
           02 RN-DATA        PIC 9(8).
           02 FILLER         PIC X(1).
           02 RN-NASC        PIC 9(8).
           02 FILLER         PIC X(1).
           02 RN-RESPONSAVEL PIC 9(6).

       WORKING-STORAGE         SECTION.

       77 COD-ERRO-NAD    PIC XX   VALUE SPACES.
       77 W-FIM-ARQ       PIC X    VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-LIDO          PIC X    VALUE "N".
           88 FICHA-LIDA           VALUE "S".
       77 W-QTD-HOMON     PIC 9(3) VALUE ZEROS.
       77 W-IND           PIC 9(3) VALUE ZEROS.
       77 W-LINHA         PIC 99   VALUE ZEROS.
       77 W-COD-ESCOLHA   PIC 9(6) VALUE ZEROS.
       77 W-BRANCO        PIC X(70) VALUE SPACES.

       01 TAB-HOMONIMOS.
           02 TH-ENTRADA OCCURS 7 TIMES.
               03 TH-CODIGO    PIC 9(6).
               03 TH-CATEGORIA PIC X(10).
               03 TH-NASC      PIC 9(8).

       01 LINHOMON.
           02 LH-CODIGO    PIC 9(6).
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 LH-CATEGORIA PIC X(10).
           02 FILLER       PIC X(8)  VALUE "  NASC. ".
           02 LH-NASC      PIC 9999/99/99.

       LINKAGE                 SECTION.
       01 COD-NADADOR     PIC 9(6).
       01 NOME-NADADOR    PIC X(20).
       01 CATEG-NADADOR   PIC X(10).
       01 ACHOU-NADADOR   PIC X.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING COD-NADADOR NOME-NADADOR CATEG-NADADOR
                                ACHOU-NADADOR.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE "N"    TO ACHOU-NADADOR.
           MOVE SPACES TO CATEG-NADADOR.
           OPEN INPUT ARQ-NADADORES.
           IF COD-ERRO-NAD NOT = "00"
               EXIT PROGRAM
           END-IF.

           IF COD-NADADOR NOT = ZEROS
               PERFORM LER-PELO-CODIGO
               IF FICHA-LIDA
                   PERFORM DEVOLVER-NADADOR
               END-IF
           ELSE
               PERFORM PROCURAR-PELO-NOME
           END-IF.

           CLOSE ARQ-NADADORES.
           EXIT PROGRAM.

       LER-PELO-CODIGO.
           MOVE "N" TO W-LIDO.
           MOVE COD-NADADOR TO RN-CODIGO.
           READ ARQ-NADADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO W-LIDO
           END-READ.

       DEVOLVER-NADADOR.
           MOVE "S"          TO ACHOU-NADADOR.
           MOVE RN-CODIGO    TO COD-NADADOR.
           MOVE RN-NOME      TO NOME-NADADOR.
           MOVE RN-CATEGORIA TO CATEG-NADADOR.

      *-----------------------------------------------------------------*
      * PROCURAR-PELO-NOME - PERCORRE A CHAVE ALTERNATIVA A PARTIR DO
      *   NOME; UM UNICO NADADOR E DEVOLVIDO DIRETO, MAIS DE UM VAI
      *   PARA A ESCOLHA NA TELA.
      *-----------------------------------------------------------------*
       PROCURAR-PELO-NOME.
           MOVE ZEROS TO W-QTD-HOMON.
           MOVE "N"   TO W-FIM-ARQ.
           MOVE NOME-NADADOR TO RN-NOME.
           START ARQ-NADADORES KEY IS EQUAL TO RN-NOME
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-HOMONIMO UNTIL FIM-ARQUIVO.

           EVALUATE TRUE
               WHEN W-QTD-HOMON = ZEROS
                   CONTINUE
               WHEN W-QTD-HOMON = 1
                   MOVE TH-CODIGO(1) TO COD-NADADOR
                   PERFORM LER-PELO-CODIGO
                   IF FICHA-LIDA
                       PERFORM DEVOLVER-NADADOR
                   END-IF
               WHEN OTHER
                   PERFORM ESCOLHER-HOMONIMO
           END-EVALUATE.

       LER-HOMONIMO.
           READ ARQ-NADADORES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQUIVO
               IF RN-NOME NOT = NOME-NADADOR
                   MOVE "S" TO W-FIM-ARQ
               ELSE
                   ADD 1 TO W-QTD-HOMON
                   IF W-QTD-HOMON NOT > 7
                       MOVE RN-CODIGO    TO TH-CODIGO(W-QTD-HOMON)
                       MOVE RN-CATEGORIA TO TH-CATEGORIA(W-QTD-HOMON)
                       MOVE RN-NASC      TO TH-NASC(W-QTD-HOMON)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * ESCOLHER-HOMONIMO - LISTA ATE 7 CANDIDATOS E ACEITA O CODIGO,
      *   QUE PRECISA SER DE UM NADADOR COM O NOME PROCURADO (ZERO
      *   DESISTE). AS LINHAS USADAS SAO LIMPAS NA SAIDA.
      *-----------------------------------------------------------------*
       ESCOLHER-HOMONIMO.
           DISPLAY "HA MAIS DE UM NADADOR COM ESSE NOME:" AT 1110.
           MOVE 11    TO W-LINHA.
           MOVE ZEROS TO W-IND.
           PERFORM MOSTRAR-HOMONIMO
               UNTIL W-IND >= W-QTD-HOMON OR W-IND >= 7.
           IF W-QTD-HOMON > 7
               DISPLAY "(HA OUTROS - INFORME O CODIGO)" AT 1148
           END-IF.

           DISPLAY "CODIGO DO NADADOR (0 = NENHUM):" AT 1910.
           PERFORM WITH TEST AFTER
                   UNTIL W-COD-ESCOLHA = ZEROS
                      OR ACHOU-NADADOR = "S"
               MOVE ZEROS TO W-COD-ESCOLHA
               ACCEPT W-COD-ESCOLHA AT 1942
               IF W-COD-ESCOLHA NOT = ZEROS
                   MOVE W-COD-ESCOLHA TO COD-NADADOR
                   PERFORM LER-PELO-CODIGO
                   IF FICHA-LIDA AND RN-NOME = NOME-NADADOR
                       PERFORM DEVOLVER-NADADOR
                   ELSE
                       DISPLAY "CODIGO NAO E DE NADADOR COM ESSE NOME"
                           AT 2310
                   END-IF
               END-IF
           END-PERFORM.
           IF ACHOU-NADADOR NOT = "S"
               MOVE ZEROS TO COD-NADADOR
           END-IF.

           MOVE 10 TO W-LINHA.
           PERFORM LIMPAR-LINHA 9 TIMES.
           DISPLAY W-BRANCO AT 2310.

       MOSTRAR-HOMONIMO.
           ADD 1 TO W-IND W-LINHA.
           MOVE TH-CODIGO(W-IND)    TO LH-CODIGO.
           MOVE TH-CATEGORIA(W-IND) TO LH-CATEGORIA.
           MOVE TH-NASC(W-IND)      TO LH-NASC.
           DISPLAY LINHOMON AT LINE W-LINHA COLUMN 12.

       LIMPAR-LINHA.
           ADD 1 TO W-LINHA.
           DISPLAY W-BRANCO AT LINE W-LINHA COLUMN 1.
