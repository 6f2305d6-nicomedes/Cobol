      *   IDADE >= 5 OR IDADE <= 90, VERDADEIRO PARA QUALQUER IDADE
      *   POSSIVEL, E NUNCA REJEITAVA UMA DATA DE NASCIMENTO FORA DA
      *   FAIXA; PASSA A TESTAR IDADE-OK DIRETO.
      * 15 OUTUBRO 2026 - JULIANO - NADADORES.DAT PASSA A SER INDEXADO
      *   PELO CODIGO DO NADADOR (RN-CODIGO, DA SERIE "NADADOR " DO
      *   NUMERADOR CENTRAL COMUM/PROXNUM.cbl), COM CHAVE ALTERNATIVA
      *   PELO NOME PARA AS PROCURAS. MATRICULA, ESPERA, CHAMADA,
      *   MENSALIDADE E TORNEIO GUARDAM O CODIGO, NAO MAIS O NOME.
      *   NOME JA CADASTRADO E AVISADO NA TELA COM O CODIGO EXISTENTE
      *   ANTES DE GRAVAR O HOMONIMO. O CODIGO GERADO E MOSTRADO AO
      *   FIM.
      * 15 OUTUBRO 2026 - JULIANO - A FICHA GANHA O CODIGO DO
      *   RESPONSAVEL FINANCEIRO (RN-RESPONSAVEL), CONFERIDO EM
      *   RESPONS.DAT (CADRESP.cbl); ZERO = SEM RESPONSAVEL (ADULTO).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-NADADORES ASSIGN TO "NADADORES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RN-CODIGO
               ALTERNATE RECORD KEY IS RN-NOME WITH DUPLICATES
               FILE STATUS     IS COD-ERRO-NAD.
           SELECT ARQ-RESPONS ASSIGN TO "RESPONS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS RP-CODIGO
               FILE STATUS     IS COD-ERRO-RESP.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-NADADORES.
       01  REG-NADADOR.
           02 RN-CODIGO      PIC 9(6).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 RN-NOME        PIC X(20).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 RN-IDADE       PIC 99.
           02 RN-DATA        PIC 9(8).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 RN-NASC        PIC 9(8).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 RN-RESPONSAVEL PIC 9(6).

       FD  ARQ-RESPONS.
       01  REG-RESPONSAVEL.
           02 RP-CODIGO      PIC 9(6).
           02 RP-NOME        PIC X(30).
           02 RP-CPF         PIC 9(11).
           02 RP-FONE        PIC X(12).

       WORKING-STORAGE         SECTION.

       77 W-DATA-SISTEMA  PIC 9(8)   VALUE ZEROS.
       77 COD-ERRO-NAD    PIC X(02)  VALUE SPACES.
       77 W-DATA-OK       PIC X      VALUE SPACE.
       77 W-COD-NADADOR   PIC 9(6)   VALUE ZEROS.
       77 W-SEM-SEMENTE   PIC 9(6)   VALUE ZEROS.
       77 W-GRAVA         PIC X      VALUE "S".
       77 COD-ERRO-RESP   PIC X(02)  VALUE SPACES.
       77 W-COD-RESP      PIC 9(6)   VALUE ZEROS.
       77 W-RESP-OK       PIC X      VALUE "N".
       77 W-RESPONS-ABERTO PIC X     VALUE "N".
       01 W-DATA-NASC-NUM PIC 9(8)   VALUE ZEROS.

       01  DATA-NASCIMENTO.

           DISPLAY W-CATEGORIA AT 1130.

           PERFORM RECEBER-RESPONSAVEL.
           PERFORM GRAVAR-FICHA.

       FIM.
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * RECEBER-RESPONSAVEL - CODIGO DO RESPONSAVEL FINANCEIRO, QUE
      *   PRECISA EXISTIR EM RESPONS.DAT; ZERO DEIXA SEM RESPONSAVEL.
      *-----------------------------------------------------------------*
       RECEBER-RESPONSAVEL.
           MOVE "N" TO W-RESP-OK W-RESPONS-ABERTO.
           OPEN INPUT ARQ-RESPONS.
           IF COD-ERRO-RESP = "00"
               MOVE "S" TO W-RESPONS-ABERTO
           END-IF.
           DISPLAY "COD. RESPONSAVEL (0 = NENHUM):" AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-RESP-OK = "S"
               MOVE ZEROS TO W-COD-RESP
               ACCEPT W-COD-RESP AT 1441
               IF W-COD-RESP = ZEROS
                   MOVE "S" TO W-RESP-OK
                   DISPLAY "                              " AT 1449
               ELSE
                   PERFORM CONFERIR-RESPONSAVEL
               END-IF
           END-PERFORM.
           IF W-RESPONS-ABERTO = "S"
               CLOSE ARQ-RESPONS
           END-IF.

       CONFERIR-RESPONSAVEL.
           IF W-RESPONS-ABERTO NOT = "S"
               DISPLAY "RESPONS.DAT NAO ENCONTRADO (CADRESP)" AT 1449
               EXIT PARAGRAPH
           END-IF.
           MOVE W-COD-RESP TO RP-CODIGO.
           READ ARQ-RESPONS
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO CADASTRADO    " AT 1449
               NOT INVALID KEY
                   DISPLAY RP-NOME AT 1449
                   MOVE "S" TO W-RESP-OK
           END-READ.

      *-----------------------------------------------------------------*
      * GRAVAR-FICHA - ACRESCENTA O NADADOR CLASSIFICADO NA FICHA DA
      *   TURMA (NADADORES.DAT), CRIANDO O ARQUIVO SE AINDA NAO EXISTIR,
      *   COM O PROXIMO CODIGO DA SERIE "NADADOR ". NOME JA EXISTENTE
      *   PEDE CONFIRMACAO (PODE SER A MESMA CRIANCA FICHADA DE NOVO).
      *-----------------------------------------------------------------*
       GRAVAR-FICHA.
           OPEN I-O ARQ-NADADORES.
           IF COD-ERRO-NAD = "35"
               OPEN OUTPUT ARQ-NADADORES
               CLOSE       ARQ-NADADORES
               OPEN I-O    ARQ-NADADORES
           END-IF.

           PERFORM CONFERIR-HOMONIMO.
           IF W-GRAVA NOT = "S"
               DISPLAY "FICHA NAO GRAVADA" AT 1530
               CLOSE ARQ-NADADORES
               EXIT PARAGRAPH
           END-IF.

           CALL "PROXIMO-NUMERO" USING "NADADOR " W-COD-NADADOR
                                       W-SEM-SEMENTE.
           IF W-COD-NADADOR = ZEROS
               DISPLAY "NUMERADOR OCUPADO - FICHA NAO GRAVADA" AT 1530
               CLOSE ARQ-NADADORES
               EXIT PARAGRAPH
           END-IF.

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.

           MOVE SPACES      TO REG-NADADOR.
           MOVE W-COD-NADADOR TO RN-CODIGO.
           MOVE W-NOME      TO RN-NOME.
           MOVE IDADE       TO RN-IDADE.
           MOVE W-CATEGORIA TO RN-CATEGORIA.
           MOVE W-DATA-SISTEMA TO RN-DATA.
           MOVE DATA-NASCIMENTO TO RN-NASC.
           MOVE W-COD-RESP  TO RN-RESPONSAVEL.
           WRITE REG-NADADOR
               INVALID KEY
                   DISPLAY "CODIGO JA USADO - FICHA NAO GRAVADA" AT 1530
               NOT INVALID KEY
                   DISPLAY "CODIGO DO NADADOR:" AT 1330
                   DISPLAY W-COD-NADADOR AT 1349
           END-WRITE.

           CLOSE ARQ-NADADORES.

      *-----------------------------------------------------------------*
      * CONFERIR-HOMONIMO - PROCURA O NOME NA CHAVE ALTERNATIVA; SE JA
      *   HOUVER NADADOR COM ESSE NOME, MOSTRA O CODIGO DELE E PERGUNTA
      *   SE E OUTRA PESSOA.
      *-----------------------------------------------------------------*
       CONFERIR-HOMONIMO.
           MOVE "S"    TO W-GRAVA.
           MOVE W-NOME TO RN-NOME.
           START ARQ-NADADORES KEY IS EQUAL TO RN-NOME
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ ARQ-NADADORES NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "JA EXISTE NADADOR COM ESSE NOME - CODIGO:" AT 1230.
           DISPLAY RN-CODIGO AT 1272.
           DISPLAY "E OUTRA PESSOA? GRAVAR ASSIM MESMO (S/N):" AT 1330.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1372 WITH UPPER AUTO
           END-PERFORM.
           DISPLAY "                                          " AT 1330.
           DISPLAY "                                          " AT 1230.
           DISPLAY "      " AT 1272.
