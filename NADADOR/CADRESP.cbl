      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             CADRESP.
       AUTHOR.                 JULIANO.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CADASTRO DOS RESPONSAVEIS
      *   FINANCEIROS DA PISCINA (RESPONS.DAT): A MAIORIA DOS NADADORES
      *   E CRIANCA E NAO HAVIA ONDE GUARDAR NOME, CPF E TELEFONE DE
      *   QUEM PAGA. INDEXADO PELO CODIGO (SERIE "RESPONS " DO
      *   NUMERADOR CENTRAL COMUM/PROXNUM.cbl), COM CHAVE ALTERNATIVA
      *   PELO CPF, CRITICADO PELO COMUM/VALIDCPF.cbl E SEM REPETICAO.
      *   OPCOES (I)NCLUIR, (A)LTERAR E (E)XCLUIR NO MOLDE DO CADINSTR
      *   E (V)INCULAR, QUE GRAVA O CODIGO DO RESPONSAVEL NA FICHA DO
      *   NADADOR (RN-RESPONSAVEL). RESPONSAVEL COM NADADOR VINCULADO
      *   NAO PODE SER EXCLUIDO. O VINCULO E A BASE DO DESCONTO DE
      *   IRMAOS DO MENSANAT, DO EXTRATO DA FAMILIA (EXTFAM), DA BAIXA
      *   POR FAMILIA DO BAIXANAT E DA INADIMPLENCIA POR RESPONSAVEL
      *   DO INADNAT.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESPONS ASSIGN TO "RESPONS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RP-CODIGO
               ALTERNATE RECORD KEY IS RP-CPF
               FILE STATUS     IS W-STATR.
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
       FD  ARQ-RESPONS.
       01  REG-RESPONSAVEL.
           02 RP-CODIGO      PIC 9(6).
           02 RP-NOME        PIC X(30).
           02 RP-CPF         PIC 9(11).
           02 RP-FONE        PIC X(12).

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

       77 W-STATR         PIC XX VALUE SPACES.
       77 COD-ERRO-NAD    PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "I" "A" "E" "V".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-COD           PIC 9(6)  VALUE ZEROS.
       77 W-NOME          PIC X(30) VALUE SPACES.
       77 W-CPF           PIC 9(11) VALUE ZEROS.
       77 W-CPF-OK        PIC X     VALUE "N".
       77 W-FONE          PIC X(12) VALUE SPACES.
       77 W-SEM-SEMENTE   PIC 9(6)  VALUE ZEROS.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-QTD-VINCULOS  PIC 9(4)  VALUE ZEROS.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-NOME-NADADOR  PIC X(20) VALUE SPACES.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-NADADOR         VALUE "S".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           OPEN I-O ARQ-RESPONS.
           IF W-STATR = "35"
               OPEN OUTPUT ARQ-RESPONS
               CLOSE       ARQ-RESPONS
               OPEN I-O    ARQ-RESPONS
           ELSE
               IF W-STATR NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATR
                       W-MENSAGEM-ERRO
                       "CADRESP "
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-RESPONS.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-COD W-CPF W-COD-NADADOR.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME W-FONE W-NOME-NADADOR.

           DISPLAY ERASE.
           DISPLAY "CADASTRO DE RESPONSAVEIS DA PISCINA" AT 0320.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR (V)INCULAR:"
               AT 0510.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0559 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A, E OU V" AT 2310
               ELSE
                   DISPLAY "                   " AT 2310
               END-IF
           END-PERFORM.

           IF W-OPCAO = "I"
               PERFORM ROT-INCLUIR
           ELSE
               DISPLAY "CODIGO DO RESPONSAVEL:" AT 0710
               PERFORM WITH TEST AFTER UNTIL W-COD NOT = ZEROS
                   ACCEPT W-COD AT 0733
               END-PERFORM
               MOVE W-COD TO RP-CODIGO
               EVALUATE W-OPCAO
                   WHEN "A"
                       PERFORM ROT-ALTERAR
                   WHEN "E"
                       PERFORM ROT-EXCLUIR
                   WHEN "V"
                       PERFORM ROT-VINCULAR
               END-EVALUATE
           END-IF.

           DISPLAY "OUTRO RESPONSAVEL? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2036 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * ROT-INCLUIR - O CODIGO SO E TIRADO DO NUMERADOR DEPOIS DA
      *   CONFIRMACAO, PARA NAO QUEIMAR NUMERO COM DESISTENCIA.
      *-----------------------------------------------------------------*
       ROT-INCLUIR.
           PERFORM RECEBER-DADOS.
           PERFORM CONFIRMAR-GRAVACAO.
           IF W-GRAVA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           CALL "PROXIMO-NUMERO" USING "RESPONS " W-COD W-SEM-SEMENTE.
           IF W-COD = ZEROS
               DISPLAY "NUMERADOR OCUPADO - NAO GRAVADO" AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE W-COD  TO RP-CODIGO.
           MOVE W-NOME TO RP-NOME.
           MOVE W-CPF  TO RP-CPF.
           MOVE W-FONE TO RP-FONE.
           WRITE REG-RESPONSAVEL
               INVALID KEY
                   DISPLAY "CODIGO OU CPF JA USADO - NAO GRAVADO"
                       AT 2310
               NOT INVALID KEY
                   DISPLAY "CODIGO DO RESPONSAVEL:" AT 0710
                   DISPLAY W-COD AT 0733
           END-WRITE.

       ROT-ALTERAR.
           READ ARQ-RESPONS
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO" AT 2310
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "NOME ATUAL: " AT 0810.
           DISPLAY RP-NOME        AT 0823.
           PERFORM RECEBER-DADOS.
           PERFORM CONFIRMAR-GRAVACAO.
           IF W-GRAVA = "S"
               MOVE W-COD TO RP-CODIGO
               READ ARQ-RESPONS
                   INVALID KEY
                       DISPLAY "RESPONSAVEL NAO ENCONTRADO" AT 2310
                   NOT INVALID KEY
                       MOVE W-NOME TO RP-NOME
                       MOVE W-CPF  TO RP-CPF
                       MOVE W-FONE TO RP-FONE
                       REWRITE REG-RESPONSAVEL
                           INVALID KEY
                               DISPLAY "CPF JA USADO - NAO ALTERADO"
                                   AT 2310
                       END-REWRITE
               END-READ
           END-IF.

       ROT-EXCLUIR.
           READ ARQ-RESPONS
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO" AT 2310
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "NOME..............:" AT 0910.
           DISPLAY RP-NOME AT 0930.
           PERFORM CONTAR-VINCULADOS.
           IF W-QTD-VINCULOS > ZEROS
               DISPLAY "RESPONSAVEL COM NADADOR VINCULADO:" AT 2310
               DISPLAY W-QTD-VINCULOS AT 2345
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONFIRMAR-GRAVACAO.
           IF W-GRAVA = "S"
               MOVE W-COD TO RP-CODIGO
               DELETE ARQ-RESPONS
                   INVALID KEY
                       DISPLAY "RESPONSAVEL NAO ENCONTRADO" AT 2310
               END-DELETE
           END-IF.

      *-----------------------------------------------------------------*
      * ROT-VINCULAR - LOCALIZA O NADADOR (CODIGO OU NOME, PELO
      *   BUSCANAD.cbl) E GRAVA NA FICHA DELE O CODIGO DESTE
      *   RESPONSAVEL, MOSTRANDO ANTES O VINCULO ANTERIOR, SE HOUVER.
      *-----------------------------------------------------------------*
       ROT-VINCULAR.
           READ ARQ-RESPONS
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO" AT 2310
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY RP-NOME AT 0741.

           DISPLAY "COD. NADADOR......:" AT 0910.
           DISPLAY "(0 = PROCURAR PELO NOME)" AT 0938.
           ACCEPT W-COD-NADADOR AT 0930.
           IF W-COD-NADADOR = ZEROS
               DISPLAY "NOME DO NADADOR...:" AT 1010
               PERFORM WITH TEST AFTER UNTIL W-NOME-NADADOR NOT = SPACES
                   ACCEPT W-NOME-NADADOR AT 1030 WITH UPPER
               END-PERFORM
           END-IF.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-NADADOR
                                      W-CATEG-NAD W-ACHOU.
           IF NOT ACHOU-NADADOR
               DISPLAY "NADADOR NAO ENCONTRADO EM NADADORES.DAT" AT 2310
               EXIT PARAGRAPH
           END-IF.
           DISPLAY W-COD-NADADOR AT 0930.
           DISPLAY "                        " AT 0938.
           DISPLAY "NOME DO NADADOR...:" AT 1010.
           DISPLAY W-NOME-NADADOR AT 1030.

           OPEN I-O ARQ-NADADORES.
           IF COD-ERRO-NAD NOT = "00"
               DISPLAY "NADADORES.DAT INDISPONIVEL" AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE W-COD-NADADOR TO RN-CODIGO.
           READ ARQ-NADADORES
               INVALID KEY
                   DISPLAY "NADADOR NAO ENCONTRADO EM NADADORES.DAT"
                       AT 2310
                   CLOSE ARQ-NADADORES
                   EXIT PARAGRAPH
           END-READ.
           IF RN-RESPONSAVEL = W-COD
               DISPLAY "NADADOR JA VINCULADO A ESTE RESPONSAVEL" AT 2310
               CLOSE ARQ-NADADORES
               EXIT PARAGRAPH
           END-IF.
           IF RN-RESPONSAVEL NOT NUMERIC
               MOVE ZEROS TO RN-RESPONSAVEL
           END-IF.
           IF RN-RESPONSAVEL NOT = ZEROS
               DISPLAY "RESPONSAVEL ATUAL.:" AT 1210
               DISPLAY RN-RESPONSAVEL AT 1230
               DISPLAY "(SERA SUBSTITUIDO)" AT 1238
           END-IF.
           PERFORM CONFIRMAR-GRAVACAO.
           IF W-GRAVA = "S"
               MOVE W-COD TO RN-RESPONSAVEL
               REWRITE REG-NADADOR
                   INVALID KEY
                       DISPLAY "NADADOR NAO REGRAVADO" AT 2310
                   NOT INVALID KEY
                       DISPLAY "NADADOR VINCULADO" AT 2310
               END-REWRITE
           END-IF.
           CLOSE ARQ-NADADORES.

      *-----------------------------------------------------------------*
      * CONTAR-VINCULADOS - QUANTAS FICHAS DE NADADOR APONTAM PARA O
      *   RESPONSAVEL W-COD.
      *-----------------------------------------------------------------*
       CONTAR-VINCULADOS.
           MOVE ZEROS TO W-QTD-VINCULOS.
           MOVE "N"   TO W-FIM-ARQ.
           OPEN INPUT ARQ-NADADORES.
           IF COD-ERRO-NAD NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO RN-CODIGO.
           START ARQ-NADADORES KEY IS NOT LESS THAN RN-CODIGO
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM CONFERIR-VINCULO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-NADADORES.

       CONFERIR-VINCULO.
           READ ARQ-NADADORES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQ
               NOT AT END
                   IF RN-RESPONSAVEL = W-COD
                       ADD 1 TO W-QTD-VINCULOS
                   END-IF
           END-READ.

       RECEBER-DADOS.
           DISPLAY "NOME..............:" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-NOME NOT = SPACES
               ACCEPT W-NOME AT 0930 WITH UPPER
           END-PERFORM.
           PERFORM RECEBER-CPF.
           DISPLAY "TELEFONE..........:" AT 1310.
           ACCEPT W-FONE AT 1330.

      *-----------------------------------------------------------------*
      * RECEBER-CPF - DIGITOS VERIFICADORES PELO VALIDCPF E CPF QUE
      *   NAO PODE PERTENCER A OUTRO CODIGO DO CADASTRO.
      *-----------------------------------------------------------------*
       RECEBER-CPF.
           DISPLAY "CPF...............:" AT 1110.
           PERFORM WITH TEST AFTER UNTIL W-CPF-OK = "S"
               ACCEPT W-CPF AT 1130
               CALL "VALIDA-CPF" USING W-CPF W-CPF-OK
               IF W-CPF-OK NOT = "S"
                   DISPLAY "CPF INVALIDO                     " AT 2310
               ELSE
                   DISPLAY "                                 " AT 2310
                   PERFORM CONFERIR-CPF-REPETIDO
               END-IF
           END-PERFORM.

       CONFERIR-CPF-REPETIDO.
           MOVE W-CPF TO RP-CPF.
           READ ARQ-RESPONS KEY IS RP-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RP-CODIGO NOT = W-COD
                       DISPLAY "CPF JA CADASTRADO NO CODIGO" AT 2310
                       DISPLAY RP-CODIGO AT 2339
                       MOVE "N" TO W-CPF-OK
                   END-IF
           END-READ.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1710.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1738 WITH UPPER AUTO
           END-PERFORM.
