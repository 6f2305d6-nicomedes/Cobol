      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             ACOMPORC.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - ACOMPANHAMENTO DOS
      *   ORCAMENTOS DE VEICULO GRAVADOS PELO PRECOFABRICA.cbl EM
      *   ORCVEIC.DAT. A TELA LISTA OS ORCAMENTOS EM ABERTO (A PARTIR
      *   DO NUMERO INFORMADO), MARCANDO OS DE VALIDADE VENCIDA E OS
      *   DE RETORNO AO CLIENTE JA DEVIDO. ESCOLHIDO UM ORCAMENTO, O
      *   VENDEDOR REGISTRA O (C)ONTATO (OBSERVACAO E DATA DO PROXIMO
      *   RETORNO), A (V)ENDA OU O ORCAMENTO (P)ERDIDO. A VENDA SAI
      *   PELO PRECO ORCADO, MESMO QUE A TABELA TENHA MUDADO; UM VALOR
      *   MENOR DIGITADO FICA REGISTRADO COMO DESCONTO CONCEDIDO. COMO
      *   NO ACEITE DA PROPOSTA DA SEGURADORA (CONVPROP), ORCAMENTO
      *   VENCIDO NAO VIRA VENDA: E MARCADO EXPIRADO NA HORA E O
      *   CLIENTE PRECISA DE ORCAMENTO NOVO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORCAM ASSIGN TO "ORCVEIC.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS OV-NUMERO
               FILE STATUS     IS W-STATORC.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-ORCAM.
       01  REG-ORCAM.
           02 OV-NUMERO       PIC 9(6).
           02 OV-DT-ORCAMENTO PIC 9(8).
           02 OV-DT-VALIDADE  PIC 9(8).
           02 OV-CPF          PIC 9(11).
           02 OV-NOME         PIC X(30).
           02 OV-FONE         PIC X(12).
           02 OV-MODELO       PIC X(20).
           02 OV-VLR-FABRICA  PIC 9(10)V99.
           02 OV-ACESSORIOS.
               03 OV-ACESS OCCURS 8 TIMES.
                   04 OV-ACESS-COD   PIC 9(3).
                   04 OV-ACESS-VALOR PIC 9(8)V99.
           02 OV-VLR-ACESS    PIC 9(10)V99.
           02 OV-VLR-BASE     PIC 9(10)V99.
           02 OV-VLR-IMPOSTO  PIC 9(10)V99.
           02 OV-VLR-MARGEM   PIC 9(10)V99.
           02 OV-VLR-PRECO    PIC 9(10)V99.
           02 OV-STATUS       PIC X(1).
               88 OV-ABERTO       VALUE "A".
               88 OV-VENDIDO      VALUE "V".
               88 OV-PERDIDO      VALUE "P".
               88 OV-EXPIRADO     VALUE "X".
           02 OV-DT-CONTATO   PIC 9(8).
           02 OV-DT-RETORNO   PIC 9(8).
           02 OV-OBS          PIC X(40).
           02 OV-DT-VENDA     PIC 9(8).
           02 OV-VLR-VENDA    PIC 9(10)V99.
           02 OV-DESCONTO     PIC 9(10)V99.

       WORKING-STORAGE         SECTION.

       77 W-STATORC       PIC XX    VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-GRAVA         PIC X     VALUE SPACES.
       77 W-OPCAO         PIC X     VALUE SPACE.
           88 W-OPCAO-OK          VALUE "C" "V" "P" "N".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-NUM-INICIAL   PIC 9(6)  VALUE ZEROS.
       77 W-NUM-ORC       PIC 9(6)  VALUE ZEROS.
       77 W-LINHA-TELA    PIC 99    VALUE ZEROS.
       77 W-QTD-ALEM      PIC 9(5)  VALUE ZEROS.
       77 W-FIM-ORC       PIC X     VALUE "N".
           88 FIM-ORCAMENTOS        VALUE "S".
       77 W-PRECO-LST-ED  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 W-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-VENDA-ED      PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 W-VLR-VENDA     PIC 9(10)V99 VALUE ZEROS.
       77 W-OBS           PIC X(40) VALUE SPACES.
       77 W-DT-RETORNO    PIC 9(8)  VALUE ZEROS.
       77 W-IND-ACESS     PIC 9     VALUE ZEROS.
       77 W-QTD-ACESS     PIC 9     VALUE ZEROS.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-ORCAM.
           IF W-STATORC NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATORC
                   W-MENSAGEM-ERRO
                   "ACOMPORC"
               DISPLAY ERASE
               DISPLAY W-MENSAGEM-ERRO AT 2310
               GOBACK
           END-IF.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-ORCAM.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-NUM-INICIAL W-NUM-ORC.
           MOVE SPACES TO W-OPCAO W-GRAVA W-RESP.

           DISPLAY ERASE.
           DISPLAY "ACOMPANHAMENTO DE ORCAMENTOS DE VEICULOS" AT 0220.
           DISPLAY "LISTAR A PARTIR DO NUMERO (0 = INICIO):" AT 0302.
           ACCEPT W-NUM-INICIAL AT 0342.
           PERFORM LISTAR-ABERTOS.

           DISPLAY "NUMERO DO ORCAMENTO (0 ENCERRA):" AT 1902.
           ACCEPT W-NUM-ORC AT 1935.
           IF W-NUM-ORC = ZEROS
               MOVE "N" TO W-RESP
               EXIT PARAGRAPH
           END-IF.

           MOVE W-NUM-ORC TO OV-NUMERO.
           READ ARQ-ORCAM
               INVALID KEY
                   DISPLAY "ORCAMENTO NAO ENCONTRADO" AT 2310
               NOT INVALID KEY
                   PERFORM TRATAR-ORCAMENTO
           END-READ.

           DISPLAY "OUTRO ORCAMENTO? (S/N):" AT 2110.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2134 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * LISTAR-ABERTOS - ATE 12 ORCAMENTOS EM ABERTO NA TELA, A PARTIR
      *   DO NUMERO PEDIDO. "*" MARCA VALIDADE VENCIDA E "R" RETORNO
      *   AO CLIENTE JA DEVIDO; OS QUE NAO COUBERAM SAO CONTADOS.
      *-----------------------------------------------------------------*
       LISTAR-ABERTOS.
           DISPLAY "NUMERO VALIDADE CLIENTE" AT 0402.
           DISPLAY "TELEFONE     MODELO             PRECO" AT 0437.
           MOVE 5     TO W-LINHA-TELA.
           MOVE ZEROS TO W-QTD-ALEM.
           MOVE "N"   TO W-FIM-ORC.
           MOVE W-NUM-INICIAL TO OV-NUMERO.
           START ARQ-ORCAM KEY IS NOT LESS THAN OV-NUMERO
               INVALID KEY
                   MOVE "S" TO W-FIM-ORC
           END-START.
           PERFORM LER-ORCAMENTO.
           PERFORM MOSTRAR-ORCAMENTO UNTIL FIM-ORCAMENTOS.
           DISPLAY "* VALIDADE VENCIDA   R RETORNO DEVIDO" AT 1702.
           IF W-QTD-ALEM > ZEROS
               DISPLAY "MAIS EM ABERTO ALEM DESTA TELA:" AT 1742
               DISPLAY W-QTD-ALEM AT 1774
           END-IF.

       LER-ORCAMENTO.
           IF NOT FIM-ORCAMENTOS
               READ ARQ-ORCAM NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ORC
               END-READ
               IF W-STATORC NOT = "00"
                   MOVE "S" TO W-FIM-ORC
               END-IF
           END-IF.

       MOSTRAR-ORCAMENTO.
           IF OV-ABERTO
               IF W-LINHA-TELA < 17
                   MOVE OV-VLR-PRECO TO W-PRECO-LST-ED
                   DISPLAY OV-NUMERO  AT LINE W-LINHA-TELA COLUMN 2
                   DISPLAY OV-DT-VALIDADE
                                      AT LINE W-LINHA-TELA COLUMN 9
                   DISPLAY OV-NOME(1:18)
                                      AT LINE W-LINHA-TELA COLUMN 18
                   DISPLAY OV-FONE    AT LINE W-LINHA-TELA COLUMN 37
                   DISPLAY OV-MODELO(1:14)
                                      AT LINE W-LINHA-TELA COLUMN 50
                   DISPLAY W-PRECO-LST-ED
                                      AT LINE W-LINHA-TELA COLUMN 65
                   IF OV-DT-VALIDADE < W-DATA-HOJE
                       DISPLAY "*" AT LINE W-LINHA-TELA COLUMN 75
                   END-IF
                   IF OV-DT-RETORNO NOT = ZEROS
                      AND OV-DT-RETORNO NOT > W-DATA-HOJE
                       DISPLAY "R" AT LINE W-LINHA-TELA COLUMN 77
                   END-IF
                   ADD 1 TO W-LINHA-TELA
               ELSE
                   ADD 1 TO W-QTD-ALEM
               END-IF
           END-IF.
           PERFORM LER-ORCAMENTO.

      *-----------------------------------------------------------------*
      * TRATAR-ORCAMENTO - MOSTRA A ABERTURA DO ORCAMENTO E, ESTANDO
      *   EM ABERTO, PEDE O QUE FOI FEITO COM O CLIENTE.
      *-----------------------------------------------------------------*
       TRATAR-ORCAMENTO.
           PERFORM MOSTRAR-DETALHE.
           IF NOT OV-ABERTO
               EVALUATE TRUE
                   WHEN OV-VENDIDO
                       DISPLAY "ORCAMENTO JA VENDIDO EM" AT 2310
                       DISPLAY OV-DT-VENDA AT 2334
                   WHEN OV-PERDIDO
                       DISPLAY "ORCAMENTO REGISTRADO COMO PERDIDO"
                           AT 2310
                   WHEN OTHER
                       DISPLAY "EXPIRADO - FACA ORCAMENTO NOVO" AT 2310
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "(C)ONTATO (V)ENDA (P)ERDIDO (N)ADA:" AT 1802.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 1838 WITH UPPER AUTO
           END-PERFORM.
           EVALUATE W-OPCAO
               WHEN "C"
                   PERFORM REGISTRAR-CONTATO
               WHEN "V"
                   PERFORM REGISTRAR-VENDA
               WHEN "P"
                   PERFORM REGISTRAR-PERDA
           END-EVALUATE.

       MOSTRAR-DETALHE.
           DISPLAY ERASE.
           DISPLAY "ORCAMENTO.........:" AT 0202.
           DISPLAY OV-NUMERO       AT 0222.
           DISPLAY "EMITIDO EM" AT 0230.
           DISPLAY OV-DT-ORCAMENTO AT 0241.
           DISPLAY "VALIDO ATE" AT 0251.
           DISPLAY OV-DT-VALIDADE  AT 0262.
           DISPLAY "CLIENTE...........:" AT 0302.
           DISPLAY OV-NOME         AT 0322.
           DISPLAY "CPF...............:" AT 0402.
           DISPLAY OV-CPF          AT 0422.
           DISPLAY "FONE" AT 0436.
           DISPLAY OV-FONE         AT 0441.
           DISPLAY "MODELO............:" AT 0502.
           DISPLAY OV-MODELO       AT 0522.
           MOVE OV-VLR-FABRICA TO W-VALOR-ED.
           DISPLAY "VALOR DE FABRICA..:" AT 0602.
           DISPLAY W-VALOR-ED      AT 0622.
           MOVE ZEROS TO W-IND-ACESS W-QTD-ACESS.
           PERFORM CONTAR-ACESSORIO 8 TIMES.
           MOVE OV-VLR-ACESS TO W-VALOR-ED.
           DISPLAY "ACESSORIOS........:" AT 0702.
           DISPLAY W-VALOR-ED      AT 0722.
           DISPLAY "QTD" AT 0737.
           DISPLAY W-QTD-ACESS     AT 0741.
           MOVE OV-VLR-IMPOSTO TO W-VALOR-ED.
           DISPLAY "IMPOSTO...........:" AT 0802.
           DISPLAY W-VALOR-ED      AT 0822.
           MOVE OV-VLR-MARGEM TO W-VALOR-ED.
           DISPLAY "MARGEM DISTRIB....:" AT 0902.
           DISPLAY W-VALOR-ED      AT 0922.
           MOVE OV-VLR-PRECO TO W-VALOR-ED.
           DISPLAY "PRECO ORCADO......:" AT 1002.
           DISPLAY W-VALOR-ED      AT 1022.
           DISPLAY "ULTIMO CONTATO....:" AT 1202.
           DISPLAY OV-DT-CONTATO   AT 1222.
           DISPLAY "RETORNO" AT 1232.
           DISPLAY OV-DT-RETORNO   AT 1240.
           DISPLAY "OBSERVACAO........:" AT 1302.
           DISPLAY OV-OBS          AT 1322.

       CONTAR-ACESSORIO.
           ADD 1 TO W-IND-ACESS.
           IF OV-ACESS-COD(W-IND-ACESS) NOT = ZEROS
               ADD 1 TO W-QTD-ACESS
           END-IF.

      *-----------------------------------------------------------------*
      * REGISTRAR-CONTATO - OBSERVACAO DO CONTATO COM O CLIENTE E DATA
      *   DO PROXIMO RETORNO (0 = SEM RETORNO MARCADO).
      *-----------------------------------------------------------------*
       REGISTRAR-CONTATO.
           MOVE SPACES TO W-OBS.
           MOVE ZEROS  TO W-DT-RETORNO.
           DISPLAY "OBSERVACAO........:" AT 1502.
           PERFORM WITH TEST AFTER UNTIL W-OBS NOT = SPACES
               ACCEPT W-OBS AT 1522
           END-PERFORM.
           DISPLAY "PROXIMO RETORNO (AAAAMMDD, 0 NENHUM):" AT 1602.
           PERFORM WITH TEST AFTER
                   UNTIL W-DT-RETORNO = ZEROS
                      OR W-DT-RETORNO NOT < W-DATA-HOJE
               ACCEPT W-DT-RETORNO AT 1640
           END-PERFORM.
           PERFORM CONFIRMAR-GRAVACAO.
           IF W-GRAVA = "S"
               MOVE FUNCTION UPPER-CASE(W-OBS) TO OV-OBS
               MOVE W-DT-RETORNO TO OV-DT-RETORNO
               MOVE W-DATA-HOJE  TO OV-DT-CONTATO
               REWRITE REG-ORCAM
               DISPLAY "CONTATO REGISTRADO" AT 2310
           END-IF.

      *-----------------------------------------------------------------*
      * REGISTRAR-VENDA - CONVERTE O ORCAMENTO EM VENDA PELO PRECO
      *   ORCADO (0 ACEITA O PRECO); VALOR MENOR E DESCONTO CONCEDIDO,
      *   MAIOR NAO E ACEITO. ORCAMENTO VENCIDO E MARCADO EXPIRADO.
      *-----------------------------------------------------------------*
       REGISTRAR-VENDA.
           IF OV-DT-VALIDADE < W-DATA-HOJE
               MOVE "X" TO OV-STATUS
               REWRITE REG-ORCAM
               DISPLAY "VALIDADE VENCIDA - ORCAMENTO EXPIRADO" AT 2310
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALOR DA VENDA (0 = PRECO ORCADO):" AT 1502.
           PERFORM WITH TEST AFTER UNTIL W-VLR-VENDA NOT > OV-VLR-PRECO
               MOVE ZEROS TO W-VENDA-ED
               ACCEPT W-VENDA-ED AT 1538
               MOVE W-VENDA-ED TO W-VLR-VENDA
               IF W-VLR-VENDA = ZEROS
                   MOVE OV-VLR-PRECO TO W-VLR-VENDA
               END-IF
               IF W-VLR-VENDA > OV-VLR-PRECO
                   DISPLAY "ACIMA DO PRECO ORCADO" AT 2310
               END-IF
           END-PERFORM.
           MOVE W-VLR-VENDA TO W-VALOR-ED.
           DISPLAY "VENDA POR" AT 1602.
           DISPLAY W-VALOR-ED AT 1612.
           COMPUTE W-VLR-VENDA = OV-VLR-PRECO - W-VLR-VENDA.
           MOVE W-VLR-VENDA TO W-VALOR-ED.
           DISPLAY "DESCONTO" AT 1630.
           DISPLAY W-VALOR-ED AT 1639.
           PERFORM CONFIRMAR-GRAVACAO.
           IF W-GRAVA = "S"
               MOVE "V"          TO OV-STATUS
               MOVE W-DATA-HOJE  TO OV-DT-VENDA OV-DT-CONTATO
               MOVE W-VLR-VENDA  TO OV-DESCONTO
               COMPUTE OV-VLR-VENDA = OV-VLR-PRECO - OV-DESCONTO
               MOVE ZEROS        TO OV-DT-RETORNO
               REWRITE REG-ORCAM
               DISPLAY "VENDA REGISTRADA" AT 2310
           END-IF.

      *-----------------------------------------------------------------*
      * REGISTRAR-PERDA - O CLIENTE DESISTIU OU COMPROU EM OUTRO LUGAR;
      *   O MOTIVO FICA NA OBSERVACAO.
      *-----------------------------------------------------------------*
       REGISTRAR-PERDA.
           MOVE SPACES TO W-OBS.
           DISPLAY "MOTIVO DA PERDA...:" AT 1502.
           PERFORM WITH TEST AFTER UNTIL W-OBS NOT = SPACES
               ACCEPT W-OBS AT 1522
           END-PERFORM.
           PERFORM CONFIRMAR-GRAVACAO.
           IF W-GRAVA = "S"
               MOVE "P"         TO OV-STATUS
               MOVE FUNCTION UPPER-CASE(W-OBS) TO OV-OBS
               MOVE W-DATA-HOJE TO OV-DT-CONTATO
               MOVE ZEROS       TO OV-DT-RETORNO
               REWRITE REG-ORCAM
               DISPLAY "ORCAMENTO PERDIDO REGISTRADO" AT 2310
           END-IF.

       CONFIRMAR-GRAVACAO.
           MOVE SPACES TO W-GRAVA.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1902.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1930 WITH UPPER AUTO
           END-PERFORM.
