      *   IMPOSTO E DA MARGEM, E A FOLHA DETALHA CADA ACESSORIO
      *   INCLUIDO - ANTES ISSO ERA SOMADO NA CALCULADORA DEPOIS DA
      *   FOLHA IMPRESSA.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - O ORCAMENTO DO MODO
      *   UNITARIO SE PERDIA AO FECHAR A TELA. O MODELO PASSA A SER
      *   PROCURADO EM VEICULOS.DAT (SEM A TABELA, MODELO E VALOR SAO
      *   DIGITADOS) E, CALCULADO O PRECO, O ORCAMENTO PODE SER
      *   GRAVADO EM ORCVEIC.DAT COM NUMERO DO NUMERADOR (SERIE
      *   "ORCVEIC"), CPF, NOME E TELEFONE DO CLIENTE (CADASTRO UNICO
      *   DE PESSOAS), ATE 8 ACESSORIOS ESCOLHIDOS, A ABERTURA DO
      *   PRECO E A VALIDADE DE 10 DIAS. O ACOMPANHAMENTO E A VENDA
      *   FICAM NO ACOMPORC.cbl E A CONVERSAO MENSAL NO RELORCV.cbl.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - MODELO EM BRANCO NA
      *   PROCURA EM VEICULOS.DAT PASSA A SER O VEICULO FORA DA TABELA,
      *   COM MODELO E VALOR DE FABRICA DIGITADOS (ANTES A TELA NAO
      *   SAIA DA PROCURA SEM UM MODELO DA TABELA). ERRO NA ABERTURA
      *   DO ORCVEIC.DAT E MOSTRADO E O ORCAMENTO NAO E GRAVADO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           SELECT REL-PRECOS ASSIGN TO "PRECOS.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.
           SELECT ARQ-ORCAM ASSIGN TO "ORCVEIC.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS OV-NUMERO
               FILE STATUS     IS COD-ERRO-ORC.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

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

       01 VALOR-VEICULO-ED PIC Z(10),9(2) VALUE ZEROS.
           02 LA-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(31) VALUE SPACES.

      * ORCAMENTO DO MODO UNITARIO
       77 COD-ERRO-ORC     PIC X(02) VALUE SPACES.
       77 W-MODELO         PIC X(20) VALUE SPACES.
       77 W-VEIC-ACHADO    PIC X     VALUE "N".
           88 VEICULO-ACHADO        VALUE "S".
       77 W-VLR-FABRICA    PIC 9(10)V99 VALUE ZEROS.
       77 W-QTD-ACESS-ORC  PIC 9     VALUE ZEROS.
       01 TAB-ACESS-ORC.
           02 TO-ACESS OCCURS 8 TIMES.
               03 TO-COD   PIC 9(3).
               03 TO-VALOR PIC 9(8)V99.
       77 W-GRAVA-ORC      PIC X     VALUE SPACE.
       77 W-NUM-ORC        PIC 9(6)  VALUE ZEROS.
       77 W-SEM-SEMENTE    PIC 9(6)  VALUE ZEROS.
       77 W-DATA-HOJE      PIC 9(8)  VALUE ZEROS.
       77 W-DIAS-VALIDADE  PIC 9(3)  VALUE 10.
       77 W-DIAS-DATA      PIC 9(7)  VALUE ZEROS.
       77 W-DT-VALIDADE    PIC 9(8)  VALUE ZEROS.
       77 W-CPF            PIC 9(11) VALUE ZEROS.
       77 W-CPF-OK         PIC X     VALUE SPACES.
       77 W-PE-NOME        PIC X(30) VALUE SPACES.
       77 W-PE-NASC        PIC 9(8)  VALUE ZEROS.
       77 W-PE-FONE        PIC X(12) VALUE SPACES.
       77 W-PE-RETORNO     PIC X     VALUE SPACE.

       01 LINCAB1.
           02 FILLER    PIC X(33) VALUE
               "TABELA DE PRECOS DE FABRICA - ".
       STOP RUN.

       MODO-UNITARIO.
           PERFORM RECEBER-VEICULO.
           MOVE VALOR-VEICULO TO W-VLR-FABRICA.
           PERFORM ESCOLHER-ACESSORIOS.
           ADD VALOR-ACESSORIOS TO VALOR-VEICULO.
           PERFORM CALCULA-PRECO.
               DISPLAY "IMPOSTO............: " VALOR-IMPOSTO-ED
               DISPLAY "MARGEM DISTRIBUIDOR: " VALOR-MARGEM-ED
               DISPLAY "PRECO FINAL........: " VALOR-VEICULO-ED
               PERFORM OFERECER-ORCAMENTO
           END-IF.

      *-----------------------------------------------------------------*
      * RECEBER-VEICULO - MODELO PROCURADO EM VEICULOS.DAT, QUE DA O
      *   VALOR DE FABRICA; SEM A TABELA, OU COM O MODELO EM BRANCO
      *   (VEICULO FORA DA TABELA), MODELO E VALOR SAO DIGITADOS.
      *-----------------------------------------------------------------*
       RECEBER-VEICULO.
           MOVE ZEROS TO VALOR-VEICULO.
           OPEN INPUT ARQ-VEICULOS.
           IF COD-ERRO-VEIC = "00"
               CLOSE ARQ-VEICULOS
               MOVE "N" TO W-VEIC-ACHADO
               PERFORM PROCURAR-MODELO UNTIL VEICULO-ACHADO
           ELSE
               DISPLAY "VEICULOS.DAT INDISPONIVEL"
               PERFORM DIGITAR-VEICULO
           END-IF.

       PROCURAR-MODELO.
           DISPLAY "MODELO DO VEICULO (BRANCO = FORA DA TABELA):".
           MOVE SPACES TO W-MODELO.
           ACCEPT W-MODELO.
           IF W-MODELO = SPACES
               PERFORM DIGITAR-VEICULO
               MOVE "S" TO W-VEIC-ACHADO
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(W-MODELO) TO W-MODELO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-VEICULOS.
           PERFORM LER-VEICULO.
           PERFORM CONFERIR-MODELO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-VEICULOS.
           IF NOT VEICULO-ACHADO
               DISPLAY "MODELO NAO CONSTA EM VEICULOS.DAT"
           END-IF.

       DIGITAR-VEICULO.
           DISPLAY "MODELO DO VEICULO:".
           ACCEPT W-MODELO.
           MOVE FUNCTION UPPER-CASE(W-MODELO) TO W-MODELO.
           DISPLAY "VALOR DE FABRICA:".
           ACCEPT VALOR-VEICULO-ED.
           MOVE VALOR-VEICULO-ED TO VALOR-VEICULO.

       CONFERIR-MODELO.
           IF FUNCTION UPPER-CASE(VE-MODELO) = W-MODELO
               MOVE "S"       TO W-VEIC-ACHADO W-FIM-ARQ
               MOVE VE-MODELO TO W-MODELO
               MOVE VE-VALOR  TO VALOR-VEICULO VALOR-VEICULO-ED
               DISPLAY VE-MODELO " - VALOR DE FABRICA: "
                       VALOR-VEICULO-ED
           ELSE
               PERFORM LER-VEICULO
           END-IF.

      *-----------------------------------------------------------------*
      * OFERECER-ORCAMENTO - O PRECO CALCULADO PODE VIRAR ORCAMENTO
      *   GRAVADO EM ORCVEIC.DAT PARA O ACOMPANHAMENTO DA VENDA
      *   (ACOMPORC.cbl). O NUMERO SO E TIRADO DO NUMERADOR DEPOIS DOS
      *   DADOS DO CLIENTE, PARA NAO QUEIMAR NUMERO COM DESISTENCIA.
      *-----------------------------------------------------------------*
       OFERECER-ORCAMENTO.
           DISPLAY "GRAVAR ORCAMENTO PARA O CLIENTE? (S/N)".
           PERFORM WITH TEST AFTER UNTIL W-GRAVA-ORC = "S" OR "N"
               ACCEPT W-GRAVA-ORC
               MOVE FUNCTION UPPER-CASE(W-GRAVA-ORC) TO W-GRAVA-ORC
           END-PERFORM.
           IF W-GRAVA-ORC = "S"
               PERFORM RECEBER-CLIENTE
               PERFORM GRAVAR-ORCAMENTO
           END-IF.

      *-----------------------------------------------------------------*
      * RECEBER-CLIENTE - CPF CRITICADO PELO COMUM/VALIDCPF E
      *   PROCURADO NO CADASTRO UNICO DE PESSOAS: PESSOA EXISTENTE
      *   TRAZ NOME E TELEFONE; SENAO ELES SAO DIGITADOS E A PESSOA E
      *   CRIADA AO GRAVAR O ORCAMENTO.
      *-----------------------------------------------------------------*
       RECEBER-CLIENTE.
           DISPLAY "CPF DO CLIENTE (11 DIGITOS):".
           MOVE SPACES TO W-CPF-OK.
           PERFORM WITH TEST AFTER UNTIL W-CPF-OK = "S"
               ACCEPT W-CPF
               CALL "VALIDA-CPF" USING W-CPF W-CPF-OK
               IF W-CPF-OK NOT = "S"
                   DISPLAY "CPF INVALIDO"
               END-IF
           END-PERFORM.

           MOVE SPACES TO W-PE-NOME W-PE-FONE.
           MOVE ZEROS  TO W-PE-NASC.
           CALL "BUSCA-PESSOA" USING "C" W-CPF W-PE-NOME W-PE-NASC
               W-PE-FONE W-PE-RETORNO.
           IF W-PE-RETORNO = "S"
               DISPLAY "CLIENTE: " W-PE-NOME
           ELSE
               DISPLAY "NOME DO CLIENTE:"
               PERFORM WITH TEST AFTER UNTIL W-PE-NOME NOT = SPACES
                   ACCEPT W-PE-NOME
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(W-PE-NOME) TO W-PE-NOME
           END-IF.
           IF W-PE-FONE = SPACES
               DISPLAY "TELEFONE DO CLIENTE:"
               ACCEPT W-PE-FONE
           ELSE
               DISPLAY "TELEFONE: " W-PE-FONE
           END-IF.

      *-----------------------------------------------------------------*
      * GRAVAR-ORCAMENTO - NUMERO DA SERIE "ORCVEIC" DO NUMERADOR E
      *   GRAVACAO EM ORCVEIC.DAT COM A ABERTURA DO PRECO, OS
      *   ACESSORIOS ESCOLHIDOS E A VALIDADE, SITUACAO "A" (ABERTO).
      *-----------------------------------------------------------------*
       GRAVAR-ORCAMENTO.
           CALL "PROXIMO-NUMERO" USING "ORCVEIC " W-NUM-ORC
               W-SEM-SEMENTE.
           IF W-NUM-ORC = ZEROS
               DISPLAY "NUMERADOR OCUPADO - ORCAMENTO NAO GRAVADO"
               EXIT PARAGRAPH
           END-IF.

           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-DIAS-DATA =
               FUNCTION INTEGER-OF-DATE(W-DATA-HOJE) + W-DIAS-VALIDADE.
           COMPUTE W-DT-VALIDADE =
               FUNCTION DATE-OF-INTEGER(W-DIAS-DATA).

           OPEN I-O ARQ-ORCAM.
           IF COD-ERRO-ORC = "35"
               OPEN OUTPUT ARQ-ORCAM
               CLOSE       ARQ-ORCAM
               OPEN I-O    ARQ-ORCAM
           END-IF.
           IF COD-ERRO-ORC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ORCVEIC.DAT: " COD-ERRO-ORC
               DISPLAY "ORCAMENTO " W-NUM-ORC " NAO GRAVADO"
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE REG-ORCAM.
           MOVE W-NUM-ORC        TO OV-NUMERO.
           MOVE W-DATA-HOJE      TO OV-DT-ORCAMENTO.
           MOVE W-DT-VALIDADE    TO OV-DT-VALIDADE.
           MOVE W-CPF            TO OV-CPF.
           MOVE W-PE-NOME        TO OV-NOME.
           MOVE W-PE-FONE        TO OV-FONE.
           MOVE W-MODELO         TO OV-MODELO.
           MOVE W-VLR-FABRICA    TO OV-VLR-FABRICA.
           MOVE TAB-ACESS-ORC    TO OV-ACESSORIOS.
           MOVE VALOR-ACESSORIOS TO OV-VLR-ACESS.
           MOVE VALOR-BASE       TO OV-VLR-BASE.
           MOVE VALOR-IMPOSTO    TO OV-VLR-IMPOSTO.
           MOVE VALOR-MARGEM     TO OV-VLR-MARGEM.
           MOVE VALOR-VEICULO    TO OV-VLR-PRECO.
           MOVE "A"              TO OV-STATUS.
           WRITE REG-ORCAM
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ORCAMENTO " W-NUM-ORC
               NOT INVALID KEY
                   DISPLAY "ORCAMENTO " W-NUM-ORC
                       " VALIDO ATE " W-DT-VALIDADE
           END-WRITE.
           CLOSE ARQ-ORCAM.

           MOVE ZEROS TO W-PE-NASC.
           CALL "BUSCA-PESSOA" USING "G" W-CPF W-PE-NOME W-PE-NASC
               W-PE-FONE W-PE-RETORNO.

      *-----------------------------------------------------------------*
      * ESCOLHER-ACESSORIOS - CODIGOS DO CATALOGO DIGITADOS UM A UM (0
      *   ENCERRA), COM NOME E PRECO MOSTRADOS E SOMADOS. OS ATE 8
      *   ESCOLHIDOS FICAM GUARDADOS PARA O ORCAMENTO.
      *-----------------------------------------------------------------*
       ESCOLHER-ACESSORIOS.
           MOVE ZEROS TO VALOR-ACESSORIOS W-QTD-ACESS-ORC.
           INITIALIZE TAB-ACESS-ORC.
           IF NOT ACESSORIOS-ABERTO
               EXIT PARAGRAPH
           END-IF.
                       INVALID KEY
                           DISPLAY "ACESSORIO NAO CADASTRADO"
                       NOT INVALID KEY
                           PERFORM INCLUIR-ACESSORIO
                   END-READ
               END-IF
           END-PERFORM.

       INCLUIR-ACESSORIO.
           IF W-QTD-ACESS-ORC = 8
               DISPLAY "LIMITE DE 8 ACESSORIOS POR VEICULO"
               EXIT PARAGRAPH
           END-IF.
           ADD AC-VALOR TO VALOR-ACESSORIOS.
           MOVE AC-VALOR TO VALOR-ACESS-ED.
           DISPLAY AC-NOME " " VALOR-ACESS-ED.
           ADD 1 TO W-QTD-ACESS-ORC.
           MOVE AC-COD   TO TO-COD(W-QTD-ACESS-ORC).
           MOVE AC-VALOR TO TO-VALOR(W-QTD-ACESS-ORC).

      *-----------------------------------------------------------------*
      * SOMAR-ACESSORIOS-LOTE - SOMA OS ATE 4 CODIGOS DA COLUNA DE
      *   ACESSORIOS DO VEICULO DO LOTE (CODIGO 0 E VAGA VAZIA) E
