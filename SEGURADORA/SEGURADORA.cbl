      *   VENCIDA EXPIRA NO EXPIPROP.cbl E O INDICE DE CONVERSAO POR
      *   GRUPO SAI NO RELCONV.cbl. CURIOSO DE BALCAO NAO POLUI MAIS
      *   O ARQUIVO DE APOLICES NEM A COBRANCA.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - A PROPOSTA PASSA A TRAZER
      *   O VEICULO SEGURADO (MODELO, ANO, PLACA E CHASSI). O MODELO E
      *   PROCURADO EM VEICULOS.DAT, A TABELA DO PRECOFABRICA.cbl, E O
      *   VALOR SEGURADO E O PRECO DE FABRICA DO MODELO SOMADO AOS
      *   ACESSORIOS DE ACESSOR.DAT. SEM A TABELA, O VALOR E DIGITADO.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - O CPF DO SEGURADO PASSA
      *   A SER PEDIDO PRIMEIRO E PROCURADO NO CADASTRO UNICO DE PESSOAS
      *   (PESSOA.DAT, VIA COMUM/BUSCAPESSOA.cbl): PESSOA EXISTENTE TRAZ
      *   O NOME E, COM NASCIMENTO, A IDADE; PESSOA NOVA E CRIADA COM O
      *   NOME DIGITADO QUANDO A PROPOSTA E GRAVADA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CR-COD
               FILE STATUS     IS COD-ERRO-CORR.
           SELECT ARQ-VEICULOS ASSIGN TO "VEICULOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-VEIC.
           SELECT ARQ-ACESS ASSIGN TO "ACESSOR.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS AC-COD
               FILE STATUS     IS COD-ERRO-ACES.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
           02 AP-CLASSE-BONUS PIC 9.
           02 AP-CORRETOR    PIC 9(3).
           02 AP-CPF         PIC 9(11).
           02 AP-INICIO-VIG  PIC 9(8).
           02 AP-VEIC-MODELO PIC X(20).
           02 AP-VEIC-ANO    PIC 9(4).
           02 AP-VEIC-PLACA  PIC X(7).
           02 AP-VEIC-CHASSI PIC X(17).
           02 AP-VLR-SEGURADO PIC 9(8)V99.

       FD  ARQ-SEQ-PROP
           LABEL RECORD STANDARD.
           02 PR-CPF          PIC 9(11).
           02 PR-NUM-APOLICE  PIC 9(6).
           02 PR-DT-CONVERSAO PIC 9(8).
           02 PR-VEIC-MODELO  PIC X(20).
           02 PR-VEIC-ANO     PIC 9(4).
           02 PR-VEIC-PLACA   PIC X(7).
           02 PR-VEIC-CHASSI  PIC X(17).
           02 PR-VLR-SEGURADO PIC 9(8)V99.

       FD  ARQ-TABPREM
           LABEL RECORD STANDARD.
           02 CR-FONE   PIC X(12).
           02 CR-PCT    PIC 99V99.

       FD  ARQ-VEICULOS
           LABEL RECORD STANDARD.
       01  REG-VEICULO.
           02 VE-MODELO   PIC X(20).
           02 FILLER      PIC X(1).
           02 VE-VALOR    PIC 9(10)V99.
           02 FILLER      PIC X(1).
           02 VE-ACESSORIOS.
               03 VE-ACESS OCCURS 4 TIMES PIC 9(3).

       FD  ARQ-ACESS.
       01  REG-ACESS.
           02 AC-COD    PIC 9(3).
           02 AC-NOME   PIC X(20).
           02 AC-VALOR  PIC 9(8)V99.

       WORKING-STORAGE         SECTION.

       01 VARIAVEIS.

       77 W-CPF           PIC 9(11) VALUE ZEROS.
       77 W-CPF-OK        PIC X     VALUE SPACES.
       77 W-PE-NOME       PIC X(30) VALUE SPACES.
       77 W-PE-NASC       PIC 9(8)  VALUE ZEROS.
       77 W-PE-FONE       PIC X(12) VALUE SPACES.
       77 W-PE-RETORNO    PIC X     VALUE SPACE.
       77 W-FIM-VARRE     PIC X     VALUE "N".
           88 FIM-VARREDURA         VALUE "S".

       77 COD-ERRO-VEIC   PIC X(02) VALUE SPACES.
       77 COD-ERRO-ACES   PIC X(02) VALUE SPACES.
       77 W-VEIC-MODELO   PIC X(20) VALUE SPACES.
       77 W-VEIC-ANO      PIC 9(4)  VALUE ZEROS.
       77 W-VEIC-PLACA    PIC X(7)  VALUE SPACES.
       77 W-VEIC-CHASSI   PIC X(17) VALUE SPACES.
       77 W-VLR-SEGURADO  PIC 9(8)V99 VALUE ZEROS.
       77 W-VLR-SEG-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-ANO-LIMITE    PIC 9(4)  VALUE ZEROS.
       77 W-IND-ACESS     PIC 9     VALUE ZEROS.
       77 W-VEIC-ACHADO   PIC X     VALUE "N".
           88 VEICULO-ACHADO        VALUE "S".
       77 W-FIM-VEIC      PIC X     VALUE "N".
           88 FIM-VEICULOS          VALUE "S".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*
           INITIALIZE VARIAVEIS.
           PERFORM CARREGA-TABELA-PREMIOS.

           PERFORM RECEBER-CPF.
           PERFORM RECEBER-SEGURADO.

           PERFORM WITH TEST AFTER UNTIL GRUPO-OK
               ACCEPT GRUPO
           END-PERFORM.

           PERFORM RECEBER-CORRETOR.
           PERFORM RECEBER-VEICULO.
           PERFORM DETERMINA-CATEGORIA.

           MOVE COD-CATEGORIA TO COD-CATEGORIA-ED.
                   W-PREMIO-ED.

           PERFORM GRAVAR-PROPOSTA.
           PERFORM GRAVAR-PESSOA.

       STOP RUN.

                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * RECEBER-SEGURADO - SEGURADO JA NO CADASTRO UNICO DE PESSOAS
      *   (PESSOA.DAT) TRAZ O NOME DE LA E, COM O NASCIMENTO
      *   CADASTRADO, A IDADE NA DATA DA COTACAO; SENAO NOME E IDADE
      *   SAO DIGITADOS E A PESSOA E CRIADA AO GRAVAR A PROPOSTA.
      *-----------------------------------------------------------------*
       RECEBER-SEGURADO.
           CALL "BUSCA-PESSOA" USING "C" W-CPF W-PE-NOME W-PE-NASC
               W-PE-FONE W-PE-RETORNO.
           IF W-PE-RETORNO NOT = "S"
               ACCEPT NOME
               ACCEPT IDADE
               EXIT PARAGRAPH
           END-IF.
           MOVE W-PE-NOME TO NOME.
           DISPLAY "SEGURADO: " W-PE-NOME.
           IF W-PE-NASC = ZEROS
               ACCEPT IDADE
           ELSE
               COMPUTE IDADE = (W-DATA-COTACAO - W-PE-NASC) / 10000
               DISPLAY "IDADE...: " IDADE
           END-IF.

       GRAVAR-PESSOA.
           MOVE NOME   TO W-PE-NOME.
           MOVE ZEROS  TO W-PE-NASC.
           MOVE SPACES TO W-PE-FONE.
           CALL "BUSCA-PESSOA" USING "G" W-CPF W-PE-NOME W-PE-NASC
               W-PE-FONE W-PE-RETORNO.

      *-----------------------------------------------------------------*
      * RECEBER-VEICULO - MODELO PROCURADO EM VEICULOS.DAT (TABELA DO
      *   PRECOFABRICA); O VALOR SEGURADO E O PRECO DE FABRICA DO
      *   MODELO MAIS OS ACESSORIOS DA LINHA. SEM A TABELA, O VALOR E
      *   DIGITADO. ANO, PLACA E CHASSI SAO OBRIGATORIOS.
      *-----------------------------------------------------------------*
       RECEBER-VEICULO.
           MOVE ZEROS TO W-VLR-SEGURADO.
           OPEN INPUT ARQ-VEICULOS.
           IF COD-ERRO-VEIC = "00"
               CLOSE ARQ-VEICULOS
               MOVE "N" TO W-VEIC-ACHADO
               PERFORM PROCURAR-MODELO UNTIL VEICULO-ACHADO
           ELSE
               DISPLAY "MODELO DO VEICULO:"
               ACCEPT W-VEIC-MODELO
               MOVE FUNCTION UPPER-CASE(W-VEIC-MODELO) TO W-VEIC-MODELO
               DISPLAY "VEICULOS.DAT INDISPONIVEL - VALOR SEGURADO:"
               PERFORM WITH TEST AFTER UNTIL W-VLR-SEGURADO > ZEROS
                   ACCEPT W-VLR-SEGURADO
               END-PERFORM
           END-IF.

           COMPUTE W-ANO-LIMITE = W-DATA-COTACAO / 10000 + 1.
           DISPLAY "ANO DO MODELO:".
           PERFORM WITH TEST AFTER
                   UNTIL W-VEIC-ANO NOT < 1950
                     AND W-VEIC-ANO NOT > W-ANO-LIMITE
               ACCEPT W-VEIC-ANO
               IF W-VEIC-ANO < 1950 OR W-VEIC-ANO > W-ANO-LIMITE
                   DISPLAY "ANO INVALIDO"
               END-IF
           END-PERFORM.

           DISPLAY "PLACA:".
           PERFORM WITH TEST AFTER UNTIL W-VEIC-PLACA NOT = SPACES
               ACCEPT W-VEIC-PLACA
               MOVE FUNCTION UPPER-CASE(W-VEIC-PLACA) TO W-VEIC-PLACA
           END-PERFORM.

           DISPLAY "CHASSI:".
           PERFORM WITH TEST AFTER UNTIL W-VEIC-CHASSI NOT = SPACES
               ACCEPT W-VEIC-CHASSI
               MOVE FUNCTION UPPER-CASE(W-VEIC-CHASSI) TO W-VEIC-CHASSI
           END-PERFORM.

           MOVE W-VLR-SEGURADO TO W-VLR-SEG-ED.
           DISPLAY "VALOR SEGURADO: " W-VLR-SEG-ED.

      *-----------------------------------------------------------------*
      * PROCURAR-MODELO - UMA PASSADA EM VEICULOS.DAT ATRAS DO MODELO
      *   DIGITADO; NAO ACHANDO, AVISA E O MODELO E PEDIDO DE NOVO.
      *-----------------------------------------------------------------*
       PROCURAR-MODELO.
           DISPLAY "MODELO DO VEICULO:".
           ACCEPT W-VEIC-MODELO.
           MOVE FUNCTION UPPER-CASE(W-VEIC-MODELO) TO W-VEIC-MODELO.
           MOVE "N" TO W-FIM-VEIC.
           OPEN INPUT ARQ-VEICULOS.
           IF COD-ERRO-VEIC NOT = "00"
               MOVE "S" TO W-FIM-VEIC
           END-IF.
           PERFORM LER-VEICULO UNTIL FIM-VEICULOS.
           CLOSE ARQ-VEICULOS.
           IF NOT VEICULO-ACHADO
               DISPLAY "MODELO NAO CONSTA EM VEICULOS.DAT"
           END-IF.

       LER-VEICULO.
           READ ARQ-VEICULOS
               AT END
                   MOVE "S" TO W-FIM-VEIC
               NOT AT END
                   IF FUNCTION UPPER-CASE(VE-MODELO) = W-VEIC-MODELO
                       MOVE "S" TO W-VEIC-ACHADO W-FIM-VEIC
                       PERFORM AVALIAR-VEICULO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * AVALIAR-VEICULO - PRECO DE FABRICA DO MODELO MAIS OS ATE 4
      *   ACESSORIOS DA LINHA (CODIGO 0 E VAGA VAZIA), COMO NO LOTE
      *   DO PRECOFABRICA.
      *-----------------------------------------------------------------*
       AVALIAR-VEICULO.
           MOVE VE-VALOR TO W-VLR-SEGURADO.
           MOVE ZEROS    TO W-IND-ACESS.
           OPEN INPUT ARQ-ACESS.
           IF COD-ERRO-ACES = "00"
               PERFORM SOMAR-UM-ACESSORIO 4 TIMES
               CLOSE ARQ-ACESS
           END-IF.

       SOMAR-UM-ACESSORIO.
           ADD 1 TO W-IND-ACESS.
           IF VE-ACESS(W-IND-ACESS) NOT = ZEROS
               MOVE VE-ACESS(W-IND-ACESS) TO AC-COD
               READ ARQ-ACESS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD AC-VALOR TO W-VLR-SEGURADO
               END-READ
           END-IF.

      *-----------------------------------------------------------------*
      * DETERMINA-CATEGORIA - CALCULA O CODIGO DE CATEGORIA (1 A 21) A
      *   PARTIR DO GRUPO DE RISCO (B/M/A) E DA FAIXA ETARIA DO
           MOVE W-DT-VALIDADE  TO PR-DT-VALIDADE.
           MOVE W-COD-CORRETOR TO PR-CORRETOR.
           MOVE W-CPF          TO PR-CPF.
           MOVE W-VEIC-MODELO  TO PR-VEIC-MODELO.
           MOVE W-VEIC-ANO     TO PR-VEIC-ANO.
           MOVE W-VEIC-PLACA   TO PR-VEIC-PLACA.
           MOVE W-VEIC-CHASSI  TO PR-VEIC-CHASSI.
           MOVE W-VLR-SEGURADO TO PR-VLR-SEGURADO.
           MOVE ZEROS          TO PR-NUM-APOLICE PR-DT-CONVERSAO.
           WRITE REG-PROPOSTA
               INVALID KEY
