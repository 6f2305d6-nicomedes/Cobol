      *   SEGUINTES SAO OS ITENS (PRODUTO, QTD PEDIDA, QTD RECEBIDA).
      *   O ENTRADA.cbl PASSA A RECEBER CONTRA O NUMERO DO PEDIDO E O
      *   RELPEDAB.cbl LISTA OS PEDIDOS ABERTOS VENCIDOS.
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES AMPLIADAS PARA 5
      *   DIGITOS EM SUGCOMPR.DAT E PEDCOMP.DAT (PC-QTD-PED/REC).
      * 15 OUTUBRO 2026 - JULIANO - ESCOLHA DO FORNECEDOR PELA COTACAO:
      *   CADA ITEM DA SUGESTAO VAI PARA O FORNECEDOR DA COTACAO MAIS
      *   BARATA AINDA VALIDA EM COTACAO.DAT (CADCOTA.cbl) CUJA
      *   QUANTIDADE MINIMA A SUGESTAO ATENDE; SEM COTACAO, FICA O
      *   FORNECEDOR PADRAO (PROD-FORN). A SUGESTAO E CARREGADA EM
      *   TABELA E REORDENADA POR FORNECEDOR ANTES DE GERAR OS PEDIDOS.
      * 15 OUTUBRO 2026 - JULIANO - PEDIDO NA UNIDADE DE COMPRA: A
      *   SUGESTAO (UNIDADE DE ESTOQUE) E CONVERTIDA PELO FATOR DO
      *   CONVUNID.DAT E ARREDONDADA PARA CIMA; PEDIDOS.LST PASSA A
      *   LISTAR OS ITENS DE CADA PEDIDO COM A UNIDADE DE COMPRA E O
      *   EQUIVALENTE EM ESTOQUE.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PC-CHAVE
               FILE STATUS     IS W-STATPC.
           SELECT ARQ-COTACAO ASSIGN TO "COTACAO.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CQ-CHAVE
               FILE STATUS     IS W-STATCQ.
           SELECT ARQ-SEQ-PED ASSIGN TO "PEDIDO.SEQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATSEQ.
           02 FILLER        PIC X(1).
           02 SG-PROD       PIC 9(4).
           02 FILLER        PIC X(1).
           02 SG-QTD-ATUAL  PIC 9(5).
           02 FILLER        PIC X(1).
           02 SG-QTD-SUGER  PIC 9(5).

       FD  ARQ-PEDIDO.
       01  REG-PEDIDO.
               88 PED-ABERTO   VALUE "A".
               88 PED-RECEBIDO VALUE "R".
           02 PC-PROD      PIC 9(4).
           02 PC-QTD-PED   PIC 9(5).
           02 PC-QTD-REC   PIC 9(5).

       FD  ARQ-COTACAO.
       01  REG-COTACAO.
           02 CQ-CHAVE.
               03 CQ-PROD     PIC 9(4).
               03 CQ-FORN     PIC 9(3).
           02 CQ-PRECO        PIC 9(4)V99.
           02 CQ-QTD-MIN      PIC 9(5).
           02 CQ-VALIDADE     PIC 9(8).
           02 CQ-DATA         PIC 9(8).

       FD  ARQ-SEQ-PED
           LABEL RECORD STANDARD.
       77 W-STATSUG       PIC XX VALUE SPACES.
       77 W-STATPC        PIC XX VALUE SPACES.
       77 W-STATSEQ       PIC XX VALUE SPACES.
       77 W-STATCQ        PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-FORN-QUEBRA   PIC 9(3) VALUE 999.
       77 W-QTD-PEDIDOS   PIC 9(3) VALUE ZEROS.
       77 W-QTD-ITENS     PIC 9(3) VALUE ZEROS.
       77 W-FIM-COTACAO   PIC X    VALUE "N".
           88 FIM-COTACAO          VALUE "S".
       77 W-MELHOR-PRECO  PIC 9(4)V99 VALUE ZEROS.
       77 W-MELHOR-FORN   PIC 9(3) VALUE ZEROS.
       77 W-QTD-SUGESTOES PIC 9(3) VALUE ZEROS.
       77 W-QTD-DESVIADOS PIC 9(3) VALUE ZEROS.
       77 W-IND           PIC 9(3) VALUE ZEROS.
       77 W-IND2          PIC 9(3) VALUE ZEROS.
       77 W-TROCOU        PIC X    VALUE "N".
           88 HOUVE-TROCA          VALUE "S".
       77 W-ESTOURO-TAB   PIC X    VALUE "N".
           88 ESTOURO-TABELA         VALUE "S".
       77 W-UN-COMPRA     PIC X(3) VALUE SPACES.
       77 W-UN-ESTOQUE    PIC X(3) VALUE SPACES.
       77 W-FATOR         PIC 9(5)V999 VALUE 1.
       77 W-QTD-COMPRA    PIC 9(5) VALUE ZEROS.

       01 TAB-SUGESTOES.
           02 TS-ENTRADA OCCURS 200 TIMES.
               03 TS-FORN      PIC 9(3).
               03 TS-PROD      PIC 9(4).
               03 TS-QTD-SUGER PIC 9(5).
               03 TS-QTD-ESTOQ PIC 9(5).
               03 TS-UN-COMPRA PIC X(3).
               03 TS-UN-ESTOQ  PIC X(3).
       01 TS-TROCA.
           02 TX-FORN      PIC 9(3).
           02 TX-PROD      PIC 9(4).
           02 TX-QTD-SUGER PIC 9(5).
           02 TX-QTD-ESTOQ PIC 9(5).
           02 TX-UN-COMPRA PIC X(3).
           02 TX-UN-ESTOQ  PIC X(3).

       01 LINGER.
           02 FILLER    PIC X(08) VALUE "PEDIDO ".
           02 FILLER    PIC X(08) VALUE "  ITENS ".
           02 LG-ITENS  PIC ZZ9.
           02 FILLER    PIC X(39) VALUE SPACES.
       01 LINITEM.
           02 FILLER    PIC X(11) VALUE "   PRODUTO ".
           02 LI-PROD   PIC 9(4).
           02 FILLER    PIC X(06) VALUE "  QTD ".
           02 LI-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LI-UN     PIC X(3).
           02 LI-CONV.
               03 FILLER    PIC X(05) VALUE "  (= ".
               03 LI-QTD-ESTOQ PIC ZZZZ9.
               03 FILLER    PIC X(01) VALUE SPACES.
               03 LI-UN-ESTOQ  PIC X(3).
               03 FILLER    PIC X(01) VALUE ")".
           02 FILLER    PIC X(35) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(20) VALUE "PEDIDOS GERADOS...: ".
           02 LT-QTD    PIC ZZ9.
           02 FILLER    PIC X(57) VALUE SPACES.
       01 LINDESV.
           02 FILLER    PIC X(35) VALUE
               "ITENS LEVADOS A COTACAO MAIS BARATA".
           02 FILLER    PIC X(02) VALUE ": ".
           02 LV-QTD    PIC ZZ9.
           02 FILLER    PIC X(40) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
               GOBACK
           END-IF.

           PERFORM CARREGAR-SUGESTAO.
           CLOSE ARQ-SUGESTAO.
           PERFORM ESCOLHER-FORNECEDORES.
           PERFORM ORDENAR-POR-FORNECEDOR.

           OPEN I-O ARQ-PEDIDO.
           IF W-STATPC = "35"
               OPEN OUTPUT ARQ-PEDIDO
           END-IF.
           OPEN OUTPUT REL-PEDIDOS.

           MOVE 999   TO W-FORN-QUEBRA.
           MOVE ZEROS TO W-IND.
           PERFORM GERAR-ITEM W-QTD-SUGESTOES TIMES.
           IF W-QTD-PEDIDOS > ZEROS
               PERFORM FECHAR-PEDIDO-CORRENTE
           END-IF.

           MOVE W-QTD-PEDIDOS TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE W-QTD-DESVIADOS TO LV-QTD.
           WRITE REG-REL FROM LINDESV.
           IF ESTOURO-TABELA
               MOVE "ATENCAO: LIMITE DE TABELA EXCEDIDO - PEDIDO
      -            " INCOMPLETO" TO REG-REL
               WRITE REG-REL
           END-IF.

           CLOSE ARQ-PEDIDO REL-PEDIDOS.
           DISPLAY "PEDIDOS GERADOS EM PEDCOMP.DAT (PEDIDOS.LST)"
               AT 1210.
           GOBACK.
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CARREGAR-SUGESTAO.
           INITIALIZE TAB-SUGESTOES.
           PERFORM LER-SUGESTAO.
           PERFORM GUARDAR-SUGESTAO UNTIL FIM-ARQUIVO.

       GUARDAR-SUGESTAO.
           IF W-QTD-SUGESTOES < 200
               ADD 1 TO W-QTD-SUGESTOES
               MOVE SG-FORN      TO TS-FORN(W-QTD-SUGESTOES)
               MOVE SG-PROD      TO TS-PROD(W-QTD-SUGESTOES)
               MOVE SG-QTD-SUGER TO TS-QTD-SUGER(W-QTD-SUGESTOES)
               PERFORM CONVERTER-SUGESTAO
           ELSE
               MOVE "S" TO W-ESTOURO-TAB
           END-IF.
           PERFORM LER-SUGESTAO.

      *-----------------------------------------------------------------*
      * CONVERTER-SUGESTAO - O SUGCOMPRA SUGERE NA UNIDADE DE ESTOQUE;
      *   O PEDIDO SAI NA UNIDADE DE COMPRA (CONVUNID.DAT), ARREDONDADO
      *   PARA CIMA - NAO SE COMPRA MEIA CAIXA. A COTACAO (MINIMO E
      *   PRECO) TAMBEM E NA UNIDADE DE COMPRA.
      *-----------------------------------------------------------------*
       CONVERTER-SUGESTAO.
           MOVE SG-QTD-SUGER TO TS-QTD-ESTOQ(W-QTD-SUGESTOES).
           CALL "BUSCA-CONVERSAO" USING SG-PROD W-UN-COMPRA
               W-UN-ESTOQUE W-FATOR.
           MOVE W-UN-COMPRA  TO TS-UN-COMPRA(W-QTD-SUGESTOES).
           MOVE W-UN-ESTOQUE TO TS-UN-ESTOQ(W-QTD-SUGESTOES).
           IF W-UN-COMPRA NOT = SPACES
               COMPUTE W-QTD-COMPRA = SG-QTD-SUGER / W-FATOR
               IF W-QTD-COMPRA * W-FATOR < SG-QTD-SUGER
                   ADD 1 TO W-QTD-COMPRA
               END-IF
               MOVE W-QTD-COMPRA TO TS-QTD-SUGER(W-QTD-SUGESTOES)
           END-IF.

      *-----------------------------------------------------------------*
      * ESCOLHER-FORNECEDORES - PARA CADA ITEM SUGERIDO PROCURA EM
      *   COTACAO.DAT A COTACAO MAIS BARATA AINDA VALIDA CUJA QUANTIDADE
      *   MINIMA A SUGESTAO ATENDE. SEM COTACAO UTIL O ITEM FICA COM O
      *   FORNECEDOR PADRAO DO PRODUTO (PROD-FORN, VINDO DO SUGCOMPRA).
      *-----------------------------------------------------------------*
       ESCOLHER-FORNECEDORES.
           OPEN INPUT ARQ-COTACAO.
           IF W-STATCQ = "00"
               MOVE ZEROS TO W-IND
               PERFORM ESCOLHER-UM-FORNECEDOR W-QTD-SUGESTOES TIMES
               CLOSE ARQ-COTACAO
           END-IF.

       ESCOLHER-UM-FORNECEDOR.
           ADD 1 TO W-IND.
           MOVE ZEROS TO W-MELHOR-PRECO W-MELHOR-FORN.
           MOVE "N"   TO W-FIM-COTACAO.
           MOVE TS-PROD(W-IND) TO CQ-PROD.
           MOVE ZEROS          TO CQ-FORN.
           START ARQ-COTACAO KEY IS NOT LESS THAN CQ-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-COTACAO
           END-START.
           PERFORM LER-COTACAO.
           PERFORM AVALIAR-COTACAO UNTIL FIM-COTACAO.
           IF W-MELHOR-FORN NOT = ZEROS
              AND W-MELHOR-FORN NOT = TS-FORN(W-IND)
               MOVE W-MELHOR-FORN TO TS-FORN(W-IND)
               ADD 1 TO W-QTD-DESVIADOS
           END-IF.

       LER-COTACAO.
           IF NOT FIM-COTACAO
               READ ARQ-COTACAO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-COTACAO
               END-READ
               IF W-STATCQ NOT = "00"
                  OR CQ-PROD NOT = TS-PROD(W-IND)
                   MOVE "S" TO W-FIM-COTACAO
               END-IF
           END-IF.

       AVALIAR-COTACAO.
           IF CQ-VALIDADE NOT < W-DATA-SISTEMA
              AND CQ-QTD-MIN NOT > TS-QTD-SUGER(W-IND)
              AND (W-MELHOR-FORN = ZEROS
                   OR CQ-PRECO < W-MELHOR-PRECO)
               MOVE CQ-PRECO TO W-MELHOR-PRECO
               MOVE CQ-FORN  TO W-MELHOR-FORN
           END-IF.
           PERFORM LER-COTACAO.

      *-----------------------------------------------------------------*
      * ORDENAR-POR-FORNECEDOR - A ESCOLHA PELA COTACAO DESFAZ O
      *   AGRUPAMENTO DO SUGCOMPRA; REORDENA POR TROCA (BOLHA), COMO
      *   LA, PARA SAIR UM PEDIDO POR FORNECEDOR.
      *-----------------------------------------------------------------*
       ORDENAR-POR-FORNECEDOR.
           MOVE "S" TO W-TROCOU.
           PERFORM PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       PASSADA-ORDENACAO.
           MOVE "N"   TO W-TROCOU.
           MOVE ZEROS TO W-IND2.
           IF W-QTD-SUGESTOES > 1
               COMPUTE W-IND = W-QTD-SUGESTOES - 1
               PERFORM COMPARAR-PAR W-IND TIMES
           END-IF.

       COMPARAR-PAR.
           ADD 1 TO W-IND2.
           IF TS-FORN(W-IND2) > TS-FORN(W-IND2 + 1)
               MOVE TS-ENTRADA(W-IND2)     TO TS-TROCA
               MOVE TS-ENTRADA(W-IND2 + 1) TO TS-ENTRADA(W-IND2)
               MOVE TS-TROCA               TO TS-ENTRADA(W-IND2 + 1)
               MOVE "S" TO W-TROCOU
           END-IF.

      *-----------------------------------------------------------------*
      * GERAR-ITEM - A CADA TROCA DE FORNECEDOR ABRE UM PEDIDO NOVO
      *   (CABECALHO DE SEQUENCIA 000) E GRAVA CADA SUGESTAO COMO ITEM
      *   DO PEDIDO CORRENTE.
      *-----------------------------------------------------------------*
       GERAR-ITEM.
           ADD 1 TO W-IND.
           IF TS-FORN(W-IND) NOT = W-FORN-QUEBRA
               IF W-QTD-PEDIDOS > ZEROS
                   PERFORM FECHAR-PEDIDO-CORRENTE
               END-IF
               MOVE TS-FORN(W-IND) TO W-FORN-QUEBRA
               PERFORM ABRIR-PEDIDO-NOVO
           END-IF.

           ADD 1 TO W-SEQ-ITEM W-QTD-ITENS.
           MOVE W-NUM-PEDIDO        TO PC-NUMERO.
           MOVE W-SEQ-ITEM          TO PC-SEQ.
           MOVE TS-FORN(W-IND)      TO PC-FORN.
           MOVE ZEROS               TO PC-DATA-EMIS PC-DATA-PREV.
           MOVE SPACE               TO PC-STATUS.
           MOVE TS-PROD(W-IND)      TO PC-PROD.
           MOVE TS-QTD-SUGER(W-IND) TO PC-QTD-PED.
           MOVE ZEROS               TO PC-QTD-REC.
           WRITE REG-PEDIDO
               INVALID KEY
                   CONTINUE
           END-WRITE.

           MOVE TS-PROD(W-IND)      TO LI-PROD.
           MOVE TS-QTD-SUGER(W-IND) TO LI-QTD.
           MOVE TS-UN-COMPRA(W-IND) TO LI-UN.
           IF TS-UN-COMPRA(W-IND) = SPACES
               MOVE SPACES TO LI-CONV
           ELSE
               MOVE "  (= "             TO LI-CONV
               MOVE TS-QTD-ESTOQ(W-IND) TO LI-QTD-ESTOQ
               MOVE TS-UN-ESTOQ(W-IND)  TO LI-UN-ESTOQ
               MOVE ")"                 TO LI-CONV(15:1)
           END-IF.
           WRITE REG-REL FROM LINITEM.

       ABRIR-PEDIDO-NOVO.
           PERFORM LER-SEQ-PEDIDO.
