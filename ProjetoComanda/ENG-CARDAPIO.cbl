      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       ENG-CARDAPIO.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - ENGENHARIA DE CARDAPIO (ENGCARD.LST):
      *   PARA O PERIODO INFORMADO, CRUZA O VOLUME VENDIDO DE CADA
      *   ITEM (ITENSCOM.DAT DAS COMANDAS DO PERIODO, COMO NO
      *   REL-RANKING.cbl) COM A MARGEM DE CONTRIBUICAO POR PORCAO
      *   (PRECO MEDIO PRATICADO MENOS O CUSTO DA FICHA TECNICA, O
      *   MESMO CALCULO DO FICHA-CUSTO.cbl; ITEM SEM RECEITA USA O
      *   PROPRIO PROD-CUSTO). CLASSIFICA CADA ITEM:
      *     ESTRELA   - MARGEM ALTA, VENDA ALTA  (MANTER)
      *     BURRO     - MARGEM BAIXA, VENDA ALTA (REPRECIFICAR)
      *     QUEBRA-CABECA - MARGEM ALTA, VENDA BAIXA (PROMOVER)
      *     CAO       - MARGEM BAIXA, VENDA BAIXA (TIRAR)
      *   VENDA ALTA = PARTICIPACAO NA QUANTIDADE DE PELO MENOS 70% DA
      *   MEDIA (1/N DOS ITENS); MARGEM ALTA = MARGEM POR PORCAO NAO
      *   MENOR QUE A MARGEM MEDIA PONDERADA DO CARDAPIO.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD DE PRODUTOS.DAT AMPLIADO
      *   PARA 5 DIGITOS (TOMADOS DO FILLER, MESMO TAMANHO DE REGISTRO).
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       CONFIGURATION       SECTION.
      *--------------------------------
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

      *--------------------------------
       INPUT-OUTPUT        SECTION.
      *--------------------------------

       FILE-CONTROL.
           SELECT ARQ-COMANDA ASSIGN TO "COMANDA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS COM-NUMERO
               FILE STATUS     IS W-STATC.

           SELECT ARQ-ITENS ASSIGN TO "ITENSCOM.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS IC-CHAVE
               FILE STATUS     IS W-STATI.

           SELECT ARQ-RECEITA ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RC-CHAVE
               FILE STATUS     IS W-STATR.

           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PROD-COD
               FILE STATUS     IS W-STATP.

           SELECT REL-ENG ASSIGN TO "ENGCARD.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
       FD  ARQ-COMANDA.
       01  REG-COMANDA.
           02 COM-NUMERO    PIC 9(5).
           02 COM-MESA      PIC 99.
           02 COM-GARCOM    PIC X(20).
           02 COM-DATAHORA  PIC X(19).
           02 COM-STATUS    PIC X(1).
               88 COM-ABERTA    VALUE "A".
               88 COM-FECHADA   VALUE "F".
           02 COM-TIPO      PIC X(1).
               88 COM-SALAO     VALUE "S".
               88 COM-BALCAO    VALUE "B".
               88 COM-ENTREGA   VALUE "E".
           02 COM-CLIENTE   PIC X(30).
           02 COM-FONE      PIC X(12).
           02 COM-ENDERECO  PIC X(40).
           02 COM-TAXA-ENT  PIC 9(5)V99.
           02 COM-SIT-ENT   PIC X(1).
               88 ENT-AGUARDANDO VALUE "A".
               88 ENT-SAIU       VALUE "S".
               88 ENT-ENTREGUE   VALUE "G".
           02 COM-BAIRRO    PIC X(20).
           02 COM-MOTOBOY   PIC 9(3).
           02 COM-PESSOAS   PIC 99.
           02 COM-DT-FECHA  PIC 9(8).
           02 COM-HR-FECHA  PIC 9(6).

       FD  ARQ-ITENS.
       01  REG-ITEM-COMANDA.
           02 IC-CHAVE.
               03 IC-NUMERO PIC 9(5).
               03 IC-SEQ    PIC 9(3).
           02 IC-PROD-COD   PIC 9(4).
           02 IC-PROD-NOME  PIC X(30).
           02 IC-QTD        PIC 99.
           02 IC-PRECO      PIC 999V99.
           02 IC-STATUS     PIC X(1).
               88 IC-ATIVO      VALUE "A".
               88 IC-CANCELADO  VALUE "C".
           02 IC-SIT-COZ    PIC X(1).
               88 IC-NA-FILA    VALUE "F".
               88 IC-EM-PREPARO VALUE "P".
               88 IC-PRONTO     VALUE "R".
               88 IC-ENTREGUE   VALUE "E".
           02 IC-HR-PEDIDO  PIC 9(6).
           02 IC-HR-PRONTO  PIC 9(6).

       FD  ARQ-RECEITA.
       01  REG-RECEITA.
           02 RC-CHAVE.
               03 RC-PROD-MENU PIC 9(4).
               03 RC-SEQ       PIC 99.
           02 RC-INGREDIENTE  PIC 9(4).
           02 RC-QTD          PIC 9(3).

       FD  ARQ-PROD.
       01  REG-PROD.
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  REL-ENG
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATC         PIC X(02) VALUE SPACES.
       77 W-STATI         PIC X(02) VALUE SPACES.
       77 W-STATR         PIC X(02) VALUE SPACES.
       77 W-STATP         PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       77 W-FIM-RECEITA   PIC X     VALUE "N".
           88 FIM-RECEITA             VALUE "S".
       77 W-PROD-ABERTO   PIC X     VALUE "N".
           88 PROD-ABERTO             VALUE "S".
       77 W-RECEITA-OK    PIC X     VALUE "N".
           88 RECEITAS-ABERTO         VALUE "S".
       77 W-ESTOURO-TAB   PIC X     VALUE "N".
           88 ESTOURO-TABELA          VALUE "S".

       77 W-DATA-INI      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-FIM      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-REG      PIC 9(8)  VALUE ZEROS.

       77 W-QTD-COMANDAS  PIC 9(4)  VALUE ZEROS.
       77 W-QTD-PRODS     PIC 9(3)  VALUE ZEROS.
       77 W-IND           PIC 9(4)  VALUE ZEROS.
       77 W-IND2          PIC 9(3)  VALUE ZEROS.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-ENTRADA           VALUE "S".
       77 W-TROCOU        PIC X     VALUE "N".
           88 HOUVE-TROCA             VALUE "S".
       77 W-TEM-RECEITA   PIC X     VALUE "N".
           88 TEM-RECEITA             VALUE "S".

       77 W-QTD-TOTAL     PIC 9(7)    VALUE ZEROS.
       77 W-MARGEM-TOTAL  PIC S9(9)V99 VALUE ZEROS.
       77 W-MARGEM-MEDIA  PIC S9(5)V99 VALUE ZEROS.
       77 W-CUSTO-FICHA   PIC 9(7)V99 VALUE ZEROS.
       77 W-QTD-ESTRELA   PIC 9(3)  VALUE ZEROS.
       77 W-QTD-BURRO     PIC 9(3)  VALUE ZEROS.
       77 W-QTD-QUEBRA    PIC 9(3)  VALUE ZEROS.
       77 W-QTD-CAO       PIC 9(3)  VALUE ZEROS.

       01 TAB-NUM-COMANDAS.
           02 TN-NUMERO OCCURS 3000 TIMES PIC 9(5).

       01 TAB-PRODUTOS.
           02 TP-ENTRADA OCCURS 200 TIMES.
               03 TP-COD      PIC 9(4).
               03 TP-NOME     PIC X(30).
               03 TP-QTD      PIC 9(5).
               03 TP-RECEITA  PIC 9(8)V99.
               03 TP-PRECO    PIC 9(5)V99.
               03 TP-CUSTO    PIC 9(5)V99.
               03 TP-MARGEM   PIC S9(5)V99.
               03 TP-MARG-TOT PIC S9(9)V99.
               03 TP-CLASSE   PIC X(14).
       01 TP-TROCA.
           02 TX-COD      PIC 9(4).
           02 TX-NOME     PIC X(30).
           02 TX-QTD      PIC 9(5).
           02 TX-RECEITA  PIC 9(8)V99.
           02 TX-PRECO    PIC 9(5)V99.
           02 TX-CUSTO    PIC 9(5)V99.
           02 TX-MARGEM   PIC S9(5)V99.
           02 TX-MARG-TOT PIC S9(9)V99.
           02 TX-CLASSE   PIC X(14).

       01 LINCAB1.
           02 FILLER    PIC X(34) VALUE
               "ENGENHARIA DE CARDAPIO - PERIODO ".
           02 LC-INI    PIC 9(8).
           02 FILLER    PIC X(03) VALUE " A ".
           02 LC-FIM    PIC 9(8).
           02 FILLER    PIC X(27) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(26) VALUE "COD  PRODUTO".
           02 FILLER    PIC X(08) VALUE "   QTD".
           02 FILLER    PIC X(08) VALUE "  PRECO".
           02 FILLER    PIC X(08) VALUE "  CUSTO".
           02 FILLER    PIC X(09) VALUE "  MARGEM".
           02 FILLER    PIC X(11) VALUE "  MARG.TOT".
           02 FILLER    PIC X(10) VALUE " CLASSE".
       01 LINTRACO.
           02 FILLER    PIC X(80) VALUE ALL "-".
       01 LINDET.
           02 LD-COD    PIC 9(4).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-NOME   PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-PRECO  PIC ZZZ9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-CUSTO  PIC ZZZ9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-MARGEM PIC ---9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-MARG-TOT PIC ---.--9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-CLASSE PIC X(13).
       01 LINVALOR.
           02 LV-TITULO PIC X(32).
           02 LV-VALOR  PIC ----.--9,99.
           02 FILLER    PIC X(37) VALUE SPACES.
       01 LINQTD.
           02 LQ-TITULO PIC X(32).
           02 LQ-QTD    PIC ZZZZZZ9.
           02 FILLER    PIC X(41) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           INITIALIZE TAB-NUM-COMANDAS TAB-PRODUTOS.
           DISPLAY ERASE.
           DISPLAY "ENGENHARIA DE CARDAPIO" AT 0520.
           DISPLAY "DATA INICIAL (AAAAMMDD):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-DATA-INI NOT = ZEROS
               ACCEPT W-DATA-INI AT 0935
           END-PERFORM.
           DISPLAY "DATA FINAL   (AAAAMMDD):" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-DATA-FIM NOT = ZEROS
               ACCEPT W-DATA-FIM AT 1035
           END-PERFORM.

           PERFORM CARREGAR-COMANDAS-PERIODO.
           PERFORM ACUMULAR-ITENS.
           PERFORM CUSTEAR-PRODUTOS.
           PERFORM CLASSIFICAR-PRODUTOS.
           PERFORM ORDENAR-POR-MARGEM.
           PERFORM IMPRIMIR-RELATORIO.

           DISPLAY "RELATORIO ENGCARD.LST GERADO" AT 1218.
           GOBACK.

      *-----------------------------------------------------------------*
      * CARREGAR-COMANDAS-PERIODO - GUARDA OS NUMEROS DAS COMANDAS CUJA
      *   DATA DE ABERTURA (COM-DATAHORA, DD/MM/AAAA) CAI NO PERIODO.
      *-----------------------------------------------------------------*
       CARREGAR-COMANDAS-PERIODO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-COMANDA.
           IF W-STATC = "00"
               PERFORM LER-COMANDA
               PERFORM GUARDAR-COMANDA UNTIL FIM-ARQUIVO
               CLOSE ARQ-COMANDA
           END-IF.

       LER-COMANDA.
           READ ARQ-COMANDA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       GUARDAR-COMANDA.
           MOVE COM-DATAHORA(7:4) TO W-DATA-REG(1:4).
           MOVE COM-DATAHORA(4:2) TO W-DATA-REG(5:2).
           MOVE COM-DATAHORA(1:2) TO W-DATA-REG(7:2).
           IF W-DATA-REG NOT < W-DATA-INI
              AND W-DATA-REG NOT > W-DATA-FIM
               IF W-QTD-COMANDAS < 3000
                   ADD 1 TO W-QTD-COMANDAS
                   MOVE COM-NUMERO TO TN-NUMERO(W-QTD-COMANDAS)
               ELSE
                   MOVE "S" TO W-ESTOURO-TAB
               END-IF
           END-IF.
           PERFORM LER-COMANDA.

      *-----------------------------------------------------------------*
      * ACUMULAR-ITENS - PASSAGEM UNICA EM ITENSCOM.DAT: PARA CADA ITEM
      *   ATIVO DE COMANDA DO PERIODO, ACUMULA QUANTIDADE E RECEITA NA
      *   ENTRADA DO PRODUTO EM TAB-PRODUTOS.
      *-----------------------------------------------------------------*
       ACUMULAR-ITENS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-PROD.
           IF W-STATP = "00"
               MOVE "S" TO W-PROD-ABERTO
           END-IF.
           OPEN INPUT ARQ-ITENS.
           IF W-STATI = "00"
               PERFORM LER-ITEM
               PERFORM ACUMULAR-UM-ITEM UNTIL FIM-ARQUIVO
               CLOSE ARQ-ITENS
           END-IF.

       LER-ITEM.
           READ ARQ-ITENS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       ACUMULAR-UM-ITEM.
           IF NOT IC-CANCELADO
               PERFORM PROCURAR-COMANDA-PERIODO
               IF ACHOU-ENTRADA
                   PERFORM ACUMULAR-PRODUTO
               END-IF
           END-IF.
           PERFORM LER-ITEM.

       PROCURAR-COMANDA-PERIODO.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-UMA-COMANDA
               UNTIL ACHOU-ENTRADA OR W-IND >= W-QTD-COMANDAS.

       PROCURAR-UMA-COMANDA.
           ADD 1 TO W-IND.
           IF TN-NUMERO(W-IND) = IC-NUMERO
               MOVE "S" TO W-ACHOU
           END-IF.

       ACUMULAR-PRODUTO.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-UM-PRODUTO
               UNTIL ACHOU-ENTRADA OR W-IND >= W-QTD-PRODS.
           IF NOT ACHOU-ENTRADA AND W-QTD-PRODS = 200
               MOVE "S" TO W-ESTOURO-TAB
           END-IF.
           IF NOT ACHOU-ENTRADA AND W-QTD-PRODS < 200
               ADD 1 TO W-QTD-PRODS
               MOVE W-QTD-PRODS  TO W-IND
               MOVE IC-PROD-COD  TO TP-COD(W-IND)
               MOVE IC-PROD-NOME TO TP-NOME(W-IND)
               MOVE ZEROS TO TP-QTD(W-IND) TP-RECEITA(W-IND)
               MOVE "S"   TO W-ACHOU
           END-IF.
           IF ACHOU-ENTRADA
               ADD IC-QTD TO TP-QTD(W-IND)
               COMPUTE TP-RECEITA(W-IND) =
                   TP-RECEITA(W-IND) + (IC-QTD * IC-PRECO)
               ADD IC-QTD TO W-QTD-TOTAL
           END-IF.

       PROCURAR-UM-PRODUTO.
           ADD 1 TO W-IND.
           IF TP-COD(W-IND) = IC-PROD-COD
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * CUSTEAR-PRODUTOS - PRECO MEDIO PRATICADO, CUSTO POR PORCAO E
      *   MARGEM DE CADA ITEM VENDIDO, E A MARGEM TOTAL DO CARDAPIO.
      *-----------------------------------------------------------------*
       CUSTEAR-PRODUTOS.
           OPEN INPUT ARQ-RECEITA.
           IF W-STATR = "00"
               MOVE "S" TO W-RECEITA-OK
           END-IF.
           MOVE ZEROS TO W-IND.
           PERFORM CUSTEAR-UM-PRODUTO W-QTD-PRODS TIMES.
           IF RECEITAS-ABERTO
               CLOSE ARQ-RECEITA
           END-IF.
           IF PROD-ABERTO
               CLOSE ARQ-PROD
           END-IF.

       CUSTEAR-UM-PRODUTO.
           ADD 1 TO W-IND.
           IF TP-QTD(W-IND) > ZEROS
               COMPUTE TP-PRECO(W-IND) ROUNDED =
                   TP-RECEITA(W-IND) / TP-QTD(W-IND)
           END-IF.
           PERFORM CALCULAR-CUSTO-FICHA.
           MOVE W-CUSTO-FICHA TO TP-CUSTO(W-IND).
           COMPUTE TP-MARGEM(W-IND) = TP-PRECO(W-IND) - TP-CUSTO(W-IND).
           COMPUTE TP-MARG-TOT(W-IND) =
               TP-MARGEM(W-IND) * TP-QTD(W-IND).
           ADD TP-MARG-TOT(W-IND) TO W-MARGEM-TOTAL.

      *-----------------------------------------------------------------*
      * CALCULAR-CUSTO-FICHA - SOMA RC-QTD X PROD-CUSTO DOS INGREDIEN-
      *   TES DA FICHA TECNICA DO ITEM; SEM FICHA, VALE O PROD-CUSTO DO
      *   PROPRIO ITEM (BEBIDA ENGARRAFADA, POR EXEMPLO).
      *-----------------------------------------------------------------*
       CALCULAR-CUSTO-FICHA.
           MOVE ZEROS TO W-CUSTO-FICHA.
           MOVE "N"   TO W-TEM-RECEITA W-FIM-RECEITA.
           IF RECEITAS-ABERTO
               MOVE TP-COD(W-IND) TO RC-PROD-MENU
               MOVE ZEROS         TO RC-SEQ
               START ARQ-RECEITA KEY IS NOT LESS THAN RC-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-RECEITA
               END-START
               PERFORM LER-RECEITA
               PERFORM SOMAR-INGREDIENTE UNTIL FIM-RECEITA
           END-IF.
           IF NOT TEM-RECEITA AND PROD-ABERTO
               MOVE TP-COD(W-IND) TO PROD-COD
               READ ARQ-PROD
                   NOT INVALID KEY
                       MOVE PROD-CUSTO TO W-CUSTO-FICHA
               END-READ
           END-IF.

       LER-RECEITA.
           IF NOT FIM-RECEITA
               READ ARQ-RECEITA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-RECEITA
               END-READ
               IF W-STATR NOT = "00"
                  OR RC-PROD-MENU NOT = TP-COD(W-IND)
                   MOVE "S" TO W-FIM-RECEITA
               END-IF
           END-IF.

       SOMAR-INGREDIENTE.
           MOVE "S" TO W-TEM-RECEITA.
           IF PROD-ABERTO
               MOVE RC-INGREDIENTE TO PROD-COD
               READ ARQ-PROD
                   NOT INVALID KEY
                       COMPUTE W-CUSTO-FICHA =
                           W-CUSTO-FICHA + (RC-QTD * PROD-CUSTO)
               END-READ
           END-IF.
           PERFORM LER-RECEITA.

      *-----------------------------------------------------------------*
      * CLASSIFICAR-PRODUTOS - CORTE DE POPULARIDADE EM 70% DA PARTICI-
      *   PACAO MEDIA E CORTE DE MARGEM NA MEDIA PONDERADA.
      *-----------------------------------------------------------------*
       CLASSIFICAR-PRODUTOS.
           IF W-QTD-TOTAL > ZEROS
               COMPUTE W-MARGEM-MEDIA ROUNDED =
                   W-MARGEM-TOTAL / W-QTD-TOTAL
           END-IF.
           MOVE ZEROS TO W-IND.
           PERFORM CLASSIFICAR-UM-PRODUTO W-QTD-PRODS TIMES.

       CLASSIFICAR-UM-PRODUTO.
           ADD 1 TO W-IND.
           IF TP-QTD(W-IND) * W-QTD-PRODS * 100 NOT <
              W-QTD-TOTAL * 70
               IF TP-MARGEM(W-IND) NOT < W-MARGEM-MEDIA
                   MOVE "ESTRELA"       TO TP-CLASSE(W-IND)
                   ADD 1 TO W-QTD-ESTRELA
               ELSE
                   MOVE "BURRO"         TO TP-CLASSE(W-IND)
                   ADD 1 TO W-QTD-BURRO
               END-IF
           ELSE
               IF TP-MARGEM(W-IND) NOT < W-MARGEM-MEDIA
                   MOVE "QUEBRA-CABECA" TO TP-CLASSE(W-IND)
                   ADD 1 TO W-QTD-QUEBRA
               ELSE
                   MOVE "CAO"           TO TP-CLASSE(W-IND)
                   ADD 1 TO W-QTD-CAO
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * ORDENAR-POR-MARGEM - ORDENACAO POR TROCA (BOLHA) DA TABELA DE
      *   PRODUTOS, DA MAIOR PARA A MENOR MARGEM TOTAL NO PERIODO.
      *-----------------------------------------------------------------*
       ORDENAR-POR-MARGEM.
           MOVE "S" TO W-TROCOU.
           PERFORM PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       PASSADA-ORDENACAO.
           MOVE "N"   TO W-TROCOU.
           MOVE ZEROS TO W-IND2.
           IF W-QTD-PRODS > 1
               COMPUTE W-IND = W-QTD-PRODS - 1
               PERFORM COMPARAR-PAR W-IND TIMES
           END-IF.

       COMPARAR-PAR.
           ADD 1 TO W-IND2.
           IF TP-MARG-TOT(W-IND2) < TP-MARG-TOT(W-IND2 + 1)
               MOVE TP-ENTRADA(W-IND2)     TO TP-TROCA
               MOVE TP-ENTRADA(W-IND2 + 1) TO TP-ENTRADA(W-IND2)
               MOVE TP-TROCA               TO TP-ENTRADA(W-IND2 + 1)
               MOVE "S" TO W-TROCOU
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-RELATORIO - GRAVA A ENGENHARIA EM ENGCARD.LST.
      *-----------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-ENG.
           MOVE W-DATA-INI TO LC-INI.
           MOVE W-DATA-FIM TO LC-FIM.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINTRACO.

           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-PRODUTO W-QTD-PRODS TIMES.
           WRITE REG-REL FROM LINTRACO.

           MOVE "PORCOES VENDIDAS...............:" TO LQ-TITULO.
           MOVE W-QTD-TOTAL TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           MOVE "MARGEM TOTAL NO PERIODO........:" TO LV-TITULO.
           MOVE W-MARGEM-TOTAL TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "MARGEM MEDIA POR PORCAO........:" TO LV-TITULO.
           MOVE W-MARGEM-MEDIA TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "ESTRELAS (MANTER)..............:" TO LQ-TITULO.
           MOVE W-QTD-ESTRELA TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           MOVE "BURROS DE CARGA (REPRECIFICAR).:" TO LQ-TITULO.
           MOVE W-QTD-BURRO TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           MOVE "QUEBRA-CABECAS (PROMOVER)......:" TO LQ-TITULO.
           MOVE W-QTD-QUEBRA TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           MOVE "CAES (RETIRAR DO CARDAPIO).....:" TO LQ-TITULO.
           MOVE W-QTD-CAO TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.

           IF ESTOURO-TABELA
               MOVE "ATENCAO: LIMITE DE TABELA EXCEDIDO - RELATORIO
      -            " INCOMPLETO" TO REG-REL
               WRITE REG-REL
           END-IF.
           CLOSE REL-ENG.

       IMPRIMIR-PRODUTO.
           ADD 1 TO W-IND.
           MOVE TP-COD(W-IND)      TO LD-COD.
           MOVE TP-NOME(W-IND)     TO LD-NOME.
           MOVE TP-QTD(W-IND)      TO LD-QTD.
           MOVE TP-PRECO(W-IND)    TO LD-PRECO.
           MOVE TP-CUSTO(W-IND)    TO LD-CUSTO.
           MOVE TP-MARGEM(W-IND)   TO LD-MARGEM.
           MOVE TP-MARG-TOT(W-IND) TO LD-MARG-TOT.
           MOVE TP-CLASSE(W-IND)   TO LD-CLASSE.
           WRITE REG-REL FROM LINDET.
