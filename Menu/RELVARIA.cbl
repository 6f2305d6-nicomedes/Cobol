      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             RELVARIA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CONSUMO TEORICO X REAL ENTRE DUAS
      *   CONTAGENS DO INVENTAR.cbl (CONTAGEM.DAT). PARA CADA INGRE-
      *   DIENTE CONTADO NAS DUAS DATAS:
      *     REAL    = CONTAGEM DE ABERTURA + ENTRADAS ("E") - DEVOLUCOES
      *               AO FORNECEDOR ("D") DE MOVESTOQ.DAT - CONTAGEM DE
      *               FECHAMENTO;
      *     TEORICO = ITENS VENDIDOS (ITENSCOM.DAT, COMANDAS ABERTAS NO
      *               PERIODO) X QUANTIDADE DA FICHA TECNICA
      *               (RECEITAS.DAT); ITEM SEM FICHA CONSOME O PROPRIO
      *               CODIGO, COMO NA BAIXA DO ABRE-COMANDA.
      *   O PERIODO VAI DO DIA SEGUINTE A CONTAGEM DE ABERTURA ATE O DIA
      *   DA CONTAGEM DE FECHAMENTO. A VARIACAO (REAL - TEORICO) SAI EM
      *   UNIDADES E A CUSTO MEDIO (PROD-CUSTO), ORDENADA PELO VALOR, EM
      *   VARIACAO.LST: E ONDE APARECEM DESPERDICIO, PORCIONAMENTO
      *   ACIMA DA FICHA E DESVIO.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
      * 15 OUTUBRO 2026 - JULIANO - QUANTIDADES DE ESTOQUE AMPLIADAS
      *   PARA 5 DIGITOS (PROD-QTD, MV-QTD/MV-SALDO E CT-CONTADO/
      *   CT-SISTEMA); COLUNA REAL COM 5 DIGITOS.
      * 15 OUTUBRO 2026 - JULIANO - ORDENS DE PRODUCAO (PRODUCAO.cbl):
      *   A FABRICACAO DO PREPARADO ("F") CONTA COMO ENTRADA E O
      *   CONSUMO DOS INGREDIENTES NA ORDEM ("C") ENTRA NO TEORICO.
      * 15 OUTUBRO 2026 - JULIANO - MOVESTOQ.DAT PASSA A INDEXADO
      *   POR DATA (MV-CHAVE): A LEITURA COMECA LOGO DEPOIS DO DIA DA
      *   CONTAGEM DE ABERTURA E PARA NO PRIMEIRO MOVIMENTO POSTERIOR
      *   AO DIA DA CONTAGEM DE FECHAMENTO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAGEM ASSIGN TO "CONTAGEM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCT.
           SELECT ARQ-MOVEST ASSIGN TO "MOVESTOQ.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MV-CHAVE
               ALTERNATE RECORD KEY IS MV-CHAVE-PROD
               FILE STATUS     IS W-STATM.
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
           SELECT REL-VARIA ASSIGN TO "VARIACAO.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONTAGEM
           LABEL RECORD STANDARD.
       01  REG-CONTAGEM.
           02 CT-DATA        PIC 9(08).
           02 FILLER         PIC X(01).
           02 CT-PROD-COD    PIC 9(04).
           02 FILLER         PIC X(01).
           02 CT-CONTADO     PIC 9(05).
           02 FILLER         PIC X(01).
           02 CT-SISTEMA     PIC 9(05).

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
           02 PROD-COD    PIC 9(4).
           02 PROD-NOME   PIC X(30).
           02 PROD-PRECO  PIC 999V99.
           02 PROD-QTD    PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).

       FD  REL-VARIA
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATCT        PIC X(02) VALUE SPACES.
       77 W-STATM         PIC X(02) VALUE SPACES.
       77 W-STATC         PIC X(02) VALUE SPACES.
       77 W-STATI         PIC X(02) VALUE SPACES.
       77 W-STATR         PIC X(02) VALUE SPACES.
       77 W-STATP         PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO           VALUE "S".
       77 W-FIM-RECEITA   PIC X     VALUE "N".
           88 FIM-RECEITA           VALUE "S".
       77 W-RECEITA-OK    PIC X     VALUE "N".
           88 RECEITAS-ABERTO       VALUE "S".
       77 W-TEM-RECEITA   PIC X     VALUE "N".
           88 TEM-RECEITA           VALUE "S".
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-ENTRADA         VALUE "S".
       77 W-TROCOU        PIC X     VALUE "N".
           88 HOUVE-TROCA           VALUE "S".
       77 W-ESTOURO-TAB   PIC X     VALUE "N".
           88 ESTOURO-TABELA        VALUE "S".

       77 W-DATA-INI      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-FIM      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-REG      PIC 9(8)  VALUE ZEROS.
       77 W-COD-PROCURA   PIC 9(4)  VALUE ZEROS.
       77 W-QTD-CONSUMO   PIC 9(5)  VALUE ZEROS.

       77 W-QTD-ING       PIC 9(3)  VALUE ZEROS.
       77 W-QTD-VALIDOS   PIC 9(3)  VALUE ZEROS.
       77 W-QTD-COMANDAS  PIC 9(4)  VALUE ZEROS.
       77 W-IND           PIC 9(4)  VALUE ZEROS.
       77 W-IND2          PIC 9(3)  VALUE ZEROS.
       77 W-TOT-VALOR     PIC S9(8)V99 VALUE ZEROS.
       77 W-VALOR-ABS-1   PIC 9(8)V99 VALUE ZEROS.
       77 W-VALOR-ABS-2   PIC 9(8)V99 VALUE ZEROS.

       01 TAB-NUM-COMANDAS.
           02 TN-NUMERO OCCURS 3000 TIMES PIC 9(5).

       01 TAB-INGREDIENTES.
           02 TI-ENTRADA OCCURS 300 TIMES.
               03 TI-COD       PIC 9(4).
               03 TI-ABERTURA  PIC S9(5).
               03 TI-FECHAMENTO PIC S9(5).
               03 TI-TEM-ABERT PIC X(1).
               03 TI-TEM-FECH  PIC X(1).
               03 TI-ENTRADAS  PIC 9(5).
               03 TI-DEVOLUCAO PIC 9(5).
               03 TI-REAL      PIC S9(5).
               03 TI-TEORICO   PIC 9(5).
               03 TI-VARIACAO  PIC S9(5).
               03 TI-VALOR     PIC S9(7)V99.
       01 TI-TROCA.
           02 TX-COD       PIC 9(4).
           02 TX-ABERTURA  PIC S9(5).
           02 TX-FECHAMENTO PIC S9(5).
           02 TX-TEM-ABERT PIC X(1).
           02 TX-TEM-FECH  PIC X(1).
           02 TX-ENTRADAS  PIC 9(5).
           02 TX-DEVOLUCAO PIC 9(5).
           02 TX-REAL      PIC S9(5).
           02 TX-TEORICO   PIC 9(5).
           02 TX-VARIACAO  PIC S9(5).
           02 TX-VALOR     PIC S9(7)V99.

       01 LINCAB1.
           02 FILLER    PIC X(36) VALUE
               "CONSUMO TEORICO X REAL - CONTAGENS ".
           02 LC-INI    PIC 9(8).
           02 FILLER    PIC X(03) VALUE " A ".
           02 LC-FIM    PIC 9(8).
           02 FILLER    PIC X(25) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(25) VALUE "COD  INGREDIENTE".
           02 FILLER    PIC X(06) VALUE " ABERT".
           02 FILLER    PIC X(06) VALUE "  ENTR".
           02 FILLER    PIC X(06) VALUE "  FECH".
           02 FILLER    PIC X(07) VALUE "   REAL".
           02 FILLER    PIC X(06) VALUE "  TEOR".
           02 FILLER    PIC X(07) VALUE "   VAR".
           02 FILLER    PIC X(17) VALUE "    VALOR (CUSTO)".
       01 LINTRACO.
           02 FILLER    PIC X(80) VALUE ALL "-".
       01 LINDET.
           02 LD-COD    PIC 9(4).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-NOME   PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-ABERT  PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-ENTR   PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-FECH   PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-REAL   PIC -ZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-TEOR   PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-VAR    PIC +ZZZZ9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LD-VALOR  PIC +Z.ZZZ.ZZ9,99.
       01 LINTOT.
           02 FILLER    PIC X(36) VALUE
               "VARIACAO TOTAL A CUSTO MEDIO......:".
           02 LT-VALOR  PIC +ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           INITIALIZE TAB-NUM-COMANDAS TAB-INGREDIENTES.
           DISPLAY ERASE.
           DISPLAY "CONSUMO TEORICO X REAL" AT 0330.
           DISPLAY "CONTAGEM DE ABERTURA   (AAAAMMDD):" AT 0610.
           PERFORM WITH TEST AFTER UNTIL W-DATA-INI NOT = ZEROS
               ACCEPT W-DATA-INI AT 0645
           END-PERFORM.
           DISPLAY "CONTAGEM DE FECHAMENTO (AAAAMMDD):" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-DATA-FIM > W-DATA-INI
               ACCEPT W-DATA-FIM AT 0745
           END-PERFORM.

           OPEN INPUT ARQ-CONTAGEM.
           IF W-STATCT NOT = "00"
               DISPLAY "CONTAGEM.DAT INDISPONIVEL - SEM CONTAGENS"
                   AT 0910
               STOP " "
               GOBACK
           END-IF.
           MOVE "N" TO W-FIM-ARQ.
           PERFORM LER-CONTAGEM.
           PERFORM GUARDAR-CONTAGEM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-CONTAGEM.

           PERFORM ACUMULAR-MOVIMENTOS.
           PERFORM CARREGAR-COMANDAS-PERIODO.
           PERFORM EXPLODIR-VENDAS.
           PERFORM CALCULAR-VARIACOES.
           PERFORM ORDENAR-POR-VALOR.
           PERFORM IMPRIMIR-RELATORIO.

           IF ESTOURO-TABELA
               DISPLAY "AVISO: LIMITE DE TABELA, RELATORIO PARCIAL"
                   AT 1010
           END-IF.
           DISPLAY "RELATORIO GERADO EM VARIACAO.LST" AT 1210.
           STOP " ".
           GOBACK.

       LER-CONTAGEM.
           READ ARQ-CONTAGEM
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * GUARDAR-CONTAGEM - SO AS CONTAGENS DAS DUAS DATAS INFORMADAS;
      *   SE O MESMO PRODUTO FOI CONTADO MAIS DE UMA VEZ NO DIA, VALE A
      *   ULTIMA DIGITACAO.
      *-----------------------------------------------------------------*
       GUARDAR-CONTAGEM.
           IF CT-DATA = W-DATA-INI OR CT-DATA = W-DATA-FIM
               MOVE CT-PROD-COD TO W-COD-PROCURA
               PERFORM ACHAR-INGREDIENTE
               IF NOT ACHOU-ENTRADA AND W-QTD-ING < 300
                   ADD 1 TO W-QTD-ING
                   MOVE W-QTD-ING   TO W-IND
                   MOVE CT-PROD-COD TO TI-COD(W-IND)
                   MOVE "N" TO TI-TEM-ABERT(W-IND) TI-TEM-FECH(W-IND)
                   MOVE "S" TO W-ACHOU
               END-IF
               IF NOT ACHOU-ENTRADA
                   MOVE "S" TO W-ESTOURO-TAB
               ELSE
                   IF CT-DATA = W-DATA-INI
                       MOVE CT-CONTADO TO TI-ABERTURA(W-IND)
                       MOVE "S"        TO TI-TEM-ABERT(W-IND)
                   ELSE
                       MOVE CT-CONTADO TO TI-FECHAMENTO(W-IND)
                       MOVE "S"        TO TI-TEM-FECH(W-IND)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-CONTAGEM.

       ACHAR-INGREDIENTE.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-INGREDIENTE
               UNTIL ACHOU-ENTRADA OR W-IND >= W-QTD-ING.

       PROCURAR-INGREDIENTE.
           ADD 1 TO W-IND.
           IF TI-COD(W-IND) = W-COD-PROCURA
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * ACUMULAR-MOVIMENTOS - ENTRADAS E DEVOLUCOES DO PERIODO EM
      *   MOVESTOQ.DAT, LIDO PELA CHAVE DE DATA A PARTIR DO ULTIMO
      *   MOVIMENTO POSSIVEL DO DIA DA CONTAGEM DE ABERTURA.
      *-----------------------------------------------------------------*
       ACUMULAR-MOVIMENTOS.
           OPEN INPUT ARQ-MOVEST.
           IF W-STATM = "00"
               MOVE "N" TO W-FIM-ARQ
               MOVE W-DATA-INI TO MV-DATA-AMD
               MOVE ALL "9"    TO MV-HORA-SEQ
               START ARQ-MOVEST KEY IS GREATER THAN MV-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
               END-START
               PERFORM LER-MOVIMENTO
               PERFORM ACUMULAR-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-MOVEST
           END-IF.

       LER-MOVIMENTO.
           IF NOT FIM-ARQUIVO
               READ ARQ-MOVEST NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF W-STATM NOT = "00" OR MV-DATA-AMD > W-DATA-FIM
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       ACUMULAR-MOVIMENTO.
           IF MV-TIPO = "E" OR MV-TIPO = "D" OR MV-TIPO = "F"
                                             OR MV-TIPO = "C"
               MOVE MV-DATA-AMD TO W-DATA-REG
               IF W-DATA-REG > W-DATA-INI
                  AND W-DATA-REG NOT > W-DATA-FIM
                   MOVE MV-PROD-COD TO W-COD-PROCURA
                   PERFORM ACHAR-INGREDIENTE
                   IF ACHOU-ENTRADA
                       EVALUATE MV-TIPO
                           WHEN "E"
                           WHEN "F"
                               ADD MV-QTD TO TI-ENTRADAS(W-IND)
                           WHEN "D"
                               ADD MV-QTD TO TI-DEVOLUCAO(W-IND)
                           WHEN "C"
                               ADD MV-QTD TO TI-TEORICO(W-IND)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-MOVIMENTO.

      *-----------------------------------------------------------------*
      * CARREGAR-COMANDAS-PERIODO - NUMEROS DAS COMANDAS ABERTAS NO
      *   PERIODO (COM-DATAHORA, DD/MM/AAAA).
      *-----------------------------------------------------------------*
       CARREGAR-COMANDAS-PERIODO.
           OPEN INPUT ARQ-COMANDA.
           IF W-STATC = "00"
               MOVE "N" TO W-FIM-ARQ
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
           IF W-DATA-REG > W-DATA-INI
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
      * EXPLODIR-VENDAS - CADA ITEM ATIVO DE COMANDA DO PERIODO E
      *   EXPLODIDO PELA FICHA TECNICA NO CONSUMO TEORICO DOS
      *   INGREDIENTES CONTADOS.
      *-----------------------------------------------------------------*
       EXPLODIR-VENDAS.
           OPEN INPUT ARQ-RECEITA.
           IF W-STATR = "00"
               MOVE "S" TO W-RECEITA-OK
           END-IF.
           OPEN INPUT ARQ-ITENS.
           IF W-STATI = "00"
               MOVE "N" TO W-FIM-ARQ
               PERFORM LER-ITEM
               PERFORM EXPLODIR-UM-ITEM UNTIL FIM-ARQUIVO
               CLOSE ARQ-ITENS
           END-IF.
           IF RECEITAS-ABERTO
               CLOSE ARQ-RECEITA
           END-IF.

       LER-ITEM.
           READ ARQ-ITENS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       EXPLODIR-UM-ITEM.
           IF NOT IC-CANCELADO
               MOVE "N"   TO W-ACHOU
               MOVE ZEROS TO W-IND
               PERFORM PROCURAR-UMA-COMANDA
                   UNTIL ACHOU-ENTRADA OR W-IND >= W-QTD-COMANDAS
               IF ACHOU-ENTRADA
                   PERFORM EXPLODIR-RECEITA
               END-IF
           END-IF.
           PERFORM LER-ITEM.

       PROCURAR-UMA-COMANDA.
           ADD 1 TO W-IND.
           IF TN-NUMERO(W-IND) = IC-NUMERO
               MOVE "S" TO W-ACHOU
           END-IF.

       EXPLODIR-RECEITA.
           MOVE "N" TO W-TEM-RECEITA W-FIM-RECEITA.
           IF RECEITAS-ABERTO
               MOVE IC-PROD-COD TO RC-PROD-MENU
               MOVE ZEROS       TO RC-SEQ
               START ARQ-RECEITA KEY IS NOT LESS THAN RC-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-RECEITA
               END-START
               PERFORM LER-RECEITA
               PERFORM CONSUMIR-INGREDIENTE UNTIL FIM-RECEITA
           END-IF.
           IF NOT TEM-RECEITA
               MOVE IC-PROD-COD TO W-COD-PROCURA
               MOVE IC-QTD      TO W-QTD-CONSUMO
               PERFORM SOMAR-TEORICO
           END-IF.

       LER-RECEITA.
           IF NOT FIM-RECEITA
               READ ARQ-RECEITA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-RECEITA
               END-READ
               IF W-STATR NOT = "00" OR RC-PROD-MENU NOT = IC-PROD-COD
                   MOVE "S" TO W-FIM-RECEITA
               END-IF
           END-IF.

       CONSUMIR-INGREDIENTE.
           MOVE "S" TO W-TEM-RECEITA.
           MOVE RC-INGREDIENTE TO W-COD-PROCURA.
           COMPUTE W-QTD-CONSUMO = IC-QTD * RC-QTD.
           PERFORM SOMAR-TEORICO.
           PERFORM LER-RECEITA.

       SOMAR-TEORICO.
           PERFORM ACHAR-INGREDIENTE.
           IF ACHOU-ENTRADA
               ADD W-QTD-CONSUMO TO TI-TEORICO(W-IND)
           END-IF.

      *-----------------------------------------------------------------*
      * CALCULAR-VARIACOES - CONSUMO REAL, VARIACAO EM UNIDADES E A
      *   CUSTO MEDIO VIGENTE. PRODUTO SEM AS DUAS CONTAGENS FICA FORA
      *   (VAI PARA O FIM DA TABELA COM VALOR ZERO).
      *-----------------------------------------------------------------*
       CALCULAR-VARIACOES.
           OPEN INPUT ARQ-PROD.
           MOVE ZEROS TO W-IND.
           PERFORM CALCULAR-UMA-VARIACAO W-QTD-ING TIMES.
           IF W-STATP = "00"
               CLOSE ARQ-PROD
           END-IF.

       CALCULAR-UMA-VARIACAO.
           ADD 1 TO W-IND.
           IF TI-TEM-ABERT(W-IND) = "S" AND TI-TEM-FECH(W-IND) = "S"
               ADD 1 TO W-QTD-VALIDOS
               COMPUTE TI-REAL(W-IND) = TI-ABERTURA(W-IND)
                   + TI-ENTRADAS(W-IND) - TI-DEVOLUCAO(W-IND)
                   - TI-FECHAMENTO(W-IND)
               COMPUTE TI-VARIACAO(W-IND) =
                   TI-REAL(W-IND) - TI-TEORICO(W-IND)
               MOVE ZEROS TO TI-VALOR(W-IND)
               IF W-STATP = "00"
                   MOVE TI-COD(W-IND) TO PROD-COD
                   READ ARQ-PROD
                       NOT INVALID KEY
                           COMPUTE TI-VALOR(W-IND) =
                               TI-VARIACAO(W-IND) * PROD-CUSTO
                   END-READ
               END-IF
               ADD TI-VALOR(W-IND) TO W-TOT-VALOR
           ELSE
               MOVE "X" TO TI-TEM-ABERT(W-IND)
               MOVE ZEROS TO TI-VALOR(W-IND)
           END-IF.

      *-----------------------------------------------------------------*
      * ORDENAR-POR-VALOR - BOLHA PELO VALOR ABSOLUTO DA VARIACAO, DO
      *   MAIOR PARA O MENOR: SOBRA E FALTA GRANDES APARECEM NO TOPO.
      *-----------------------------------------------------------------*
       ORDENAR-POR-VALOR.
           MOVE "S" TO W-TROCOU.
           PERFORM PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       PASSADA-ORDENACAO.
           MOVE "N"   TO W-TROCOU.
           MOVE ZEROS TO W-IND2.
           IF W-QTD-ING > 1
               COMPUTE W-IND = W-QTD-ING - 1
               PERFORM COMPARAR-PAR W-IND TIMES
           END-IF.

       COMPARAR-PAR.
           ADD 1 TO W-IND2.
           MOVE TI-VALOR(W-IND2)     TO W-VALOR-ABS-1.
           MOVE TI-VALOR(W-IND2 + 1) TO W-VALOR-ABS-2.
           IF W-VALOR-ABS-1 < W-VALOR-ABS-2
               MOVE TI-ENTRADA(W-IND2)     TO TI-TROCA
               MOVE TI-ENTRADA(W-IND2 + 1) TO TI-ENTRADA(W-IND2)
               MOVE TI-TROCA               TO TI-ENTRADA(W-IND2 + 1)
               MOVE "S" TO W-TROCOU
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-RELATORIO - GRAVA A VARIACAO EM VARIACAO.LST.
      *-----------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           OPEN INPUT ARQ-PROD.
           OPEN OUTPUT REL-VARIA.
           MOVE W-DATA-INI TO LC-INI.
           MOVE W-DATA-FIM TO LC-FIM.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINTRACO.
           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-INGREDIENTE W-QTD-ING TIMES.
           IF W-QTD-VALIDOS = ZEROS
               MOVE "NENHUM PRODUTO CONTADO NAS DUAS DATAS" TO REG-REL
               WRITE REG-REL
           END-IF.
           WRITE REG-REL FROM LINTRACO.
           MOVE W-TOT-VALOR TO LT-VALOR.
           WRITE REG-REL FROM LINTOT.
           CLOSE REL-VARIA.
           IF W-STATP = "00"
               CLOSE ARQ-PROD
           END-IF.

       IMPRIMIR-INGREDIENTE.
           ADD 1 TO W-IND.
           IF TI-TEM-ABERT(W-IND) NOT = "X"
               MOVE TI-COD(W-IND) TO LD-COD
               MOVE "PRODUTO SEM CADASTRO" TO LD-NOME
               IF W-STATP = "00"
                   MOVE TI-COD(W-IND) TO PROD-COD
                   READ ARQ-PROD
                       NOT INVALID KEY
                           MOVE PROD-NOME TO LD-NOME
                   END-READ
               END-IF
               MOVE TI-ABERTURA(W-IND)   TO LD-ABERT
               COMPUTE LD-ENTR =
                   TI-ENTRADAS(W-IND) - TI-DEVOLUCAO(W-IND)
               MOVE TI-FECHAMENTO(W-IND) TO LD-FECH
               MOVE TI-REAL(W-IND)       TO LD-REAL
               MOVE TI-TEORICO(W-IND)    TO LD-TEOR
               MOVE TI-VARIACAO(W-IND)   TO LD-VAR
               MOVE TI-VALOR(W-IND)      TO LD-VALOR
               WRITE REG-REL FROM LINDET
           END-IF.
