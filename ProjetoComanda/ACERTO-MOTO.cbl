      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       ACERTO-MOTO.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - ACERTO DO MOTOBOY NO FIM DO TURNO
      *   (ACERTOMB.LST): PARA A DATA INFORMADA, JUNTA AS COMANDAS DE
      *   ENTREGA QUE SAIRAM COM ALGUM MOTOBOY (COM-MOTOBOY, GRAVADO
      *   PELO ENTREGA.cbl) E, POR MOTOBOY, LISTA AS ENTREGAS, SOMA AS
      *   TAXAS DE ENTREGA QUE FICAM COM ELE E O DINHEIRO QUE ELE
      *   RECEBEU DOS CLIENTES (PAGAMENTOS EM DINHEIRO DE PAGTOCOM.DAT).
      *   A DIFERENCA E O QUE ELE DEVOLVE AO CAIXA; SE AS TAXAS PASSAM
      *   DO DINHEIRO, E A CASA QUE PAGA A DIFERENCA AO MOTOBOY.
      *   COMANDA AINDA ABERTA SAI MARCADA, POIS O PAGAMENTO DELA AINDA
      *   NAO FOI LANCADO E O DINHEIRO NAO ENTRA NA CONTA.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
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

           SELECT ARQ-PAGTO ASSIGN TO "PAGTOCOM.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PG-CHAVE
               FILE STATUS     IS W-STATPG.

           SELECT ARQ-MOTOBOY ASSIGN TO "MOTOBOYS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS MB-CODIGO
               FILE STATUS     IS W-STATMB.

           SELECT REL-ACERTO ASSIGN TO "ACERTOMB.LST"
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

       FD  ARQ-PAGTO.
       01  REG-PAGTO.
           02 PG-CHAVE.
               03 PG-COMANDA PIC 9(5).
               03 PG-SEQ     PIC 99.
           02 PG-DATA      PIC X(10).
           02 PG-FORMA     PIC X(1).
               88 PG-DINHEIRO   VALUE "D".
               88 PG-CARTAO     VALUE "C".
               88 PG-PIX        VALUE "P".
           02 PG-TOTAL     PIC 9(7)V99.
           02 PG-RECEBIDO  PIC 9(7)V99.
           02 PG-TROCO     PIC 9(7)V99.
           02 PG-SERVICO   PIC 9(7)V99.
           02 PG-SIT-LIQ   PIC X(1).
               88 PG-LIQUIDADO  VALUE "L".
           02 PG-DT-LIQ    PIC 9(8).
           02 PG-VLR-LIQ   PIC 9(7)V99.

       FD  ARQ-MOTOBOY.
       01  REG-MOTOBOY.
           02 MB-CODIGO     PIC 9(3).
           02 MB-NOME       PIC X(30).
           02 MB-FONE       PIC X(12).
           02 MB-SITUACAO   PIC X(1).
               88 MB-ATIVO      VALUE "A".
               88 MB-INATIVO    VALUE "I".

       FD  REL-ACERTO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATC         PIC X(02) VALUE SPACES.
       77 W-STATPG        PIC X(02) VALUE SPACES.
       77 W-STATMB        PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       77 W-FIM-PAGTO     PIC X     VALUE "N".
           88 FIM-PAGTO               VALUE "S".
       77 W-PAGTO-OK      PIC X     VALUE "N".
           88 PAGTO-ABERTO            VALUE "S".
       77 W-MOTOBOY-OK    PIC X     VALUE "N".
           88 MOTOBOYS-ABERTO         VALUE "S".
       77 W-DATA-PROCURA  PIC X(10) VALUE SPACES.

       77 W-QTD-ENT       PIC 9(3)  VALUE ZEROS.
       77 W-QTD-MOTO      PIC 99    VALUE ZEROS.
       77 W-IND           PIC 9(3)  VALUE ZEROS.
       77 W-IND-M         PIC 99    VALUE ZEROS.
       77 W-DINHEIRO      PIC 9(7)V99 VALUE ZEROS.
       77 W-SALDO         PIC S9(8)V99 VALUE ZEROS.
       77 W-TOT-TAXAS     PIC 9(8)V99 VALUE ZEROS.
       77 W-TOT-DINHEIRO  PIC 9(8)V99 VALUE ZEROS.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-MOTO              VALUE "S".

       01 TAB-ENTREGAS.
           02 TE-ENTRADA OCCURS 500 TIMES.
               03 TE-MOTOBOY  PIC 9(3).
               03 TE-COMANDA  PIC 9(5).
               03 TE-BAIRRO   PIC X(20).
               03 TE-TAXA     PIC 9(5)V99.
               03 TE-DINHEIRO PIC 9(7)V99.
               03 TE-STATUS   PIC X(1).

       01 TAB-MOTOBOYS.
           02 TM-ENTRADA OCCURS 50 TIMES.
               03 TM-CODIGO   PIC 9(3).
               03 TM-NOME     PIC X(30).
               03 TM-QTD      PIC 9(3).
               03 TM-TAXAS    PIC 9(7)V99.
               03 TM-DINHEIRO PIC 9(8)V99.

       01 LINTRACO.
           02 FILLER    PIC X(70) VALUE ALL "-".
           02 FILLER    PIC X(10) VALUE SPACES.
       01 LINCAB1.
           02 FILLER    PIC X(30) VALUE
               "ACERTO DE MOTOBOYS - DATA: ".
           02 LC-DATA   PIC X(10).
           02 FILLER    PIC X(40) VALUE SPACES.
       01 LINMOTO.
           02 FILLER    PIC X(09) VALUE "MOTOBOY ".
           02 LM-CODIGO PIC ZZ9.
           02 FILLER    PIC X(03) VALUE " - ".
           02 LM-NOME   PIC X(30).
           02 FILLER    PIC X(35) VALUE SPACES.
       01 LINCABDET.
           02 FILLER    PIC X(11) VALUE "    COMANDA".
           02 FILLER    PIC X(22) VALUE "  BAIRRO".
           02 FILLER    PIC X(10) VALUE "      TAXA".
           02 FILLER    PIC X(14) VALUE "      DINHEIRO".
           02 FILLER    PIC X(23) VALUE SPACES.
       01 LINDET.
           02 FILLER    PIC X(06) VALUE SPACES.
           02 LD-COMANDA PIC 9(5).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-BAIRRO PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-TAXA   PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-DINHEIRO PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-OBS    PIC X(17).
           02 FILLER    PIC X(05) VALUE SPACES.
       01 LINVALOR.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LV-TITULO PIC X(30).
           02 LV-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(33) VALUE SPACES.
       01 LINQTD.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LQ-TITULO PIC X(30).
           02 LQ-QTD    PIC ZZ9.
           02 FILLER    PIC X(43) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           INITIALIZE TAB-ENTREGAS TAB-MOTOBOYS.
           DISPLAY ERASE.
           DISPLAY "A C E R T O   D E   M O T O B O Y S" AT 0520.
           DISPLAY "DATA DO TURNO (DD/MM/AAAA):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-DATA-PROCURA NOT = SPACES
               ACCEPT W-DATA-PROCURA AT 0938
           END-PERFORM.

           OPEN INPUT ARQ-COMANDA.
           IF W-STATC NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATC W-MENSAGEM-ERRO
                   "ACERTOMB"
               DISPLAY "COMANDA.DAT INDISPONIVEL" AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-PAGTO.
           IF W-STATPG = "00"
               MOVE "S" TO W-PAGTO-OK
           END-IF.
           OPEN INPUT ARQ-MOTOBOY.
           IF W-STATMB = "00"
               MOVE "S" TO W-MOTOBOY-OK
           END-IF.

           PERFORM LER-COMANDA.
           PERFORM GUARDAR-ENTREGA UNTIL FIM-ARQUIVO.

           CLOSE ARQ-COMANDA.
           IF PAGTO-ABERTO
               CLOSE ARQ-PAGTO
           END-IF.
           IF MOTOBOYS-ABERTO
               CLOSE ARQ-MOTOBOY
           END-IF.

           OPEN OUTPUT REL-ACERTO.
           PERFORM IMPRIMIR-ACERTO.
           CLOSE REL-ACERTO.

           DISPLAY "ACERTO GERADO EM ACERTOMB.LST - ENTREGAS:" AT 1210.
           DISPLAY W-QTD-ENT AT 1252.
           STOP " ".
           GOBACK.

       LER-COMANDA.
           READ ARQ-COMANDA
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * GUARDAR-ENTREGA - COMANDA DE ENTREGA DA DATA QUE JA SAIU COM UM
      *   MOTOBOY: GUARDA A TAXA, O DINHEIRO RECEBIDO E ACUMULA NO
      *   TOTAL DO MOTOBOY.
      *-----------------------------------------------------------------*
       GUARDAR-ENTREGA.
           IF COM-ENTREGA AND COM-MOTOBOY > ZEROS
              AND COM-DATAHORA(1:10) = W-DATA-PROCURA
              AND W-QTD-ENT < 500
               PERFORM SOMAR-DINHEIRO
               PERFORM LOCALIZAR-MOTOBOY
               IF ACHOU-MOTO
                   ADD 1 TO W-QTD-ENT
                   MOVE COM-MOTOBOY  TO TE-MOTOBOY(W-QTD-ENT)
                   MOVE COM-NUMERO   TO TE-COMANDA(W-QTD-ENT)
                   MOVE COM-BAIRRO   TO TE-BAIRRO(W-QTD-ENT)
                   MOVE COM-TAXA-ENT TO TE-TAXA(W-QTD-ENT)
                   MOVE W-DINHEIRO   TO TE-DINHEIRO(W-QTD-ENT)
                   MOVE COM-STATUS   TO TE-STATUS(W-QTD-ENT)
                   ADD 1            TO TM-QTD(W-IND-M)
                   ADD COM-TAXA-ENT TO TM-TAXAS(W-IND-M)
                   ADD W-DINHEIRO   TO TM-DINHEIRO(W-IND-M)
               END-IF
           END-IF.
           PERFORM LER-COMANDA.

      *-----------------------------------------------------------------*
      * SOMAR-DINHEIRO - SO OS PAGAMENTOS EM DINHEIRO DA COMANDA FICAM
      *   NA MAO DO MOTOBOY; CARTAO E PIX JA ENTRARAM PELA MAQUININHA.
      *-----------------------------------------------------------------*
       SOMAR-DINHEIRO.
           MOVE ZEROS TO W-DINHEIRO.
           MOVE "N"   TO W-FIM-PAGTO.
           IF PAGTO-ABERTO AND COM-FECHADA
               MOVE COM-NUMERO TO PG-COMANDA
               MOVE ZEROS      TO PG-SEQ
               START ARQ-PAGTO KEY IS NOT LESS THAN PG-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-PAGTO
               END-START
               PERFORM LER-PAGTO
               PERFORM ACUMULAR-PAGTO UNTIL FIM-PAGTO
           END-IF.

       LER-PAGTO.
           IF NOT FIM-PAGTO
               READ ARQ-PAGTO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-PAGTO
               END-READ
               IF W-STATPG NOT = "00" OR PG-COMANDA NOT = COM-NUMERO
                   MOVE "S" TO W-FIM-PAGTO
               END-IF
           END-IF.

       ACUMULAR-PAGTO.
           IF PG-DINHEIRO
               ADD PG-TOTAL TO W-DINHEIRO
           END-IF.
           PERFORM LER-PAGTO.

      *-----------------------------------------------------------------*
      * LOCALIZAR-MOTOBOY - POSICIONA W-IND-M NO MOTOBOY DA COMANDA EM
      *   TAB-MOTOBOYS, ABRINDO A ENTRADA (COM O NOME DO CADASTRO) NA
      *   PRIMEIRA ENTREGA DELE.
      *-----------------------------------------------------------------*
       LOCALIZAR-MOTOBOY.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND-M.
           PERFORM PROCURAR-MOTOBOY
               UNTIL ACHOU-MOTO OR W-IND-M >= W-QTD-MOTO.
           IF NOT ACHOU-MOTO AND W-QTD-MOTO < 50
               ADD 1 TO W-QTD-MOTO
               MOVE W-QTD-MOTO  TO W-IND-M
               MOVE COM-MOTOBOY TO TM-CODIGO(W-IND-M)
               MOVE "NAO CADASTRADO" TO TM-NOME(W-IND-M)
               IF MOTOBOYS-ABERTO
                   MOVE COM-MOTOBOY TO MB-CODIGO
                   READ ARQ-MOTOBOY
                       NOT INVALID KEY
                           MOVE MB-NOME TO TM-NOME(W-IND-M)
                   END-READ
               END-IF
               MOVE "S" TO W-ACHOU
           END-IF.

       PROCURAR-MOTOBOY.
           ADD 1 TO W-IND-M.
           IF TM-CODIGO(W-IND-M) = COM-MOTOBOY
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-ACERTO - UM BLOCO POR MOTOBOY: ENTREGAS, TAXAS, DI-
      *   NHEIRO RECEBIDO E O SALDO A DEVOLVER AO CAIXA (OU A PAGAR).
      *-----------------------------------------------------------------*
       IMPRIMIR-ACERTO.
           MOVE W-DATA-PROCURA TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.
           MOVE ZEROS TO W-IND-M.
           PERFORM IMPRIMIR-MOTOBOY W-QTD-MOTO TIMES.

           MOVE "TOTAL DE TAXAS DE ENTREGA...:" TO LV-TITULO.
           MOVE W-TOT-TAXAS TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "TOTAL EM DINHEIRO RECEBIDO..:" TO LV-TITULO.
           MOVE W-TOT-DINHEIRO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.

       IMPRIMIR-MOTOBOY.
           ADD 1 TO W-IND-M.
           MOVE TM-CODIGO(W-IND-M) TO LM-CODIGO.
           MOVE TM-NOME(W-IND-M)   TO LM-NOME.
           WRITE REG-REL FROM LINMOTO.
           WRITE REG-REL FROM LINCABDET.
           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-ENTREGA W-QTD-ENT TIMES.

           MOVE "ENTREGAS....................:" TO LQ-TITULO.
           MOVE TM-QTD(W-IND-M) TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           MOVE "TAXAS DO MOTOBOY............:" TO LV-TITULO.
           MOVE TM-TAXAS(W-IND-M) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "DINHEIRO RECEBIDO...........:" TO LV-TITULO.
           MOVE TM-DINHEIRO(W-IND-M) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           COMPUTE W-SALDO = TM-DINHEIRO(W-IND-M) - TM-TAXAS(W-IND-M).
           IF W-SALDO < ZEROS
               MOVE "A PAGAR AO MOTOBOY..........:" TO LV-TITULO
               COMPUTE LV-VALOR = W-SALDO * -1
           ELSE
               MOVE "A DEVOLVER AO CAIXA.........:" TO LV-TITULO
               MOVE W-SALDO TO LV-VALOR
           END-IF.
           WRITE REG-REL FROM LINVALOR.
           WRITE REG-REL FROM LINTRACO.
           ADD TM-TAXAS(W-IND-M)    TO W-TOT-TAXAS.
           ADD TM-DINHEIRO(W-IND-M) TO W-TOT-DINHEIRO.

       IMPRIMIR-ENTREGA.
           ADD 1 TO W-IND.
           IF TE-MOTOBOY(W-IND) = TM-CODIGO(W-IND-M)
               MOVE TE-COMANDA(W-IND)  TO LD-COMANDA
               MOVE TE-BAIRRO(W-IND)   TO LD-BAIRRO
               MOVE TE-TAXA(W-IND)     TO LD-TAXA
               MOVE TE-DINHEIRO(W-IND) TO LD-DINHEIRO
               IF TE-STATUS(W-IND) = "F"
                   MOVE SPACES TO LD-OBS
               ELSE
                   MOVE "COMANDA EM ABERTO" TO LD-OBS
               END-IF
               WRITE REG-REL FROM LINDET
           END-IF.
