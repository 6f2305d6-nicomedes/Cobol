      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       REL-GIRO.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - GIRO DE MESAS E TICKET POR PESSOA:
      *   PARA AS COMANDAS DE SALAO FECHADAS NO PERIODO (DATA DE
      *   ABERTURA EM COM-DATAHORA), SOMA O CONSUMO DOS ITENS ATIVOS
      *   DE ITENSCOM.DAT E IMPRIME EM GIRO.LST:
      *   - POR DIA E TURNO (ALMOCO: ABERTURA ANTES DAS 17:00; JANTAR:
      *     DAS 17:00 EM DIANTE) - COMANDAS, PESSOAS, PERMANENCIA MEDIA,
      *     GIROS POR MESA CADASTRADA, TICKET MEDIO POR COMANDA E POR
      *     PESSOA E OCUPACAO (PESSOAS SOBRE OS LUGARES DO SALAO);
      *   - POR MESA DE MESAS.DAT - COMANDAS, GIROS POR TURNO
      *     TRABALHADO, PERMANENCIA MEDIA, PESSOAS, OCUPACAO DOS
      *     LUGARES DA MESA (PESSOAS SOBRE COMANDAS X MES-LUGARES) E
      *     TICKET POR COMANDA E POR PESSOA.
      *   PERMANENCIA = ABERTURA ATE COM-DT-FECHA/COM-HR-FECHA; COMANDA
      *   FECHADA ANTES DO CARIMBO EXISTIR FICA FORA DA MEDIA DE TEMPO,
      *   E COMANDA SEM PESSOAS INFORMADAS FICA FORA DO TICKET POR
      *   PESSOA.
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

           SELECT ARQ-MESAS ASSIGN TO "MESAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS MES-NUMERO
               FILE STATUS     IS W-STATM.

           SELECT REL-GIRO ASSIGN TO "GIRO.LST"
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

       FD  ARQ-MESAS.
       01  REG-MESA.
           02 MES-NUMERO   PIC 99.
           02 MES-LUGARES  PIC 99.
           02 MES-STATUS   PIC X(1).
               88 MES-LIVRE     VALUE "L".
               88 MES-OCUPADA   VALUE "O".

       FD  REL-GIRO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATC         PIC X(02) VALUE SPACES.
       77 W-STATI         PIC X(02) VALUE SPACES.
       77 W-STATM         PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".

       77 W-DATA-INI      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-FIM      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-REG      PIC 9(8)  VALUE ZEROS.
       77 W-HORA-ABRE     PIC 99    VALUE ZEROS.
       77 W-MIN-ABRE      PIC 9(4)  VALUE ZEROS.
       77 W-MIN-FECHA     PIC 9(5)  VALUE ZEROS.
       77 W-HH            PIC 99    VALUE ZEROS.
       77 W-MM            PIC 99    VALUE ZEROS.

       77 W-QTD-COMANDAS  PIC 9(4)  VALUE ZEROS.
       77 W-QTD-TURNOS    PIC 9(3)  VALUE ZEROS.
       77 W-QTD-MESAS     PIC 9(3)  VALUE ZEROS.
       77 W-LUGARES-SALAO PIC 9(5)  VALUE ZEROS.
       77 W-IND           PIC 9(4)  VALUE ZEROS.
       77 W-IND-T         PIC 9(3)  VALUE ZEROS.
       77 W-IND-M         PIC 9(3)  VALUE ZEROS.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-ENTRADA           VALUE "S".
       77 W-ESTOURO-TAB   PIC X     VALUE "N".
           88 ESTOURO-TABELA          VALUE "S".

       77 W-MEDIA-PERM    PIC 9(4)    VALUE ZEROS.
       77 W-GIROS         PIC 99V99   VALUE ZEROS.
       77 W-TICKET-COM    PIC 9(6)V99 VALUE ZEROS.
       77 W-TICKET-PES    PIC 9(6)V99 VALUE ZEROS.
       77 W-OCUPACAO      PIC 9(4)V9  VALUE ZEROS.

       01 TAB-COMANDAS.
           02 TC-ENTRADA OCCURS 3000 TIMES.
               03 TC-NUMERO    PIC 9(5).
               03 TC-MESA      PIC 99.
               03 TC-TURNO-IND PIC 9(3).
               03 TC-PESSOAS   PIC 99.
               03 TC-PERM      PIC 9(5).
               03 TC-TEM-PERM  PIC X(1).
               03 TC-VALOR     PIC 9(7)V99.

       01 TAB-TURNOS.
           02 TT-ENTRADA OCCURS 400 TIMES.
               03 TT-DATA      PIC 9(8).
               03 TT-TURNO     PIC X(1).
               03 TT-COMANDAS  PIC 9(4).
               03 TT-PESSOAS   PIC 9(5).
               03 TT-PERM-TOT  PIC 9(7).
               03 TT-QTD-PERM  PIC 9(4).
               03 TT-VALOR     PIC 9(8)V99.
               03 TT-VALOR-PES PIC 9(8)V99.
       01 W-TURNO         PIC X(1)  VALUE SPACES.
           88 TURNO-ALMOCO           VALUE "A".
           88 TURNO-JANTAR           VALUE "J".

       01 TAB-MESAS.
           02 TM-ENTRADA OCCURS 99 TIMES.
               03 TM-CADASTRADA PIC X(1).
               03 TM-LUGARES   PIC 99.
               03 TM-COMANDAS  PIC 9(4).
               03 TM-PESSOAS   PIC 9(5).
               03 TM-PERM-TOT  PIC 9(7).
               03 TM-QTD-PERM  PIC 9(4).
               03 TM-VALOR     PIC 9(8)V99.
               03 TM-VALOR-PES PIC 9(8)V99.
               03 TM-TURNOS    PIC 9(3).
               03 TM-ULT-TURNO PIC 9(3).

       01 W-TOTAIS.
           02 TG-COMANDAS  PIC 9(5)    VALUE ZEROS.
           02 TG-PESSOAS   PIC 9(6)    VALUE ZEROS.
           02 TG-PERM-TOT  PIC 9(8)    VALUE ZEROS.
           02 TG-QTD-PERM  PIC 9(5)    VALUE ZEROS.
           02 TG-VALOR     PIC 9(9)V99 VALUE ZEROS.
           02 TG-VALOR-PES PIC 9(9)V99 VALUE ZEROS.

       01 LINCAB1.
           02 FILLER    PIC X(30) VALUE
               "GIRO DE MESAS E TICKET MEDIO ".
           02 LC-INI    PIC 9(8).
           02 FILLER    PIC X(03) VALUE " A ".
           02 LC-FIM    PIC 9(8).
           02 FILLER    PIC X(31) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(18) VALUE "DATA     TURNO".
           02 FILLER    PIC X(10) VALUE "COMANDAS".
           02 FILLER    PIC X(08) VALUE "PESSOAS".
           02 FILLER    PIC X(07) VALUE "PERM.".
           02 FILLER    PIC X(07) VALUE "GIROS".
           02 FILLER    PIC X(11) VALUE "TICKET/COM".
           02 FILLER    PIC X(11) VALUE "TICKET/PES".
           02 FILLER    PIC X(08) VALUE "OCUP.%".
       01 LINCAB3.
           02 FILLER    PIC X(18) VALUE "MESA LUGARES".
           02 FILLER    PIC X(10) VALUE "COMANDAS".
           02 FILLER    PIC X(08) VALUE "PESSOAS".
           02 FILLER    PIC X(07) VALUE "PERM.".
           02 FILLER    PIC X(07) VALUE "GIROS".
           02 FILLER    PIC X(11) VALUE "TICKET/COM".
           02 FILLER    PIC X(11) VALUE "TICKET/PES".
           02 FILLER    PIC X(08) VALUE "OCUP.%".
       01 LINTRACO.
           02 FILLER    PIC X(80) VALUE ALL "-".
       01 LINDET.
           02 LD-CHAVE.
               03 LD-DATA   PIC 9(8).
               03 FILLER    PIC X(01) VALUE SPACES.
               03 LD-TURNO  PIC X(07).
           02 LD-CHAVE-M REDEFINES LD-CHAVE.
               03 LD-MESA   PIC Z9.
               03 FILLER    PIC X(06).
               03 LD-LUGARES PIC Z9.
               03 FILLER    PIC X(06).
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LD-COMANDAS PIC ZZZ9.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LD-PESSOAS PIC ZZZZ9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LD-PERM   PIC ZZZ9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LD-GIROS  PIC Z9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-TKT-COM PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-TKT-PES PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-OCUP   PIC ZZZ9,9.
       01 LINTOT.
           02 FILLER    PIC X(18) VALUE "TOTAL DO PERIODO".
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LT-COMANDAS PIC ZZZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LT-PESSOAS PIC ZZZZZ9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LT-PERM   PIC ZZZ9.
           02 FILLER    PIC X(10) VALUE SPACES.
           02 LT-TKT-COM PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LT-TKT-PES PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           INITIALIZE TAB-COMANDAS TAB-TURNOS TAB-MESAS.
           DISPLAY ERASE.
           DISPLAY "GIRO DE MESAS E TICKET POR PESSOA" AT 0520.
           DISPLAY "DATA INICIAL (AAAAMMDD):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-DATA-INI NOT = ZEROS
               ACCEPT W-DATA-INI AT 0935
           END-PERFORM.
           DISPLAY "DATA FINAL   (AAAAMMDD):" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-DATA-FIM NOT < W-DATA-INI
               ACCEPT W-DATA-FIM AT 1035
           END-PERFORM.

           PERFORM CARREGAR-MESAS.
           PERFORM CARREGAR-COMANDAS-PERIODO.
           PERFORM SOMAR-CONSUMO.
           PERFORM ACUMULAR-TURNOS-MESAS.
           PERFORM IMPRIMIR-RELATORIO.

           DISPLAY "RELATORIO GIRO.LST GERADO" AT 1218.
           GOBACK.

      *-----------------------------------------------------------------*
      * CARREGAR-MESAS - LUGARES DE CADA MESA DE MESAS.DAT, NA POSICAO
      *   DO PROPRIO NUMERO DA MESA, E O TOTAL DE LUGARES DO SALAO.
      *-----------------------------------------------------------------*
       CARREGAR-MESAS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MESAS.
           IF W-STATM = "00"
               PERFORM LER-MESA
               PERFORM GUARDAR-MESA UNTIL FIM-ARQUIVO
               CLOSE ARQ-MESAS
           END-IF.

       LER-MESA.
           READ ARQ-MESAS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       GUARDAR-MESA.
           IF MES-NUMERO > ZEROS
               MOVE "S"         TO TM-CADASTRADA(MES-NUMERO)
               MOVE MES-LUGARES TO TM-LUGARES(MES-NUMERO)
               ADD 1            TO W-QTD-MESAS
               ADD MES-LUGARES  TO W-LUGARES-SALAO
           END-IF.
           PERFORM LER-MESA.

      *-----------------------------------------------------------------*
      * CARREGAR-COMANDAS-PERIODO - GUARDA AS COMANDAS DE SALAO
      *   FECHADAS CUJA ABERTURA CAI NO PERIODO, COM TURNO, PESSOAS E
      *   PERMANENCIA EM MINUTOS.
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
           IF COM-FECHADA AND COM-SALAO AND COM-MESA > ZEROS
              AND W-DATA-REG NOT < W-DATA-INI
              AND W-DATA-REG NOT > W-DATA-FIM
               IF W-QTD-COMANDAS < 3000
                   ADD 1 TO W-QTD-COMANDAS
                   MOVE W-QTD-COMANDAS TO W-IND
                   PERFORM GUARDAR-UMA-COMANDA
               ELSE
                   MOVE "S" TO W-ESTOURO-TAB
               END-IF
           END-IF.
           PERFORM LER-COMANDA.

       GUARDAR-UMA-COMANDA.
           MOVE COM-NUMERO  TO TC-NUMERO(W-IND).
           MOVE COM-MESA    TO TC-MESA(W-IND).
           MOVE COM-PESSOAS TO TC-PESSOAS(W-IND).
           MOVE ZEROS       TO TC-VALOR(W-IND) TC-PERM(W-IND).
           MOVE COM-DATAHORA(12:2) TO W-HORA-ABRE.
           IF W-HORA-ABRE < 17
               MOVE "A" TO W-TURNO
           ELSE
               MOVE "J" TO W-TURNO
           END-IF.
           PERFORM ACHAR-TURNO.
           MOVE W-IND-T TO TC-TURNO-IND(W-IND).

           MOVE "N" TO TC-TEM-PERM(W-IND).
           IF COM-DT-FECHA > ZEROS
               MOVE COM-DATAHORA(15:2) TO W-MM
               COMPUTE W-MIN-ABRE = W-HORA-ABRE * 60 + W-MM
               MOVE COM-HR-FECHA(1:2) TO W-HH
               MOVE COM-HR-FECHA(3:2) TO W-MM
               COMPUTE W-MIN-FECHA = W-HH * 60 + W-MM
      *        FECHOU DEPOIS DA MEIA-NOITE: SOMA UM DIA.
               IF COM-DT-FECHA > W-DATA-REG
                   ADD 1440 TO W-MIN-FECHA
               END-IF
               IF W-MIN-FECHA NOT < W-MIN-ABRE
                   COMPUTE TC-PERM(W-IND) = W-MIN-FECHA - W-MIN-ABRE
                   MOVE "S" TO TC-TEM-PERM(W-IND)
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * ACHAR-TURNO - POSICAO DO DIA/TURNO EM TAB-TURNOS, CRIANDO A
      *   ENTRADA NA PRIMEIRA COMANDA DELE.
      *-----------------------------------------------------------------*
       ACHAR-TURNO.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND-T.
           PERFORM PROCURAR-UM-TURNO
               UNTIL ACHOU-ENTRADA OR W-IND-T >= W-QTD-TURNOS.
           IF NOT ACHOU-ENTRADA
               IF W-QTD-TURNOS < 400
                   ADD 1 TO W-QTD-TURNOS
                   MOVE W-QTD-TURNOS TO W-IND-T
                   MOVE W-DATA-REG   TO TT-DATA(W-IND-T)
                   MOVE W-TURNO      TO TT-TURNO(W-IND-T)
               ELSE
                   MOVE "S" TO W-ESTOURO-TAB
                   MOVE ZEROS TO W-IND-T
               END-IF
           END-IF.

       PROCURAR-UM-TURNO.
           ADD 1 TO W-IND-T.
           IF TT-DATA(W-IND-T) = W-DATA-REG
              AND TT-TURNO(W-IND-T) = W-TURNO
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * SOMAR-CONSUMO - PASSAGEM UNICA EM ITENSCOM.DAT SOMANDO OS ITENS
      *   ATIVOS NA COMANDA GUARDADA.
      *-----------------------------------------------------------------*
       SOMAR-CONSUMO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-ITENS.
           IF W-STATI = "00"
               PERFORM LER-ITEM
               PERFORM SOMAR-UM-ITEM UNTIL FIM-ARQUIVO
               CLOSE ARQ-ITENS
           END-IF.

       LER-ITEM.
           READ ARQ-ITENS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SOMAR-UM-ITEM.
           IF NOT IC-CANCELADO
               MOVE "N"   TO W-ACHOU
               MOVE ZEROS TO W-IND
               PERFORM PROCURAR-UMA-COMANDA
                   UNTIL ACHOU-ENTRADA OR W-IND >= W-QTD-COMANDAS
               IF ACHOU-ENTRADA
                   COMPUTE TC-VALOR(W-IND) =
                       TC-VALOR(W-IND) + (IC-QTD * IC-PRECO)
               END-IF
           END-IF.
           PERFORM LER-ITEM.

       PROCURAR-UMA-COMANDA.
           ADD 1 TO W-IND.
           IF TC-NUMERO(W-IND) = IC-NUMERO
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * ACUMULAR-TURNOS-MESAS - LEVA CADA COMANDA GUARDADA PARA O SEU
      *   DIA/TURNO, PARA A SUA MESA E PARA O TOTAL DO PERIODO.
      *-----------------------------------------------------------------*
       ACUMULAR-TURNOS-MESAS.
           MOVE ZEROS TO W-IND.
           PERFORM ACUMULAR-UMA-COMANDA W-QTD-COMANDAS TIMES.

       ACUMULAR-UMA-COMANDA.
           ADD 1 TO W-IND.
           MOVE TC-TURNO-IND(W-IND) TO W-IND-T.
           MOVE TC-MESA(W-IND)      TO W-IND-M.
           IF W-IND-T > ZEROS
               ADD 1                 TO TT-COMANDAS(W-IND-T)
               ADD TC-PESSOAS(W-IND) TO TT-PESSOAS(W-IND-T)
               ADD TC-VALOR(W-IND)   TO TT-VALOR(W-IND-T)
               IF TC-PESSOAS(W-IND) > ZEROS
                   ADD TC-VALOR(W-IND) TO TT-VALOR-PES(W-IND-T)
               END-IF
               IF TC-TEM-PERM(W-IND) = "S"
                   ADD TC-PERM(W-IND) TO TT-PERM-TOT(W-IND-T)
                   ADD 1              TO TT-QTD-PERM(W-IND-T)
               END-IF
           END-IF.

           ADD 1                 TO TM-COMANDAS(W-IND-M).
           ADD TC-PESSOAS(W-IND) TO TM-PESSOAS(W-IND-M).
           ADD TC-VALOR(W-IND)   TO TM-VALOR(W-IND-M).
           IF TC-PESSOAS(W-IND) > ZEROS
               ADD TC-VALOR(W-IND) TO TM-VALOR-PES(W-IND-M)
           END-IF.
           IF TC-TEM-PERM(W-IND) = "S"
               ADD TC-PERM(W-IND) TO TM-PERM-TOT(W-IND-M)
               ADD 1              TO TM-QTD-PERM(W-IND-M)
           END-IF.
           IF W-IND-T NOT = TM-ULT-TURNO(W-IND-M)
               ADD 1       TO TM-TURNOS(W-IND-M)
               MOVE W-IND-T TO TM-ULT-TURNO(W-IND-M)
           END-IF.

           ADD 1                 TO TG-COMANDAS.
           ADD TC-PESSOAS(W-IND) TO TG-PESSOAS.
           ADD TC-VALOR(W-IND)   TO TG-VALOR.
           IF TC-PESSOAS(W-IND) > ZEROS
               ADD TC-VALOR(W-IND) TO TG-VALOR-PES
           END-IF.
           IF TC-TEM-PERM(W-IND) = "S"
               ADD TC-PERM(W-IND) TO TG-PERM-TOT
               ADD 1              TO TG-QTD-PERM
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-RELATORIO - GRAVA EM GIRO.LST O QUADRO POR DIA/TURNO,
      *   O QUADRO POR MESA E O TOTAL DO PERIODO.
      *-----------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-GIRO.
           MOVE W-DATA-INI TO LC-INI.
           MOVE W-DATA-FIM TO LC-FIM.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINCAB2.
           MOVE ZEROS TO W-IND-T.
           PERFORM IMPRIMIR-TURNO W-QTD-TURNOS TIMES.
           WRITE REG-REL FROM LINTRACO.

           WRITE REG-REL FROM LINCAB3.
           MOVE ZEROS TO W-IND-M.
           PERFORM IMPRIMIR-MESA 99 TIMES.
           WRITE REG-REL FROM LINTRACO.

           MOVE TG-COMANDAS TO LT-COMANDAS.
           MOVE TG-PESSOAS  TO LT-PESSOAS.
           MOVE ZEROS TO W-MEDIA-PERM W-TICKET-COM W-TICKET-PES.
           IF TG-QTD-PERM > ZEROS
               COMPUTE W-MEDIA-PERM ROUNDED = TG-PERM-TOT / TG-QTD-PERM
           END-IF.
           IF TG-COMANDAS > ZEROS
               COMPUTE W-TICKET-COM ROUNDED = TG-VALOR / TG-COMANDAS
           END-IF.
           IF TG-PESSOAS > ZEROS
               COMPUTE W-TICKET-PES ROUNDED = TG-VALOR-PES / TG-PESSOAS
           END-IF.
           MOVE W-MEDIA-PERM TO LT-PERM.
           MOVE W-TICKET-COM TO LT-TKT-COM.
           MOVE W-TICKET-PES TO LT-TKT-PES.
           WRITE REG-REL FROM LINTOT.

           IF W-QTD-MESAS = ZEROS
               MOVE "ATENCAO: MESAS.DAT VAZIO - SEM GIROS E OCUPACAO"
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           IF ESTOURO-TABELA
               MOVE "ATENCAO: LIMITE DE TABELA EXCEDIDO - RELATORIO
      -            " INCOMPLETO" TO REG-REL
               WRITE REG-REL
           END-IF.
           CLOSE REL-GIRO.

       IMPRIMIR-TURNO.
           ADD 1 TO W-IND-T.
           MOVE SPACES TO LD-CHAVE.
           MOVE TT-DATA(W-IND-T) TO LD-DATA.
           IF TT-TURNO(W-IND-T) = "A"
               MOVE "ALMOCO" TO LD-TURNO
           ELSE
               MOVE "JANTAR" TO LD-TURNO
           END-IF.
           MOVE TT-COMANDAS(W-IND-T) TO LD-COMANDAS.
           MOVE TT-PESSOAS(W-IND-T)  TO LD-PESSOAS.
           MOVE ZEROS TO W-MEDIA-PERM W-GIROS W-TICKET-COM
               W-TICKET-PES W-OCUPACAO.
           IF TT-QTD-PERM(W-IND-T) > ZEROS
               COMPUTE W-MEDIA-PERM ROUNDED =
                   TT-PERM-TOT(W-IND-T) / TT-QTD-PERM(W-IND-T)
           END-IF.
           IF W-QTD-MESAS > ZEROS
               COMPUTE W-GIROS ROUNDED =
                   TT-COMANDAS(W-IND-T) / W-QTD-MESAS
           END-IF.
           IF TT-COMANDAS(W-IND-T) > ZEROS
               COMPUTE W-TICKET-COM ROUNDED =
                   TT-VALOR(W-IND-T) / TT-COMANDAS(W-IND-T)
           END-IF.
           IF TT-PESSOAS(W-IND-T) > ZEROS
               COMPUTE W-TICKET-PES ROUNDED =
                   TT-VALOR-PES(W-IND-T) / TT-PESSOAS(W-IND-T)
           END-IF.
           IF W-LUGARES-SALAO > ZEROS
               COMPUTE W-OCUPACAO ROUNDED =
                   TT-PESSOAS(W-IND-T) * 100 / W-LUGARES-SALAO
           END-IF.
           MOVE W-MEDIA-PERM TO LD-PERM.
           MOVE W-GIROS      TO LD-GIROS.
           MOVE W-TICKET-COM TO LD-TKT-COM.
           MOVE W-TICKET-PES TO LD-TKT-PES.
           MOVE W-OCUPACAO   TO LD-OCUP.
           WRITE REG-REL FROM LINDET.

      *-----------------------------------------------------------------*
      * IMPRIMIR-MESA - SO MESA CADASTRADA OU QUE TEVE COMANDA NO
      *   PERIODO. GIROS = COMANDAS DA MESA / TURNOS EM QUE ELA FOI
      *   USADA; OCUPACAO = PESSOAS / (COMANDAS X LUGARES DA MESA).
      *-----------------------------------------------------------------*
       IMPRIMIR-MESA.
           ADD 1 TO W-IND-M.
           IF TM-CADASTRADA(W-IND-M) = "S"
              OR TM-COMANDAS(W-IND-M) > ZEROS
               MOVE SPACES TO LD-CHAVE
               MOVE W-IND-M                TO LD-MESA
               MOVE TM-LUGARES(W-IND-M)    TO LD-LUGARES
               MOVE TM-COMANDAS(W-IND-M)   TO LD-COMANDAS
               MOVE TM-PESSOAS(W-IND-M)    TO LD-PESSOAS
               MOVE ZEROS TO W-MEDIA-PERM W-GIROS W-TICKET-COM
                   W-TICKET-PES W-OCUPACAO
               IF TM-QTD-PERM(W-IND-M) > ZEROS
                   COMPUTE W-MEDIA-PERM ROUNDED =
                       TM-PERM-TOT(W-IND-M) / TM-QTD-PERM(W-IND-M)
               END-IF
               IF TM-TURNOS(W-IND-M) > ZEROS
                   COMPUTE W-GIROS ROUNDED =
                       TM-COMANDAS(W-IND-M) / TM-TURNOS(W-IND-M)
               END-IF
               IF TM-COMANDAS(W-IND-M) > ZEROS
                   COMPUTE W-TICKET-COM ROUNDED =
                       TM-VALOR(W-IND-M) / TM-COMANDAS(W-IND-M)
               END-IF
               IF TM-PESSOAS(W-IND-M) > ZEROS
                   COMPUTE W-TICKET-PES ROUNDED =
                       TM-VALOR-PES(W-IND-M) / TM-PESSOAS(W-IND-M)
               END-IF
               IF TM-LUGARES(W-IND-M) > ZEROS
                  AND TM-COMANDAS(W-IND-M) > ZEROS
                   COMPUTE W-OCUPACAO ROUNDED =
                       TM-PESSOAS(W-IND-M) * 100 /
                       (TM-COMANDAS(W-IND-M) * TM-LUGARES(W-IND-M))
               END-IF
               MOVE W-MEDIA-PERM TO LD-PERM
               MOVE W-GIROS      TO LD-GIROS
               MOVE W-TICKET-COM TO LD-TKT-COM
               MOVE W-TICKET-PES TO LD-TKT-PES
               MOVE W-OCUPACAO   TO LD-OCUP
               WRITE REG-REL FROM LINDET
           END-IF.
