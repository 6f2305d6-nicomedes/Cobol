      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       CONC-CART.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CONCILIACAO DE CARTOES: LE O
      *   ARQUIVO DE LIQUIDACAO DA ADQUIRENTE (LIQCART.TXT - ABERTURA
      *   TIPO 1 COM ADQUIRENTE E DATA DO ARQUIVO; DETALHES TIPO 2 COM
      *   DATA DA VENDA, VALOR BRUTO, TAXA COBRADA, LIQUIDO E DATA DO
      *   CREDITO) E CASA CADA LIQUIDACAO COM UM RECEBIMENTO EM CARTAO
      *   AINDA NAO LIQUIDADO DE PAGTOCOM.DAT PELA DATA E PELO VALOR.
      *   A TAXA COBRADA E CONFERIDA CONTRA A TAXA CONTRATADA DE
      *   CARTAO.PAR (MANTIDA NO MANTPAR); O RECEBIMENTO CASADO E
      *   MARCADO LIQUIDADO E O LIQUIDO ENTRA NO LIVRO CAIXA CENTRAL
      *   NA DATA DO CREDITO (GRAVA-CAIXA-DATA, EM
      *   COMUM/GRAVACAIXADT.cbl). SAEM EM CONCCART.LST:
      *   LIQUIDACAO SEM VENDA, TAXA ACIMA DO CONTRATO E VENDA AINDA
      *   NAO LIQUIDADA PASSADO O PRAZO (CT-PRAZO). RODAR DE NOVO O
      *   MESMO ARQUIVO NAO LANCA NADA DUAS VEZES.
      * 15 OUTUBRO 2026 - JULIANO - LIQUIDACAO COM DATA DE CREDITO EM
      *   MES DO CAIXA JA FECHADO NO CONTROLE DE PERIODOS (PERIODO.cbl)
      *   NAO E CONCILIADA NEM LANCADA: A VENDA SAI NO CONCCART.LST
      *   COMO RECUSADA, PARA O SUPERVISOR REABRIR O MES OU LANCAR DE
      *   NOVO. A CONSULTA E FEITA NO COMUM/VERIFPERIODO.cbl.
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
           SELECT ARQ-PAGTO ASSIGN TO "PAGTOCOM.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PG-CHAVE
               FILE STATUS     IS W-STATPG.

           SELECT ARQ-LIQ ASSIGN TO "LIQCART.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATL.

           SELECT ARQ-CARTPAR ASSIGN TO "CARTAO.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCRT.

           SELECT REL-CONC ASSIGN TO "CONCCART.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*

      *--------------------------------
       FILE                SECTION.
      *--------------------------------
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

       FD  ARQ-LIQ
           LABEL RECORD STANDARD.
       01  REG-LIQ.
           02 LQ-TIPO     PIC X(1).
           02 LQ-RESTO    PIC X(79).
       01  REG-LIQ-HEADER REDEFINES REG-LIQ.
           02 FILLER      PIC X(1).
           02 LH-ADQUIR   PIC X(10).
           02 LH-DATA     PIC 9(8).
           02 FILLER      PIC X(61).
       01  REG-LIQ-DET REDEFINES REG-LIQ.
           02 FILLER      PIC X(1).
           02 LQ-DT-VENDA PIC 9(8).
           02 LQ-BRUTO    PIC 9(7)V99.
           02 LQ-TAXA     PIC 9(5)V99.
           02 LQ-LIQUIDO  PIC 9(7)V99.
           02 LQ-DT-CRED  PIC 9(8).
           02 LQ-NSU      PIC X(12).
           02 FILLER      PIC X(26).

       FD  ARQ-CARTPAR
           LABEL RECORD STANDARD.
       01  REG-CARTPAR.
           02 CT-TAXA  PIC 99V99.
           02 FILLER   PIC X(1).
           02 CT-PRAZO PIC 99.

       FD  REL-CONC
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATPG        PIC X(02) VALUE SPACES.
       77 W-STATL         PIC X(02) VALUE SPACES.
       77 W-STATCRT       PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       77 W-FIM-LIQ       PIC X     VALUE "N".
           88 FIM-LIQUIDACAO          VALUE "S".

       77 W-TAXA-CARTAO   PIC 99V99 VALUE 2,50.
       77 W-PRAZO-CARTAO  PIC 99    VALUE 30.
       77 W-DATA-SIS      PIC 9(8)  VALUE ZEROS.
       77 W-DIAS-HOJE     PIC 9(7)  VALUE ZEROS.
       77 W-DATA-CORTE    PIC 9(8)  VALUE ZEROS.
       77 W-ADQUIRENTE    PIC X(10) VALUE SPACES.
       77 W-DATA-ARQ      PIC 9(8)  VALUE ZEROS.
       01 W-DATA-AMD.
           02 W-ANO-A     PIC 9999.
           02 W-MES-A     PIC 99.
           02 W-DIA-A     PIC 99.
       01 W-DATA-AMD-N REDEFINES W-DATA-AMD PIC 9(8).

       77 W-TAXA-ESPERADA PIC 9(5)V99 VALUE ZEROS.
       77 W-LIQ-ESPERADO  PIC 9(7)V99 VALUE ZEROS.
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.

       77 W-QTD-CONC      PIC 9(5)  VALUE ZEROS.
       77 W-QTD-SEMVENDA  PIC 9(5)  VALUE ZEROS.
       77 W-QTD-TAXA      PIC 9(5)  VALUE ZEROS.
       77 W-QTD-PENDENTE  PIC 9(5)  VALUE ZEROS.
       77 W-QTD-REPETIDA  PIC 9(5)  VALUE ZEROS.
       77 W-QTD-RECUSADA  PIC 9(5)  VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".
       77 W-TOT-BRUTO     PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-TAXA      PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-LIQUIDO   PIC 9(9)V99 VALUE ZEROS.
       77 W-TOT-EXCESSO   PIC 9(9)V99 VALUE ZEROS.

       77 W-QTD-VENDAS    PIC 9(4)  VALUE ZEROS.
       77 W-IND           PIC 9(4)  VALUE ZEROS.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-VENDA             VALUE "S".

       01 TAB-VENDAS.
           02 TV-ENTRADA OCCURS 3000 TIMES.
               03 TV-CHAVE    PIC X(7).
               03 TV-DATA     PIC 9(8).
               03 TV-TOTAL    PIC 9(7)V99.
               03 TV-SITUACAO PIC X(1).
                   88 TV-PENDENTE     VALUE "P".
                   88 TV-JA-LIQUIDADA VALUE "L".
                   88 TV-CONCILIADA   VALUE "C".
                   88 TV-RECUSADA     VALUE "R".

       01 LINCAB1.
           02 FILLER    PIC X(36) VALUE
               "CONCILIACAO DE CARTOES - ADQUIRENTE ".
           02 LC-ADQUIR PIC X(10).
           02 FILLER    PIC X(10) VALUE "  ARQUIVO ".
           02 LC-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(14) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(25) VALUE "OCORRENCIA".
           02 FILLER    PIC X(08) VALUE "COMANDA".
           02 FILLER    PIC X(09) VALUE "VENDA".
           02 FILLER    PIC X(11) VALUE "     BRUTO".
           02 FILLER    PIC X(10) VALUE "  COBRADA".
           02 FILLER    PIC X(10) VALUE " CONTRATO".
           02 FILLER    PIC X(07) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(72) VALUE ALL "-".
           02 FILLER    PIC X(08) VALUE SPACES.
       01 LINDET.
           02 LD-MOTIVO   PIC X(24).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 LD-CHAVE    PIC X(07).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 LD-DATA     PIC 9(08).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 LD-BRUTO    PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 LD-COBRADA  PIC ZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 LD-CONTRATO PIC ZZ.ZZ9,99.
           02 FILLER      PIC X(08) VALUE SPACES.
       01 LINTOT.
           02 LT-ROTULO PIC X(30).
           02 LT-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(45) VALUE SPACES.
       01 LINVALOR.
           02 LV-ROTULO PIC X(30).
           02 LV-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(36) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETROS.
           COMPUTE W-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(W-DATA-SIS).
           COMPUTE W-DATA-CORTE = FUNCTION DATE-OF-INTEGER
               (W-DIAS-HOJE - W-PRAZO-CARTAO).

           OPEN INPUT ARQ-LIQ.
           IF W-STATL NOT = "00"
               DISPLAY ERASE
               DISPLAY "LIQCART.TXT NAO ENCONTRADO" AT 1220
               STOP " "
               GOBACK
           END-IF.

           OPEN I-O ARQ-PAGTO.
           IF W-STATPG NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATPG W-MENSAGEM-ERRO
                   "CONCCART"
               DISPLAY ERASE
               DISPLAY W-MENSAGEM-ERRO AT 1220
               CLOSE ARQ-LIQ
               STOP " "
               GOBACK
           END-IF.

           PERFORM CARREGAR-VENDAS.
           OPEN OUTPUT REL-CONC.

           PERFORM LER-LIQUIDACAO.
           PERFORM PROCESSAR-LINHA UNTIL FIM-LIQUIDACAO.

           MOVE ZEROS TO W-IND.
           PERFORM CONFERIR-PENDENTE W-QTD-VENDAS TIMES.

           PERFORM IMPRIMIR-TOTAIS.
           CLOSE REL-CONC ARQ-LIQ ARQ-PAGTO.

           DISPLAY ERASE.
           DISPLAY "CONCILIACAO CONCLUIDA - OCORRENCIAS EM CONCCART.LST"
               AT 1212.
           DISPLAY "CONCILIADAS:" AT 1412.
           DISPLAY W-QTD-CONC     AT 1425.
           STOP " ".
           GOBACK.

       LER-PARAMETROS.
           OPEN INPUT ARQ-CARTPAR.
           IF W-STATCRT = "00"
               READ ARQ-CARTPAR
                   AT END CONTINUE
                   NOT AT END
                       IF CT-TAXA NUMERIC
                           MOVE CT-TAXA TO W-TAXA-CARTAO
                       END-IF
                       IF CT-PRAZO NUMERIC
                           MOVE CT-PRAZO TO W-PRAZO-CARTAO
                       END-IF
               END-READ
               CLOSE ARQ-CARTPAR
           END-IF.

      *-----------------------------------------------------------------*
      * CARREGAR-VENDAS - TODO RECEBIMENTO EM CARTAO VAI PARA A TABELA
      *   COM A DATA JA EM AAAAMMDD; OS JA LIQUIDADOS ENTRAM SO PARA
      *   RECONHECER UMA LIQUIDACAO REPETIDA.
      *-----------------------------------------------------------------*
       CARREGAR-VENDAS.
           MOVE "N" TO W-FIM-ARQ.
           PERFORM LER-PAGTO.
           PERFORM GUARDAR-VENDA UNTIL FIM-ARQUIVO.
           IF W-QTD-VENDAS = 3000
               DISPLAY "TABELA DE VENDAS CHEIA - RODAR O EXPURGO"
                   AT 2310
           END-IF.

       LER-PAGTO.
           READ ARQ-PAGTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       GUARDAR-VENDA.
           IF PG-CARTAO AND W-QTD-VENDAS < 3000
               ADD 1 TO W-QTD-VENDAS
               MOVE PG-DATA(1:2)  TO W-DIA-A
               MOVE PG-DATA(4:2)  TO W-MES-A
               MOVE PG-DATA(7:4)  TO W-ANO-A
               MOVE PG-CHAVE      TO TV-CHAVE(W-QTD-VENDAS)
               MOVE W-DATA-AMD-N  TO TV-DATA(W-QTD-VENDAS)
               MOVE PG-TOTAL      TO TV-TOTAL(W-QTD-VENDAS)
               IF PG-LIQUIDADO
                   MOVE "L" TO TV-SITUACAO(W-QTD-VENDAS)
               ELSE
                   MOVE "P" TO TV-SITUACAO(W-QTD-VENDAS)
               END-IF
           END-IF.
           PERFORM LER-PAGTO.

       LER-LIQUIDACAO.
           READ ARQ-LIQ
               AT END MOVE "S" TO W-FIM-LIQ
           END-READ.

       PROCESSAR-LINHA.
           EVALUATE LQ-TIPO
               WHEN "1"
                   MOVE LH-ADQUIR TO W-ADQUIRENTE LC-ADQUIR
                   MOVE LH-DATA   TO W-DATA-ARQ LC-DATA
                   WRITE REG-REL FROM LINCAB1
                   WRITE REG-REL FROM LINCAB2
                   WRITE REG-REL FROM LINTRACO
               WHEN "2"
                   PERFORM PROCESSAR-DETALHE
           END-EVALUATE.
           PERFORM LER-LIQUIDACAO.

      *-----------------------------------------------------------------*
      * PROCESSAR-DETALHE - CASA COM A PRIMEIRA VENDA PENDENTE DE MESMA
      *   DATA E VALOR; SEM PENDENTE, UMA JA LIQUIDADA DE MESMA DATA E
      *   VALOR INDICA ARQUIVO REPROCESSADO E A LINHA E IGNORADA.
      *-----------------------------------------------------------------*
       PROCESSAR-DETALHE.
           MOVE SPACES TO LD-CHAVE.
           MOVE LQ-DT-VENDA TO LD-DATA.
           MOVE LQ-BRUTO    TO LD-BRUTO.
           MOVE LQ-TAXA     TO LD-COBRADA.
           COMPUTE W-TAXA-ESPERADA ROUNDED =
               LQ-BRUTO * W-TAXA-CARTAO / 100.
           COMPUTE W-LIQ-ESPERADO = LQ-BRUTO - W-TAXA-ESPERADA.
           MOVE W-TAXA-ESPERADA TO LD-CONTRATO.

           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-PENDENTE
               UNTIL ACHOU-VENDA OR W-IND >= W-QTD-VENDAS.
           IF ACHOU-VENDA
               PERFORM LIQUIDAR-VENDA
           ELSE
               MOVE ZEROS TO W-IND
               PERFORM PROCURAR-LIQUIDADA
                   UNTIL ACHOU-VENDA OR W-IND >= W-QTD-VENDAS
               IF ACHOU-VENDA
                   ADD 1 TO W-QTD-REPETIDA
                   MOVE TV-CHAVE(W-IND) TO LD-CHAVE
                   MOVE "JA CONCILIADA - IGNORADA" TO LD-MOTIVO
                   WRITE REG-REL FROM LINDET
               ELSE
                   ADD 1 TO W-QTD-SEMVENDA
                   MOVE "LIQUIDACAO SEM VENDA" TO LD-MOTIVO
                   WRITE REG-REL FROM LINDET
               END-IF
           END-IF.

       PROCURAR-PENDENTE.
           ADD 1 TO W-IND.
           IF TV-PENDENTE(W-IND) AND TV-DATA(W-IND) = LQ-DT-VENDA
              AND TV-TOTAL(W-IND) = LQ-BRUTO
               MOVE "S" TO W-ACHOU
           END-IF.

       PROCURAR-LIQUIDADA.
           ADD 1 TO W-IND.
           IF TV-JA-LIQUIDADA(W-IND) AND TV-DATA(W-IND) = LQ-DT-VENDA
              AND TV-TOTAL(W-IND) = LQ-BRUTO
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * LIQUIDAR-VENDA - MARCA O RECEBIMENTO, LANCA O LIQUIDO NO CAIXA
      *   NA DATA DO CREDITO E APONTA TAXA ACIMA DO CONTRATADO (UM
      *   CENTAVO DE TOLERANCIA PARA ARREDONDAMENTO DA ADQUIRENTE).
      *   CREDITO EM MES DE CAIXA FECHADO NAO E LIQUIDADO: SAI COMO
      *   RECUSADO E A VENDA FICA PENDENTE EM PAGTOCOM.DAT.
      *-----------------------------------------------------------------*
       LIQUIDAR-VENDA.
           MOVE TV-CHAVE(W-IND) TO LD-CHAVE.
           CALL "VERIFICA-PERIODO" USING "X" LQ-DT-CRED W-SIT-PERIODO.
           IF MES-FECHADO
               MOVE "R" TO TV-SITUACAO(W-IND)
               ADD 1 TO W-QTD-RECUSADA
               MOVE "RECUSADA - MES FECHADO" TO LD-MOTIVO
               WRITE REG-REL FROM LINDET
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO TV-SITUACAO(W-IND).
           MOVE TV-CHAVE(W-IND) TO PG-CHAVE.
           READ ARQ-PAGTO
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATPG
                       W-MENSAGEM-ERRO "CONCCART"
                   EXIT PARAGRAPH
           END-READ.
           MOVE "L"        TO PG-SIT-LIQ.
           MOVE LQ-DT-CRED TO PG-DT-LIQ.
           MOVE LQ-LIQUIDO TO PG-VLR-LIQ.
           REWRITE REG-PAGTO
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATPG
                       W-MENSAGEM-ERRO "CONCCART"
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1          TO W-QTD-CONC.
           ADD LQ-BRUTO   TO W-TOT-BRUTO.
           ADD LQ-TAXA    TO W-TOT-TAXA.
           ADD LQ-LIQUIDO TO W-TOT-LIQUIDO.

           MOVE PG-CHAVE   TO W-DOC-CAIXA.
           MOVE LQ-LIQUIDO TO W-VLR-CAIXA.
           CALL "GRAVA-CAIXA-DATA" USING "CONCCART" W-DOC-CAIXA
               W-VLR-CAIXA "E" LQ-DT-CRED.

           IF LQ-TAXA > W-TAXA-ESPERADA + 0,01
               ADD 1 TO W-QTD-TAXA
               COMPUTE W-TOT-EXCESSO = W-TOT-EXCESSO
                   + LQ-TAXA - W-TAXA-ESPERADA
               MOVE "TAXA ACIMA DO CONTRATO" TO LD-MOTIVO
               WRITE REG-REL FROM LINDET
           END-IF.

       CONFERIR-PENDENTE.
           ADD 1 TO W-IND.
           IF TV-PENDENTE(W-IND) AND TV-DATA(W-IND) < W-DATA-CORTE
               ADD 1 TO W-QTD-PENDENTE
               MOVE "VENDA NAO LIQUIDADA"  TO LD-MOTIVO
               MOVE TV-CHAVE(W-IND)        TO LD-CHAVE
               MOVE TV-DATA(W-IND)         TO LD-DATA
               MOVE TV-TOTAL(W-IND)        TO LD-BRUTO
               MOVE ZEROS                  TO LD-COBRADA
               COMPUTE W-TAXA-ESPERADA ROUNDED =
                   TV-TOTAL(W-IND) * W-TAXA-CARTAO / 100
               MOVE W-TAXA-ESPERADA        TO LD-CONTRATO
               WRITE REG-REL FROM LINDET
           END-IF.

       IMPRIMIR-TOTAIS.
           WRITE REG-REL FROM LINTRACO.
           MOVE "LIQUIDACOES CONCILIADAS......:" TO LT-ROTULO.
           MOVE W-QTD-CONC TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "LIQUIDACOES SEM VENDA........:" TO LT-ROTULO.
           MOVE W-QTD-SEMVENDA TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "JA CONCILIADAS (IGNORADAS)...:" TO LT-ROTULO.
           MOVE W-QTD-REPETIDA TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "RECUSADAS - MES FECHADO......:" TO LT-ROTULO.
           MOVE W-QTD-RECUSADA TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "TAXA ACIMA DO CONTRATO.......:" TO LT-ROTULO.
           MOVE W-QTD-TAXA TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "VENDAS NAO LIQUIDADAS NO PRAZO" TO LT-ROTULO.
           MOVE W-QTD-PENDENTE TO LT-QTD.
           WRITE REG-REL FROM LINTOT.
           MOVE "VALOR BRUTO CONCILIADO.......:" TO LV-ROTULO.
           MOVE W-TOT-BRUTO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "TAXAS COBRADAS...............:" TO LV-ROTULO.
           MOVE W-TOT-TAXA TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "COBRADO ACIMA DO CONTRATO....:" TO LV-ROTULO.
           MOVE W-TOT-EXCESSO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "LIQUIDO LANCADO NO CAIXA.....:" TO LV-ROTULO.
           MOVE W-TOT-LIQUIDO TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
