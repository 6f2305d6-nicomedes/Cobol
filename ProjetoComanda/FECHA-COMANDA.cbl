      *   REGISTRADO NO CATALOGO SPOOL.DAT). SEGUNDA VIA E PELO
      *   RESPOOL.cbl - PERDER A CONTA PORQUE FECHARAM A MESA SEGUINTE
      *   ERA UM ABSURDO.
      * 15 OUTUBRO 2026 - JULIANO - CADA RECEBIMENTO EM PAGTOCOM.DAT
      *   PASSA A GUARDAR A PARCELA DE SERVICO (10%) CONTIDA NELE
      *   (PG-SERVICO): CONTA UNICA LEVA O SERVICO INTEIRO, PARTES
      *   IGUAIS RATEIAM O SERVICO COMO O TOTAL (SOBRA NA ULTIMA) E NA
      *   DIVISAO POR ITEM CADA PAGANTE LEVA O SEU. E DAI QUE O
      *   RATEIO-SV.cbl TIRA A CAIXINHA DOS GARCONS DO MES.
      * 15 OUTUBRO 2026 - JULIANO - TODO FECHAMENTO EMITE DOCUMENTO
      *   FISCAL NUMERADO (SERIE "DOCFISC" DO COMUM/PROXNUM.cbl) EM
      *   DOCFISC.DAT, COM OS ITENS QUEBRADOS POR ALIQUOTA: A
      *   PROD-CATEGORIA DO PRODUTO EM PRODUTOS.DAT APONTA A ALIQUOTA
      *   EM TABTRIB.DAT (CAD-TRIB.cbl); SEM CLASSIFICACAO O ITEM CAI
      *   NA ALIQUOTA ZERO. O DESCONTO E RATEADO NAS BASES PELO PESO DE
      *   CADA ALIQUOTA; SERVICO E TAXA DE ENTREGA FICAM FORA DA BASE.
      *   O NUMERO SAI EM TODAS AS VIAS DA CONTA E A CONTA UNICA TRAZ A
      *   QUEBRA POR ALIQUOTA. CANCELAMENTO PELO CANC-FISC.cbl E MAPA
      *   DIARIO PELO MAPA-FISC.cbl.
      * 15 OUTUBRO 2026 - JULIANO - RECEBIMENTO EM CARTAO DEIXA DE
      *   SER LANCADO NO LIVRO CAIXA CENTRAL NO FECHAMENTO: O DINHEIRO
      *   SO ENTRA QUANDO A ADQUIRENTE PAGA, E QUEM LANCA O LIQUIDO NA
      *   DATA DO CREDITO E A CONCILIACAO DE CARTOES (CONC-CART.cbl).
      *   O RECEBIMENTO NASCE EM PAGTOCOM.DAT COMO NAO LIQUIDADO
      *   (PG-SIT-LIQ/PG-DT-LIQ/PG-VLR-LIQ).
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   BAIRRO DA ENTREGA (COM-BAIRRO, CHAVE DE ZONAS.DAT) E O
      *   MOTOBOY QUE LEVOU O PEDIDO (COM-MOTOBOY, DE MOTOBOYS.DAT).
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA). MARCAR-FECHADA CARIMBA A DATA E A HORA DO
      *   SISTEMA NO MOMENTO EM QUE A COMANDA PASSA A "F", BASE DO
      *   TEMPO DE PERMANENCIA NO REL-GIRO.cbl.
      * 15 OUTUBRO 2026 - JULIANO - PROGRAMA DE FIDELIDADE PELO FONE
      *   DO CLIENTE (FIDELIDA.DAT): DEPOIS DO DESCONTO O FECHAMENTO
      *   PERGUNTA SE O CLIENTE PARTICIPA, MOSTRA O SALDO DE PONTOS E
      *   PERMITE RESGATAR PONTOS COMO DESCONTO NA CONTA, SEM SENHA DE
      *   SUPERVISOR (O RESGATE ENTRA EM W-DESCONTO E SAI NA LINHA DE
      *   DESCONTO E NO DOCUMENTO FISCAL). FECHADA A COMANDA, O
      *   SUBTOTAL LIQUIDO RENDE PONTOS NA TAXA DE FIDELID.PAR
      *   (MANTPAR.cbl); FONE NOVO E CADASTRADO NA HORA. RESGATE E
      *   EMISSAO SAO GRAVADOS EM FIDMOV.DAT PARA O EXTRATO MENSAL DO
      *   REL-FIDEL.cbl.
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD DE PRODUTOS.DAT AMPLIADO
      *   PARA 5 DIGITOS (TOMADOS DO FILLER, MESMO TAMANHO DE REGISTRO).
      * 15 OUTUBRO 2026 - JULIANO - USO SIMULTANEO EM VARIOS TERMINAIS:
      *   COMANDA.DAT PASSA A TER BLOQUEIO MANUAL DE REGISTRO. A COMANDA
      *   E LIDA COM BLOQUEIO E SO E LIBERADA DEPOIS DE MARCADA
      *   FECHADA, PARA QUE DOIS CAIXAS NAO RECEBAM A MESMA CONTA.
      *   REGISTRO PRESO EM OUTRO TERMINAL MOSTRA O AVISO DO
      *   VERIFICA-STATUS (QUE O GRAVA EM ERROS.LOG) E A LEITURA E
      *   REPETIDA ATE SER LIBERADO.
      * 15 OUTUBRO 2026 - JULIANO - OPERADOR.DAT COM A SENHA CIFRADA
      *   (COMUM/CIFRASENHA) E BLOQUEIO POR TENTATIVAS: A SENHA DO
      *   SUPERVISOR E CIFRADA PARA CONFERIR, E SUPERVISOR BLOQUEADO
      *   NAO AUTORIZA.
      * 15 OUTUBRO 2026 - JULIANO - CONTACLI.DAT GANHA O CPF DO CLIENTE
      *   (REFERENCIA AO CADASTRO UNICO DE PESSOAS).
      * 15 OUTUBRO 2026 - JULIANO - COM O MES DO CAIXA JA FECHADO NO
      *   CONTROLE DE PERIODOS (PERIODO.cbl) PARA A DATA DO DIA A
      *   COMANDA NAO E FECHADA: A CONSULTA AO COMUM/VERIFPERIODO.cbl
      *   E FEITA ANTES DE RECEBER QUALQUER PAGAMENTO, PARA NAO FICAR
      *   CONTA PAGA EM PARTE. CAIXA ABERTO NA VIRADA DO MES TAMBEM E
      *   BARRADO AQUI.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS COM-NUMERO
               LOCK MODE       IS MANUAL
               FILE STATUS     IS W-STATC.

           SELECT ARQ-ITENS ASSIGN TO "ITENSCOM.DAT"
               RECORD KEY      IS FM-CHAVE
               FILE STATUS     IS W-STATFM.

           SELECT ARQ-PROD ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PROD-COD
               FILE STATUS     IS W-STATP.

           SELECT ARQ-TRIB ASSIGN TO "TABTRIB.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS TB-CATEGORIA
               FILE STATUS     IS W-STATTB.

           SELECT ARQ-DOCF ASSIGN TO "DOCFISC.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS DF-NUMERO
               FILE STATUS     IS W-STATDF.

           SELECT ARQ-FIDEL ASSIGN TO "FIDELIDA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS FI-FONE
               FILE STATUS     IS W-STATFI.

           SELECT ARQ-FIDMOV ASSIGN TO "FIDMOV.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATFV.

           SELECT ARQ-FIDPAR ASSIGN TO "FIDELID.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATFP.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*
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
           02 PG-TOTAL     PIC 9(7)V99.
           02 PG-RECEBIDO  PIC 9(7)V99.
           02 PG-TROCO     PIC 9(7)V99.
           02 PG-SERVICO   PIC 9(7)V99.
           02 PG-SIT-LIQ   PIC X(1).
               88 PG-LIQUIDADO  VALUE "L".
           02 PG-DT-LIQ    PIC 9(8).
           02 PG-VLR-LIQ   PIC 9(7)V99.

       FD  ARQ-OPER.
       01  REG-OPER.
           02 OP-COD    PIC 9(3).
           02 OP-NOME   PIC X(30).
           02 OP-SENHA  PIC X(16).
           02 OP-NIVEL  PIC 9(1).
               88 OP-OPERADOR    VALUE 1.
               88 OP-SUPERVISOR  VALUE 2.
           02 OP-DT-SENHA PIC 9(8).
           02 OP-TROCA    PIC X(1).
               88 OP-TROCA-OBRIG VALUE "S".
           02 OP-ERROS    PIC 9(1).
           02 OP-BLOQUEIO PIC X(1).
               88 OP-BLOQUEADO   VALUE "S".

       FD  ARQ-CONTAC.
       01  REG-CONTAC.
           02 CC-NOME   PIC X(30).
           02 CC-FONE   PIC X(12).
           02 CC-SALDO  PIC 9(7)V99.
           02 CC-CPF    PIC 9(11).

       FD  ARQ-FIADOMOV.
       01  REG-FIADOMOV.
           02 FM-COMANDA  PIC 9(5).
           02 FM-VALOR    PIC 9(7)V99.

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

       FD  ARQ-TRIB.
       01  REG-TRIB.
           02 TB-CATEGORIA  PIC X(10).
           02 TB-DESCRICAO  PIC X(20).
           02 TB-ALIQ       PIC 99V99.

       FD  ARQ-DOCF.
       01  REG-DOCF.
           02 DF-NUMERO     PIC 9(6).
           02 DF-COMANDA    PIC 9(5).
           02 DF-DATA       PIC 9(8).
           02 DF-HORA       PIC 9(6).
           02 DF-SITUACAO   PIC X(1).
               88 DF-EMITIDO    VALUE "E".
               88 DF-CANCELADO  VALUE "C".
           02 DF-SUBTOTAL   PIC 9(7)V99.
           02 DF-DESCONTO   PIC 9(7)V99.
           02 DF-SERVICO    PIC 9(7)V99.
           02 DF-TAXA-ENT   PIC 9(5)V99.
           02 DF-TOTAL      PIC 9(7)V99.
           02 DF-FAIXA OCCURS 5 TIMES.
               03 DF-ALIQ    PIC 99V99.
               03 DF-BASE    PIC 9(7)V99.
               03 DF-IMPOSTO PIC 9(7)V99.
           02 DF-DT-CANC    PIC 9(8).
           02 DF-MOT-CANC   PIC X(30).

       FD  ARQ-FIDEL.
       01  REG-FIDEL.
           02 FI-FONE        PIC X(12).
           02 FI-NOME        PIC X(30).
           02 FI-SALDO       PIC 9(7).
           02 FI-EMITIDOS    PIC 9(7).
           02 FI-RESGATADOS  PIC 9(7).
           02 FI-EXPIRADOS   PIC 9(7).
           02 FI-DT-CAD      PIC 9(8).
           02 FI-DT-ULT      PIC 9(8).

       FD  ARQ-FIDMOV
           LABEL RECORD STANDARD.
       01  REG-FIDMOV.
           02 FV-DATA        PIC 9(8).
           02 FV-FONE        PIC X(12).
           02 FV-TIPO        PIC X(1).
               88 FV-EMITIDO     VALUE "E".
               88 FV-RESGATADO   VALUE "R".
               88 FV-EXPIRADO    VALUE "X".
           02 FV-PONTOS      PIC 9(7).
           02 FV-COMANDA     PIC 9(5).
           02 FV-VALOR       PIC 9(7)V99.

       FD  ARQ-FIDPAR
           LABEL RECORD STANDARD.
       01  REG-FIDPAR.
           02 FP-PONTOS-REAL PIC 99V99.
           02 FILLER         PIC X(1).
           02 FP-VALOR-PONTO PIC 9V99.
           02 FILLER         PIC X(1).
           02 FP-VALIDADE    PIC 99.

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATC         PIC X(02) VALUE SPACES.
           88 COMANDA-EM-USO          VALUE "51".
       77 W-AVISO-USO     PIC X     VALUE "N".
       77 W-BRANCO-AVISO  PIC X(40) VALUE SPACES.
       77 W-STATI         PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-RESP          PIC X     VALUE SPACES.
           88 FORMA-VALIDA            VALUE "D" "C" "P" "F".
       77 W-STATCC        PIC X(02) VALUE SPACES.
       77 W-STATFM        PIC X(02) VALUE SPACES.
       77 W-STATP         PIC X(02) VALUE SPACES.
       77 W-STATTB        PIC X(02) VALUE SPACES.
       77 W-STATDF        PIC X(02) VALUE SPACES.
       77 W-PROD-ABERTO   PIC X     VALUE "N".
           88 PROD-ABERTO             VALUE "S".
       77 W-TRIB-ABERTO   PIC X     VALUE "N".
           88 TRIB-ABERTO             VALUE "S".
       77 W-NUM-DOCF      PIC 9(6)  VALUE ZEROS.
       77 W-SEED-DOCF     PIC 9(6)  VALUE ZEROS.
       77 W-HORA-SIS      PIC 9(8)  VALUE ZEROS.
       77 W-ALIQ-ITEM     PIC 99V99 VALUE ZEROS.
       77 W-QTD-ALQ       PIC 9     VALUE ZEROS.
       77 W-IND-ALQ       PIC 9     VALUE ZEROS.
       77 W-ACHOU-ALQ     PIC X     VALUE "N".
           88 ACHOU-ALIQ              VALUE "S".
       77 W-BASE-DIST     PIC 9(7)V99 VALUE ZEROS.
       77 W-STATFI        PIC X(02) VALUE SPACES.
       77 W-STATFV        PIC X(02) VALUE SPACES.
       77 W-STATFP        PIC X(02) VALUE SPACES.
       77 W-FIDEL-ABERTO  PIC X     VALUE "N".
           88 FIDEL-ABERTO            VALUE "S".
       77 W-PONTOS-REAL   PIC 99V99 VALUE 1,00.
       77 W-VALOR-PONTO   PIC 9V99  VALUE 0,05.
       77 W-PARTICIPA     PIC X     VALUE SPACES.
       77 W-RESGATAR      PIC X     VALUE SPACES.
       77 W-FONE-FID      PIC X(12) VALUE SPACES.
       77 W-NOME-FID      PIC X(30) VALUE SPACES.
       77 W-CLIENTE-NOVO  PIC X     VALUE "N".
           88 CLIENTE-NOVO            VALUE "S".
       77 W-PTS-RESGATE   PIC 9(7)  VALUE ZEROS.
       77 W-PTS-GANHOS    PIC 9(7)  VALUE ZEROS.
       77 W-VLR-RESGATE   PIC 9(7)V99 VALUE ZEROS.
       77 W-LIMITE-RESG   PIC 9(7)V99 VALUE ZEROS.
       77 W-BASE-PONTOS   PIC 9(7)V99 VALUE ZEROS.
       77 W-PONTOS-ED     PIC Z.ZZZ.ZZ9.
       01 TAB-ALIQUOTAS.
           02 TA-FAIXA OCCURS 5 TIMES.
               03 TA-ALIQ     PIC 99V99.
               03 TA-BRUTO    PIC 9(7)V99.
               03 TA-BASE     PIC 9(7)V99.
               03 TA-IMPOSTO  PIC 9(7)V99.
       77 W-FIADO-OK      PIC X     VALUE "N".
           88 FIADO-ABERTO            VALUE "S".
       77 W-COD-CONTA     PIC 9(3)  VALUE ZEROS.
       77 W-SERVICO       PIC 9(7)V99 VALUE ZEROS.
       77 W-TOTAL-GERAL   PIC 9(7)V99 VALUE ZEROS.
       77 W-VALOR-PAGAR   PIC 9(7)V99 VALUE ZEROS.
       77 W-SERV-PAGAR    PIC 9(7)V99 VALUE ZEROS.

       77 W-DIVIDIR       PIC X     VALUE SPACES.
       77 W-MODO-DIV      PIC X     VALUE SPACES.
       77 W-NUM-PARTES    PIC 99    VALUE ZEROS.
       77 W-PARTE         PIC 9(7)V99 VALUE ZEROS.
       77 W-ULT-PARTE     PIC 9(7)V99 VALUE ZEROS.
       77 W-SERV-PARTE    PIC 9(7)V99 VALUE ZEROS.
       77 W-SERV-ULT      PIC 9(7)V99 VALUE ZEROS.
       77 W-IND-ITEM      PIC 9(3)  VALUE ZEROS.
       77 W-IND-PAG       PIC 99    VALUE ZEROS.
       77 W-TAXA-COBRADA  PIC X     VALUE "N".

       01 TAB-ITENS.
           02 TI-ENTRADA OCCURS 200 TIMES.
               03 TI-PROD-COD PIC 9(4).
               03 TI-NOME     PIC X(30).
               03 TI-QTD      PIC 99.
               03 TI-PRECO    PIC 999V99.
           88 AUTORIZADO              VALUE "S".
       77 W-COD-SUPER     PIC 9(3)  VALUE ZEROS.
       77 W-SENHA-SUPER   PIC X(8)  VALUE SPACES.
       77 W-CIFRA-SUPER   PIC X(16) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.
       77 W-NOME-SPOOL    PIC X(12) VALUE SPACES.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO           VALUE "F".
       01 W-AUDIT-TOTAL.
           02 FILLER        PIC X(07) VALUE "TOTAL: ".
           02 W-AUDIT-VALOR PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(26) VALUE "CONTA DA COMANDA NUMERO: ".
           02 LC-NUMERO PIC ZZZZ9.
           02 FILLER    PIC X(49) VALUE SPACES.
       01 LINFISC.
           02 FILLER    PIC X(22) VALUE "DOCUMENTO FISCAL No.: ".
           02 LF-NUMERO PIC 9(6).
           02 FILLER    PIC X(52) VALUE SPACES.
       01 LINALIQ.
           02 FILLER    PIC X(10) VALUE "ALIQUOTA ".
           02 LA-ALIQ   PIC Z9,99.
           02 FILLER    PIC X(09) VALUE "%  BASE: ".
           02 LA-BASE   PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(12) VALUE "  IMPOSTO: ".
           02 LA-IMPOSTO PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(20) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(06) VALUE "MESA: ".
           02 LC-MESA   PIC 99.
               CLOSE       ARQ-FIADOMOV
               OPEN I-O    ARQ-FIADOMOV
           END-IF.
           OPEN INPUT ARQ-PROD.
           IF W-STATP = "00"
               MOVE "S" TO W-PROD-ABERTO
           END-IF.
           OPEN INPUT ARQ-TRIB.
           IF W-STATTB = "00"
               MOVE "S" TO W-TRIB-ABERTO
           END-IF.
           OPEN I-O ARQ-DOCF.
           IF W-STATDF = "35"
               OPEN OUTPUT ARQ-DOCF
               CLOSE       ARQ-DOCF
               OPEN I-O    ARQ-DOCF
           END-IF.
           OPEN I-O ARQ-FIDEL.
           IF W-STATFI = "35"
               OPEN OUTPUT ARQ-FIDEL
               CLOSE       ARQ-FIDEL
               OPEN I-O    ARQ-FIDEL
           END-IF.
           IF W-STATFI = "00"
               MOVE "S" TO W-FIDEL-ABERTO
           END-IF.
           OPEN INPUT ARQ-FIDPAR.
           IF W-STATFP = "00"
               READ ARQ-FIDPAR
                   AT END CONTINUE
                   NOT AT END
                       IF FP-PONTOS-REAL NUMERIC
                           MOVE FP-PONTOS-REAL TO W-PONTOS-REAL
                       END-IF
                       IF FP-VALOR-PONTO NUMERIC
                           MOVE FP-VALOR-PONTO TO W-VALOR-PONTO
                       END-IF
               END-READ
               CLOSE ARQ-FIDPAR
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-COMANDA.
               CLOSE ARQ-CONTAC
           END-IF.
           CLOSE ARQ-FIADOMOV.
           IF PROD-ABERTO
               CLOSE ARQ-PROD
           END-IF.
           IF TRIB-ABERTO
               CLOSE ARQ-TRIB
           END-IF.
           CLOSE ARQ-DOCF.
           IF FIDEL-ABERTO
               CLOSE ARQ-FIDEL
           END-IF.

       PROCESSA.
           MOVE ZEROS TO W-NUM-COMANDA W-SUBTOTAL W-SERVICO
               ACCEPT W-NUM-COMANDA AT 0929
           END-PERFORM.

           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "X" W-DATA-SIS W-SIT-PERIODO.
           MOVE W-NUM-COMANDA TO COM-NUMERO.
           PERFORM BLOQUEAR-COMANDA.
           EVALUATE TRUE
               WHEN W-STATC NOT = "00"
                   DISPLAY "COMANDA NAO ENCONTRADA" AT 2310
               WHEN COM-FECHADA
                   DISPLAY "COMANDA JA FECHADA" AT 2310
               WHEN MES-FECHADO
                   DISPLAY "MES FECHADO PARA O CAIXA" AT 2310
               WHEN OTHER
                   PERFORM FECHAR-COMANDA
           END-EVALUATE.
           UNLOCK ARQ-COMANDA.

           DISPLAY "OUTRA COMANDA? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2032 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * BLOQUEAR-COMANDA - LE A COMANDA COM BLOQUEIO, QUE FICA ATE O
      *   FIM DO FECHAMENTO: OUTRO CAIXA QUE CHAMAR A MESMA COMANDA
      *   ESPERA E, LIBERADA, JA A ENCONTRA FECHADA, SEM COBRAR DUAS
      *   VEZES. ENQUANTO ESTIVER PRESA, AVISA (UMA VEZ, PELO
      *   VERIFICA-STATUS, QUE REGISTRA EM ERROS.LOG) E TENTA DE NOVO.
      *-----------------------------------------------------------------*
       BLOQUEAR-COMANDA.
           MOVE "N" TO W-AVISO-USO.
           READ ARQ-COMANDA WITH LOCK.
           PERFORM AGUARDAR-COMANDA UNTIL NOT COMANDA-EM-USO.
           IF W-AVISO-USO = "S"
               DISPLAY W-BRANCO-AVISO AT 2310
           END-IF.

       AGUARDAR-COMANDA.
           IF W-AVISO-USO = "N"
               MOVE "S" TO W-AVISO-USO
               CALL "VERIFICA-STATUS" USING W-STATC W-MENSAGEM-ERRO
                   "FECHACOM"
               DISPLAY W-MENSAGEM-ERRO AT 2310
           END-IF.
           READ ARQ-COMANDA WITH LOCK.

      *-----------------------------------------------------------------*
      * FECHAR-COMANDA - CARREGA OS ITENS DA COMANDA, PERGUNTA SE A
      *   CONTA SERA DIVIDIDA E CONDUZ O FECHAMENTO NO MODO ESCOLHIDO
           MOVE W-AUDIT-TOTAL TO W-ANTES-AUDIT.

           PERFORM ENTRA-DESCONTO.
           PERFORM ENTRA-FIDELIDADE.
           COMPUTE W-SUBTOTAL-LIQ = W-SUBTOTAL - W-DESCONTO.
           MOVE W-SUBTOTAL-LIQ TO W-BASE-PONTOS.
           COMPUTE W-SERVICO      = W-SUBTOTAL-LIQ * 0,10.
           COMPUTE W-TOTAL-GERAL  = W-SUBTOTAL-LIQ + W-SERVICO.
           IF COM-ENTREGA
                   "A" W-ANTES-AUDIT W-DEPOIS-AUDIT
           END-IF.

           PERFORM EMITIR-DOC-FISCAL.
           PERFORM ENTRA-DIVISAO.
           EVALUATE TRUE
               WHEN W-DIVIDIR = "N"

           PERFORM MARCAR-FECHADA.
           PERFORM LIBERAR-MESA.
           PERFORM CREDITAR-PONTOS.
           DISPLAY "CONTA GERADA NO SPOOL " AT 2310.
           DISPLAY W-NOME-SPOOL AT 2333.

       GUARDAR-ITEM.
           IF NOT IC-CANCELADO AND W-QTD-ITENS < 200
               ADD 1 TO W-QTD-ITENS
               MOVE IC-PROD-COD  TO TI-PROD-COD(W-QTD-ITENS)
               MOVE IC-PROD-NOME TO TI-NOME(W-QTD-ITENS)
               MOVE IC-QTD       TO TI-QTD(W-QTD-ITENS)
               MOVE IC-PRECO     TO TI-PRECO(W-QTD-ITENS)
                   PERFORM MARCAR-CORTESIAS
           END-EVALUATE.

      *-----------------------------------------------------------------*
      * ENTRA-FIDELIDADE - IDENTIFICA O CLIENTE DO PROGRAMA DE
      *   FIDELIDADE PELO FONE (O DA COMANDA, SE NADA FOR DIGITADO),
      *   MOSTRA O SALDO E OFERECE O RESGATE DE PONTOS COMO DESCONTO,
      *   LIMITADO AO SUBTOTAL QUE SOBROU DEPOIS DO DESCONTO. NAO PEDE
      *   SUPERVISOR: OS PONTOS SAO DO CLIENTE.
      *-----------------------------------------------------------------*
       ENTRA-FIDELIDADE.
           MOVE SPACES TO W-PARTICIPA W-RESGATAR W-FONE-FID W-NOME-FID.
           MOVE ZEROS  TO W-PTS-RESGATE W-VLR-RESGATE.
           MOVE "N"    TO W-CLIENTE-NOVO.
           IF NOT FIDEL-ABERTO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY ERASE.
           DISPLAY "F I D E L I D A D E" AT 0320.
           DISPLAY "CLIENTE PARTICIPA DO PROGRAMA? (S/N):" AT 0510.
           PERFORM WITH TEST AFTER UNTIL W-PARTICIPA = "S" OR "N"
               ACCEPT W-PARTICIPA AT 0548 WITH UPPER AUTO
           END-PERFORM.
           IF W-PARTICIPA = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "FONE DO CLIENTE...:" AT 0710.
           IF COM-FONE NOT = SPACES
               DISPLAY "(EM BRANCO = " AT 0744
               DISPLAY COM-FONE AT 0757
               DISPLAY ")" AT 0769
           END-IF.
           PERFORM WITH TEST AFTER UNTIL W-FONE-FID NOT = SPACES
               ACCEPT W-FONE-FID AT 0730
               IF W-FONE-FID = SPACES
                   MOVE COM-FONE TO W-FONE-FID
               END-IF
           END-PERFORM.

           MOVE W-FONE-FID TO FI-FONE.
           READ ARQ-FIDEL
               INVALID KEY
                   MOVE "S" TO W-CLIENTE-NOVO
           END-READ.

           IF CLIENTE-NOVO
               DISPLAY "CLIENTE NOVO - SERA CADASTRADO" AT 0910
               MOVE COM-CLIENTE TO W-NOME-FID
               DISPLAY "NOME..............:" AT 1110
               IF W-NOME-FID = SPACES
                   PERFORM WITH TEST AFTER UNTIL W-NOME-FID NOT = SPACES
                       ACCEPT W-NOME-FID AT 1130
                   END-PERFORM
               ELSE
                   DISPLAY W-NOME-FID AT 1130
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE FI-NOME TO W-NOME-FID.
           DISPLAY "NOME..............:" AT 0910.
           DISPLAY FI-NOME AT 0930.
           MOVE FI-SALDO TO W-PONTOS-ED.
           DISPLAY "SALDO DE PONTOS...:" AT 1010.
           DISPLAY W-PONTOS-ED AT 1030.
           COMPUTE W-VLR-RESGATE = FI-SALDO * W-VALOR-PONTO.
           MOVE W-VLR-RESGATE TO W-TROCO-ED.
           DISPLAY "VALOR EM REAIS....:" AT 1110.
           DISPLAY W-TROCO-ED AT 1130.
           MOVE ZEROS TO W-VLR-RESGATE.

           COMPUTE W-LIMITE-RESG = W-SUBTOTAL - W-DESCONTO.
           IF FI-SALDO = ZEROS OR W-LIMITE-RESG = ZEROS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "RESGATAR PONTOS? (S/N):" AT 1310.
           PERFORM WITH TEST AFTER UNTIL W-RESGATAR = "S" OR "N"
               ACCEPT W-RESGATAR AT 1334 WITH UPPER AUTO
           END-PERFORM.
           IF W-RESGATAR = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "PONTOS A RESGATAR.:" AT 1510.
           PERFORM WITH TEST AFTER
                   UNTIL W-PTS-RESGATE > ZEROS
                     AND W-PTS-RESGATE NOT > FI-SALDO
                     AND W-VLR-RESGATE NOT > W-LIMITE-RESG
               ACCEPT W-PTS-RESGATE AT 1530
               COMPUTE W-VLR-RESGATE = W-PTS-RESGATE * W-VALOR-PONTO
               IF W-PTS-RESGATE > FI-SALDO
                   DISPLAY "PONTOS ACIMA DO SALDO DO CLIENTE" AT 2310
               END-IF
               IF W-VLR-RESGATE > W-LIMITE-RESG
                   DISPLAY "RESGATE ACIMA DO VALOR DA CONTA " AT 2310
               END-IF
           END-PERFORM.
           ADD W-VLR-RESGATE TO W-DESCONTO.
           MOVE W-VLR-RESGATE TO W-TROCO-ED.
           DISPLAY "DESCONTO (PONTOS).:" AT 1710.
           DISPLAY W-TROCO-ED AT 1730.

      *-----------------------------------------------------------------*
      * AUTORIZAR-SUPERVISOR - PEDE CODIGO E SENHA E SO AUTORIZA SE O
      *   OPERADOR EXISTIR EM OPERADOR.DAT COM NIVEL SUPERVISOR.
           ACCEPT W-COD-SUPER AT 0832.
           DISPLAY "SENHA...............:" AT 1010.
           ACCEPT W-SENHA-SUPER AT 1032 WITH SECURE.
           CALL "CIFRA-SENHA" USING W-COD-SUPER W-SENHA-SUPER
               W-CIFRA-SUPER.
           MOVE W-COD-SUPER TO OP-COD.
           READ ARQ-OPER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-SUPERVISOR AND NOT OP-BLOQUEADO
                      AND OP-SENHA = W-CIFRA-SUPER
                       MOVE "S" TO W-AUTORIZADO
                   END-IF
           END-READ.
               WRITE REG-REL FROM LINTAXA
           END-IF.
           WRITE REG-REL FROM LINTOT.
           WRITE REG-REL FROM LINTRACO.
           MOVE ZEROS TO W-IND-ALQ.
           PERFORM IMPRIMIR-ALIQUOTA W-QTD-ALQ TIMES.
           CLOSE REL-CONTA.

           MOVE W-TOTAL-GERAL TO W-VALOR-PAGAR.
           MOVE W-SERVICO     TO W-SERV-PAGAR.
           PERFORM ENTRA-PAGAMENTO.

      *-----------------------------------------------------------------*
           COMPUTE W-PARTE = W-TOTAL-GERAL / W-NUM-PARTES.
           COMPUTE W-ULT-PARTE = W-TOTAL-GERAL
                               - (W-PARTE * (W-NUM-PARTES - 1)).
           COMPUTE W-SERV-PARTE = W-SERVICO / W-NUM-PARTES.
           COMPUTE W-SERV-ULT = W-SERVICO
                              - (W-SERV-PARTE * (W-NUM-PARTES - 1)).

           MOVE ZEROS TO W-IND-PAG.
           PERFORM IMPRIMIR-PARTE-IGUAL W-NUM-PARTES TIMES.
       IMPRIMIR-PARTE-IGUAL.
           ADD 1 TO W-IND-PAG.
           IF W-IND-PAG = W-NUM-PARTES
               MOVE W-ULT-PARTE  TO W-VALOR-PAGAR
               MOVE W-SERV-ULT   TO W-SERV-PAGAR
           ELSE
               MOVE W-PARTE      TO W-VALOR-PAGAR
               MOVE W-SERV-PARTE TO W-SERV-PAGAR
           END-IF.

           PERFORM ABRIR-REL-CONTA.
                                      - W-DESC-PAGANTE
               COMPUTE W-SERVICO = W-SUBTOTAL-LIQ * 0,10
               COMPUTE W-VALOR-PAGAR = W-SUBTOTAL-LIQ + W-SERVICO
               MOVE W-SERVICO TO W-SERV-PAGAR
      *        A TAXA DE ENTREGA VAI PARA O PRIMEIRO PAGANTE COM
      *        SUBTOTAL COBRAVEL - SE ELA FICASSE PRESA AO PAGANTE 1 E
      *        ELE SO TIVESSE CORTESIAS, A TAXA NAO SAIRIA EM VIA
           MOVE COM-MESA     TO LC-MESA.
           MOVE COM-GARCOM   TO LC-GARCOM.
           MOVE COM-DATAHORA TO LC-DATAHORA.
           MOVE W-NUM-DOCF   TO LF-NUMERO.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINFISC.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINCAB3.
           WRITE REG-REL FROM LINTRACO.
           END-IF.
           WRITE REG-REL FROM LINDET.

       IMPRIMIR-ALIQUOTA.
           ADD 1 TO W-IND-ALQ.
           MOVE TA-ALIQ(W-IND-ALQ)    TO LA-ALIQ.
           MOVE TA-BASE(W-IND-ALQ)    TO LA-BASE.
           MOVE TA-IMPOSTO(W-IND-ALQ) TO LA-IMPOSTO.
           WRITE REG-REL FROM LINALIQ.

      *-----------------------------------------------------------------*
      * EMITIR-DOC-FISCAL - TIRA O PROXIMO NUMERO DA SERIE "DOCFISC",
      *   QUEBRA OS ITENS COBRADOS POR ALIQUOTA, RATEIA O SUBTOTAL
      *   LIQUIDO (JA COM DESCONTO) ENTRE AS BASES E GRAVA O DOCUMENTO
      *   EMITIDO EM DOCFISC.DAT. O NUMERO, UMA VEZ TIRADO, NUNCA VOLTA
      *   PARA A SERIE.
      *-----------------------------------------------------------------*
       EMITIR-DOC-FISCAL.
           INITIALIZE TAB-ALIQUOTAS.
           MOVE ZEROS TO W-QTD-ALQ W-IND-ITEM.
           PERFORM CLASSIFICAR-ITEM W-QTD-ITENS TIMES.

           MOVE ZEROS TO W-BASE-DIST W-IND-ALQ.
           PERFORM CALCULAR-BASE W-QTD-ALQ TIMES.
           IF W-QTD-ALQ > ZEROS
               COMPUTE TA-BASE(W-QTD-ALQ) = TA-BASE(W-QTD-ALQ)
                   + W-SUBTOTAL-LIQ - W-BASE-DIST
               COMPUTE TA-IMPOSTO(W-QTD-ALQ) ROUNDED =
                   TA-BASE(W-QTD-ALQ) * TA-ALIQ(W-QTD-ALQ) / 100
           END-IF.

           MOVE ZEROS TO W-SEED-DOCF.
           CALL "PROXIMO-NUMERO" USING "DOCFISC " W-NUM-DOCF
               W-SEED-DOCF.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SIS FROM TIME.

           INITIALIZE REG-DOCF.
           MOVE W-NUM-DOCF      TO DF-NUMERO.
           MOVE W-NUM-COMANDA   TO DF-COMANDA.
           MOVE W-DATA-SIS      TO DF-DATA.
           MOVE W-HORA-SIS(1:6) TO DF-HORA.
           MOVE "E"             TO DF-SITUACAO.
           MOVE W-SUBTOTAL      TO DF-SUBTOTAL.
           MOVE W-DESCONTO      TO DF-DESCONTO.
           MOVE W-SERVICO       TO DF-SERVICO.
           MOVE W-TOTAL-GERAL   TO DF-TOTAL.
           IF COM-ENTREGA
               MOVE COM-TAXA-ENT TO DF-TAXA-ENT
           END-IF.
           MOVE ZEROS TO W-IND-ALQ.
           PERFORM COPIAR-ALIQUOTA W-QTD-ALQ TIMES.
           WRITE REG-DOCF
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATDF W-MENSAGEM-ERRO
                   "FECHACOM"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
                   STOP " "
           END-WRITE.

      *    ITEM SEM PRODUTO OU SEM CATEGORIA EM TABTRIB.DAT FICA NA
      *    ALIQUOTA ZERO; ALEM DE CINCO ALIQUOTAS DISTINTAS NA MESMA
      *    COMANDA, O EXCEDENTE SOMA NA QUINTA.
       CLASSIFICAR-ITEM.
           ADD 1 TO W-IND-ITEM.
           IF TI-CORTESIA(W-IND-ITEM) = "S"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO W-ALIQ-ITEM.
           IF PROD-ABERTO AND TRIB-ABERTO
               MOVE TI-PROD-COD(W-IND-ITEM) TO PROD-COD
               READ ARQ-PROD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-CATEGORIA TO TB-CATEGORIA
                       READ ARQ-TRIB
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE TB-ALIQ TO W-ALIQ-ITEM
                       END-READ
               END-READ
           END-IF.

           MOVE "N"   TO W-ACHOU-ALQ.
           MOVE ZEROS TO W-IND-ALQ.
           PERFORM PROCURAR-ALIQUOTA
               UNTIL ACHOU-ALIQ OR W-IND-ALQ >= W-QTD-ALQ.
           IF NOT ACHOU-ALIQ
               IF W-QTD-ALQ < 5
                   ADD 1 TO W-QTD-ALQ
               END-IF
               MOVE W-QTD-ALQ   TO W-IND-ALQ
               IF TA-BRUTO(W-IND-ALQ) = ZEROS
                   MOVE W-ALIQ-ITEM TO TA-ALIQ(W-IND-ALQ)
               END-IF
           END-IF.
           COMPUTE W-TOTAL-ITEM = TI-QTD(W-IND-ITEM)
                                * TI-PRECO(W-IND-ITEM).
           ADD W-TOTAL-ITEM TO TA-BRUTO(W-IND-ALQ).

       PROCURAR-ALIQUOTA.
           ADD 1 TO W-IND-ALQ.
           IF TA-ALIQ(W-IND-ALQ) = W-ALIQ-ITEM
               MOVE "S" TO W-ACHOU-ALQ
           END-IF.

       CALCULAR-BASE.
           ADD 1 TO W-IND-ALQ.
           IF W-SUBTOTAL > ZEROS
               COMPUTE TA-BASE(W-IND-ALQ) = TA-BRUTO(W-IND-ALQ)
                   * W-SUBTOTAL-LIQ / W-SUBTOTAL
           END-IF.
           COMPUTE TA-IMPOSTO(W-IND-ALQ) ROUNDED =
               TA-BASE(W-IND-ALQ) * TA-ALIQ(W-IND-ALQ) / 100.
           ADD TA-BASE(W-IND-ALQ) TO W-BASE-DIST.

       COPIAR-ALIQUOTA.
           ADD 1 TO W-IND-ALQ.
           MOVE TA-ALIQ(W-IND-ALQ)    TO DF-ALIQ(W-IND-ALQ).
           MOVE TA-BASE(W-IND-ALQ)    TO DF-BASE(W-IND-ALQ).
           MOVE TA-IMPOSTO(W-IND-ALQ) TO DF-IMPOSTO(W-IND-ALQ).

      *-----------------------------------------------------------------*
      * ENTRA-PAGAMENTO - PERGUNTA A FORMA DE PAGAMENTO E O VALOR
      *   RECEBIDO, CALCULA O TROCO QUANDO FOR DINHEIRO E GRAVA O
           MOVE W-VALOR-PAGAR TO PG-TOTAL.
           MOVE W-RECEBIDO    TO PG-RECEBIDO.
           MOVE W-TROCO       TO PG-TROCO.
           MOVE W-SERV-PAGAR  TO PG-SERVICO.
           MOVE SPACE         TO PG-SIT-LIQ.
           MOVE ZEROS         TO PG-DT-LIQ PG-VLR-LIQ.
           WRITE REG-PAGTO
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATPG W-MENSAGEM-ERRO
                   STOP " "
           END-WRITE.

           IF W-FORMA NOT = "F" AND W-FORMA NOT = "C"
               MOVE PG-CHAVE      TO W-DOC-CAIXA
               MOVE W-VALOR-PAGAR TO W-VLR-CAIXA
               CALL "GRAVA-CAIXA" USING "FECHACOM" W-DOC-CAIXA
           READ ARQ-PAGTO.

      *-----------------------------------------------------------------*
      * MARCAR-FECHADA - REGRAVA A COMANDA COM COM-STATUS "F" E A
      *   DATA/HORA DO FECHAMENTO.
      *-----------------------------------------------------------------*
       MARCAR-FECHADA.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SIS FROM TIME.
           MOVE "F" TO COM-STATUS.
           MOVE W-DATA-SIS      TO COM-DT-FECHA.
           MOVE W-HORA-SIS(1:6) TO COM-HR-FECHA.
           REWRITE REG-COMANDA
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATC W-MENSAGEM-ERRO
                   STOP " "
           END-REWRITE.

      *-----------------------------------------------------------------*
      * CREDITAR-PONTOS - COM A COMANDA FECHADA, BAIXA OS PONTOS
      *   RESGATADOS E CREDITA OS PONTOS DO SUBTOTAL LIQUIDO NA CONTA
      *   DE FIDELIDADE (CADASTRANDO O FONE NOVO), GRAVANDO CADA
      *   MOVIMENTO EM FIDMOV.DAT.
      *-----------------------------------------------------------------*
       CREDITAR-PONTOS.
           IF W-PARTICIPA NOT = "S"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE W-PTS-GANHOS = W-BASE-PONTOS * W-PONTOS-REAL.

           IF CLIENTE-NOVO
               MOVE W-FONE-FID TO FI-FONE
               MOVE W-NOME-FID TO FI-NOME
               MOVE ZEROS      TO FI-SALDO FI-EMITIDOS FI-RESGATADOS
                                  FI-EXPIRADOS
               MOVE W-DATA-SIS TO FI-DT-CAD
           ELSE
               MOVE W-FONE-FID TO FI-FONE
               READ ARQ-FIDEL
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           IF W-PTS-RESGATE > ZEROS
               SUBTRACT W-PTS-RESGATE FROM FI-SALDO
               ADD      W-PTS-RESGATE TO   FI-RESGATADOS
           END-IF.
           ADD W-PTS-GANHOS TO FI-SALDO FI-EMITIDOS.
           MOVE W-DATA-SIS TO FI-DT-ULT.

           IF CLIENTE-NOVO
               WRITE REG-FIDEL
                   INVALID KEY
                       CALL "VERIFICA-STATUS" USING W-STATFI
                           W-MENSAGEM-ERRO "FECHACOM"
                       DISPLAY W-MENSAGEM-ERRO AT 2310
                       STOP " "
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE REG-FIDEL
                   INVALID KEY
                       CALL "VERIFICA-STATUS" USING W-STATFI
                           W-MENSAGEM-ERRO "FECHACOM"
                       DISPLAY W-MENSAGEM-ERRO AT 2310
                       STOP " "
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF.

           OPEN EXTEND ARQ-FIDMOV.
           IF W-STATFV = "35"
               OPEN OUTPUT ARQ-FIDMOV
           END-IF.
           IF W-PTS-RESGATE > ZEROS
               MOVE W-DATA-SIS    TO FV-DATA
               MOVE W-FONE-FID    TO FV-FONE
               MOVE "R"           TO FV-TIPO
               MOVE W-PTS-RESGATE TO FV-PONTOS
               MOVE W-NUM-COMANDA TO FV-COMANDA
               MOVE W-VLR-RESGATE TO FV-VALOR
               WRITE REG-FIDMOV
           END-IF.
           IF W-PTS-GANHOS > ZEROS
               MOVE W-DATA-SIS    TO FV-DATA
               MOVE W-FONE-FID    TO FV-FONE
               MOVE "E"           TO FV-TIPO
               MOVE W-PTS-GANHOS  TO FV-PONTOS
               MOVE W-NUM-COMANDA TO FV-COMANDA
               MOVE W-BASE-PONTOS TO FV-VALOR
               WRITE REG-FIDMOV
           END-IF.
           CLOSE ARQ-FIDMOV.

           MOVE FI-SALDO TO W-PONTOS-ED.
           DISPLAY "NOVO SALDO DE PONTOS DO CLIENTE:" AT 2210.
           DISPLAY W-PONTOS-ED AT 2243.

      *-----------------------------------------------------------------*
      * LIBERAR-MESA - DEVOLVE A MESA DA COMANDA FECHADA PARA LIVRE EM
      *   MESAS.DAT.
