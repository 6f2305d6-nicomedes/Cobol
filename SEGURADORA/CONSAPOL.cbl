      *   DA APOLICE REGISTRADOS EM SINISTRO.DAT PELO CADSINIS.cbl
      *   (DATA, DESCRICAO, SITUACAO, ESTIMADO E LIQUIDADO), UM POR
      *   TELA COM PAUSA, COMO O ROT-CONSULTAR DA AGENDA.
      * 15 OUTUBRO 2026 - JULIANO - CANCELAMENTO (TIPO "X") E TROCA DE
      *   GRUPO NA ALTERACAO (TIPO "A") VAO PARA O LIVRO DE
      *   MOVIMENTACAO DA CARTEIRA (COMUM/GRAVAMOVAP).
      * 15 OUTUBRO 2026 - JULIANO - CANCELAMENTO APURA A RESTITUICAO:
      *   ORIGEM (SEGURADO = TABELA DE PRAZO CURTO, CIA = PRO RATA) E
      *   DATA DO CANCELAMENTO DAO O PREMIO GANHO, QUE E COMPARADO COM
      *   O PAGO EM PARCELAS.DAT. AS PARCELAS ABERTAS PASSAM A "C"
      *   (CANCELADA); PAGO A MAIOR GERA AVISO DE RESTITUICAO, PAGO A
      *   MENOR GERA PARCELA DE COBRANCA FINAL COM LINHA DIGITAVEL. O
      *   DOCUMENTO SAI NO SPOOL (GERA-SPOOL) E A APURACAO FICA EM
      *   RESTITUI.DAT. NOVA OPCAO (R) PAGA A RESTITUICAO PENDENTE,
      *   LANCANDO A SAIDA EM CAIXAGER.DAT (COMUM/GRAVACAIXA).
      * 15 OUTUBRO 2026 - JULIANO - PAGAMENTO DA RESTITUICAO (R) COM O
      *   MES DOS SEGUROS JA FECHADO NO CONTROLE DE PERIODOS
      *   (PERIODO.cbl) PARA A DATA DO DIA E RECUSADO ANTES DE LANCAR
      *   NO CAIXA (CONSULTA NO COMUM/VERIFPERIODO.cbl).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS SN-CHAVE
               FILE STATUS     IS COD-ERRO-SIN.
           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PC-CHAVE
               FILE STATUS     IS COD-ERRO-PARC.
           SELECT ARQ-RESTITUI ASSIGN TO "RESTITUI.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS RS-NUM-APOLICE
               FILE STATUS     IS COD-ERRO-REST.
           SELECT REL-DOC ASSIGN TO W-NOME-SPOOL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS     IS COD-ERRO-REL.

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

       FD  ARQ-SINISTRO.
       01  REG-SINISTRO.
               88 SN-PAGO        VALUE "G".
           02 SN-VLR-PAGO     PIC 9(6)V99.

       FD  ARQ-PARCELAS.
       01  REG-PARCELA.
           02 PC-CHAVE.
               03 PC-NUM-APOLICE PIC 9(6).
               03 PC-PARCELA     PIC 99.
           02 PC-VENCIMENTO  PIC 9(8).
           02 PC-VALOR       PIC 9(6)V99.
           02 PC-STATUS      PIC X(1).
               88 PC-ABERTA      VALUE "A".
               88 PC-PAGA        VALUE "P".
               88 PC-CANCELADA   VALUE "C".
           02 PC-DATA-PGTO   PIC 9(8).
           02 PC-ETAPA-COBR  PIC 9.

       FD  ARQ-RESTITUI.
       01  REG-RESTITUI.
           02 RS-NUM-APOLICE PIC 9(6).
           02 RS-DATA-CANC   PIC 9(8).
           02 RS-CRITERIO    PIC X(1).
               88 RS-PRO-RATA    VALUE "P".
               88 RS-PRAZO-CURTO VALUE "C".
           02 RS-DIAS-DECORR PIC 9(3).
           02 RS-DIAS-PRAZO  PIC 9(3).
           02 RS-PREMIO      PIC 9(6)V99.
           02 RS-GANHO       PIC 9(6)V99.
           02 RS-PAGO        PIC 9(6)V99.
           02 RS-NATUREZA    PIC X(1).
               88 RS-DEVOLUCAO   VALUE "D".
               88 RS-COBRANCA    VALUE "C".
               88 RS-QUITADO     VALUE "Z".
           02 RS-VALOR       PIC 9(6)V99.
           02 RS-PARCELA     PIC 99.
           02 RS-SITUACAO    PIC X(1).
               88 RS-PENDENTE    VALUE "A".
               88 RS-PAGA        VALUE "P".
               88 RS-SEM-PAGTO   VALUE "N".
           02 RS-DATA-PGTO   PIC 9(8).
           02 RS-SPOOL       PIC X(12).

       FD  REL-DOC
           LABEL RECORD STANDARD.
       01  REG-DOC    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 COD-ERRO-APOL   PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-CONF          PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "C" "A" "X" "S" "R".
       77 COD-ERRO-SIN    PIC XX VALUE SPACES.
       77 W-SINIS-OK      PIC X  VALUE "N".
           88 SINISTROS-ABERTO    VALUE "S".
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-APOL-ANTES    PIC X(154) VALUE SPACES.
       77 W-NUM-PROCURA   PIC 9(6)  VALUE ZEROS.
       77 W-PREMIO-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-GRUPO-NOVO    PIC X     VALUE SPACE.
           88 W-GRUPO-NOVO-OK        VALUE "B" "M" "A".
       77 QQ-TECLA        PIC X     VALUE SPACE.

       77 COD-ERRO-PARC   PIC XX VALUE SPACES.
       77 COD-ERRO-REST   PIC XX VALUE SPACES.
       77 COD-ERRO-REL    PIC XX VALUE SPACES.
       77 W-PARC-OK       PIC X  VALUE "N".
           88 PARCELAS-ABERTO     VALUE "S".
       77 W-REST-OK       PIC X  VALUE "N".
           88 RESTITUI-ABERTO     VALUE "S".
       77 W-FIM-PARC      PIC X  VALUE "N".
           88 FIM-PARCELAS        VALUE "S".
       77 W-NOME-SPOOL    PIC X(12) VALUE SPACES.
       77 W-ORIGEM        PIC X  VALUE SPACE.
           88 ORIGEM-SEGURADO     VALUE "S".
           88 ORIGEM-CIA          VALUE "C".
       77 W-DATA-OK       PIC X  VALUE SPACE.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-DATA-CANC     PIC 9(8) VALUE ZEROS.
       77 W-INI-VIG       PIC 9(8) VALUE ZEROS.
       77 W-FIM-VIG       PIC 9(8) VALUE ZEROS.
       77 W-DIAS-PRAZO    PIC S9(5) VALUE ZEROS.
       77 W-DIAS-DECORR   PIC S9(5) VALUE ZEROS.
       77 W-DIAS-VENC     PIC 9(7) VALUE ZEROS.
       77 W-VENC-AJUSTADO PIC 9(8) VALUE ZEROS.
       77 W-DIA-UTIL      PIC X    VALUE SPACE.
       77 W-PCT-GANHO     PIC 9(3) VALUE ZEROS.
       77 W-GANHO         PIC 9(6)V99 VALUE ZEROS.
       77 W-PAGO          PIC 9(6)V99 VALUE ZEROS.
       77 W-CANCELADO     PIC 9(6)V99 VALUE ZEROS.
       77 W-DIFERENCA     PIC 9(6)V99 VALUE ZEROS.
       77 W-QTD-CANC      PIC 99 VALUE ZEROS.
       77 W-ULT-PARCELA   PIC 99 VALUE ZEROS.
       77 W-IND           PIC 99 VALUE ZEROS.
       77 W-BASE-DV       PIC 9(7) VALUE ZEROS.
       77 W-DV-APOLICE    PIC 9    VALUE ZEROS.
       77 W-DV-LINHA      PIC 9    VALUE ZEROS.
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.
       77 W-DATA-ED       PIC 9999/99/99 VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".

       01 W-DATA-AUX-G.
           02 W-AUX-ANO   PIC 9(4).
           02 W-AUX-MES   PIC 9(2).
           02 W-AUX-DIA   PIC 9(2).
       01 W-DATA-AUX REDEFINES W-DATA-AUX-G PIC 9(8).

      *-----------------------------------------------------------------*
      * TABELA DE PRAZO CURTO (SUSEP): PERCENTUAL DO PREMIO ANUAL GANHO
      *   PELA SEGURADORA QUANDO O SEGURADO PEDE O CANCELAMENTO, POR
      *   DIAS DE VIGENCIA DECORRIDOS (ATE DDD DIAS, PPP POR CENTO).
      *-----------------------------------------------------------------*
       01 TAB-PRAZO-CURTO-V.
           02 FILLER PIC X(36) VALUE
              "015013030020045027060030075037090040".
           02 FILLER PIC X(36) VALUE
              "105046120050135056150060165066180070".
           02 FILLER PIC X(36) VALUE
              "195073210075225078240080255083270085".
           02 FILLER PIC X(36) VALUE
              "285088300090315093330095345098365100".
       01 TAB-PRAZO-CURTO REDEFINES TAB-PRAZO-CURTO-V.
           02 TC-FAIXA OCCURS 24 TIMES.
               03 TC-DIAS PIC 9(3).
               03 TC-PCT  PIC 9(3).

       01 LINDOC-TRACO    PIC X(60) VALUE ALL "-".
       01 LINDOC-BRANCO   PIC X(60) VALUE SPACES.
       01 LINDOC-TITULO.
           02 FILLER      PIC X(10) VALUE SPACES.
           02 LD-TITULO   PIC X(40).
       01 LINDOC-APOLICE.
           02 FILLER      PIC X(10) VALUE "APOLICE   ".
           02 LD-APOLICE  PIC 9(6).
           02 FILLER      PIC X(3)  VALUE " - ".
           02 LD-NOME     PIC X(15).
           02 FILLER      PIC X(6)  VALUE "  CPF ".
           02 LD-CPF      PIC 9(11).
       01 LINDOC-DATAS.
           02 FILLER      PIC X(10) VALUE "VIGENCIA  ".
           02 LD-INI-VIG  PIC 9999/99/99.
           02 FILLER      PIC X(3)  VALUE " A ".
           02 LD-FIM-VIG  PIC 9999/99/99.
           02 FILLER      PIC X(15) VALUE "  CANCELAMENTO ".
           02 LD-DATA-CANC PIC 9999/99/99.
       01 LINDOC-CRITERIO.
           02 FILLER      PIC X(10) VALUE "CRITERIO  ".
           02 LD-CRITERIO PIC X(30).
           02 LD-DIAS     PIC ZZ9.
           02 FILLER      PIC X(1)  VALUE "/".
           02 LD-PRAZO    PIC ZZ9.
           02 FILLER      PIC X(6)  VALUE " DIAS ".
           02 LD-PCT      PIC ZZ9.
           02 FILLER      PIC X(1)  VALUE "%".
       01 LINDOC-VALOR.
           02 FILLER      PIC X(10) VALUE SPACES.
           02 LD-ROTULO   PIC X(30).
           02 LD-VALOR    PIC ZZZ.ZZ9,99.
       01 LINDOC-LINHA.
           02 FILLER      PIC X(10) VALUE SPACES.
           02 FILLER      PIC X(17) VALUE "VENCIMENTO       ".
           02 LD-VENC     PIC 9999/99/99.
           02 FILLER      PIC X(19) VALUE "   LINHA DIGITAVEL ".
           02 LG-APOLICE  PIC 9(6).
           02 FILLER      PIC X(1)  VALUE ".".
           02 LG-PARCELA  PIC 99.
           02 FILLER      PIC X(1)  VALUE "-".
           02 LG-DV       PIC 9.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*
           IF COD-ERRO-SIN = "00"
               MOVE "S" TO W-SINIS-OK
           END-IF.
           OPEN I-O ARQ-PARCELAS.
           IF COD-ERRO-PARC = "00"
               MOVE "S" TO W-PARC-OK
           END-IF.
           OPEN I-O ARQ-RESTITUI.
           IF COD-ERRO-REST = "35"
               OPEN OUTPUT ARQ-RESTITUI
               CLOSE ARQ-RESTITUI
               OPEN I-O ARQ-RESTITUI
           END-IF.
           IF COD-ERRO-REST = "00"
               MOVE "S" TO W-REST-OK
           END-IF.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-APOLICE.
           IF SINISTROS-ABERTO
               CLOSE ARQ-SINISTRO
           END-IF.
           IF PARCELAS-ABERTO
               CLOSE ARQ-PARCELAS
           END-IF.
           IF RESTITUI-ABERTO
               CLOSE ARQ-RESTITUI
           END-IF.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           STOP RUN.
                           PERFORM ROT-CANCELAR
                       WHEN "S"
                           PERFORM ROT-SINISTROS
                       WHEN "R"
                           PERFORM ROT-RESTITUIR
                   END-EVALUATE
           END-READ.

           END-IF.

       RECEBER-OPCAO.
           DISPLAY
              "(C)ONSULTA (A)LTERA (X)CANCELA (S)INISTROS (R)ESTITUI:"
               AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 1465 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
               DISPLAY "APOLICE CANCELADA - NAO ALTERA" AT 2310
           ELSE
               MOVE REG-APOLICE(1:40) TO W-ANTES-AUDIT
               MOVE REG-APOLICE       TO W-APOL-ANTES
               DISPLAY "NOVO NOME (BRANCO MANTEM)..:" AT 1610
               ACCEPT QQ-TECLA AT 1640
               IF QQ-TECLA NOT = SPACE
                   CALL "GRAVA-AUDITORIA" USING "CONSAPOL"
                       W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                       W-DEPOIS-AUDIT
                   IF AP-GRUPO NOT = W-APOL-ANTES(24:1)
                       CALL "GRAVA-MOVAPOL" USING "CONSAPOL" "A"
                           REG-APOLICE W-APOL-ANTES
                   END-IF
                   DISPLAY "APOLICE ALTERADA              " AT 2310
               ELSE
                   DISPLAY "ALTERACAO ABANDONADA          " AT 2310

      *-----------------------------------------------------------------*
      * ROT-CANCELAR - MARCA A APOLICE COMO CANCELADA COM O MOTIVO,
      *   MANTENDO O REGISTRO NO ARQUIVO, E APURA O ACERTO DE PREMIO
      *   (APURAR-RESTITUICAO) NA ORIGEM E DATA INFORMADAS.
      *-----------------------------------------------------------------*
       ROT-CANCELAR.
           IF AP-CANCELADA
               PERFORM WITH TEST AFTER UNTIL AP-MOTIVO NOT = SPACES
                   ACCEPT AP-MOTIVO AT 1634
               END-PERFORM
               PERFORM RECEBER-ORIGEM
               PERFORM RECEBER-DATA-CANC
               PERFORM CONFIRMAR
               IF W-CONF = "S"
                   MOVE "APOLICE ATIVA" TO W-ANTES-AUDIT
                   MOVE REG-APOLICE TO W-APOL-ANTES
                   MOVE "C" TO AP-STATUS
                   REWRITE REG-APOLICE
                   CALL "GRAVA-MOVAPOL" USING "CONSAPOL" "X"
                       REG-APOLICE W-APOL-ANTES
                   MOVE AP-NUM-APOLICE TO W-CHAVE-AUDIT
                   MOVE SPACES TO W-DEPOIS-AUDIT
                   STRING "CANCELADA: " DELIMITED BY SIZE
                       W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                       W-DEPOIS-AUDIT
                   DISPLAY "APOLICE CANCELADA             " AT 2310
                   IF PARCELAS-ABERTO AND RESTITUI-ABERTO
                       PERFORM APURAR-RESTITUICAO
                   ELSE
                       DISPLAY "PARCELAS/RESTITUICAO INDISPONIVEL"
                           AT 2010
                   END-IF
               ELSE
                   DISPLAY "CANCELAMENTO ABANDONADO       " AT 2310
               END-IF
           DISPLAY W-VALOR-ED  AT 1743.
           ACCEPT QQ-TECLA AT 1810 WITH AUTO.
           PERFORM LER-SINISTRO.

       RECEBER-ORIGEM.
           DISPLAY "PEDIDO DO (S)EGURADO OU DA (C)IA....:" AT 1710.
           MOVE SPACE TO W-ORIGEM.
           PERFORM WITH TEST AFTER UNTIL ORIGEM-SEGURADO OR ORIGEM-CIA
               ACCEPT W-ORIGEM AT 1748 WITH UPPER AUTO
           END-PERFORM.

       RECEBER-DATA-CANC.
           DISPLAY "DATA DO CANCELAMENTO (ZERO = HOJE)..:" AT 1810.
           MOVE SPACE TO W-DATA-OK.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               MOVE ZEROS TO W-DATA-CANC
               ACCEPT W-DATA-CANC AT 1848
               IF W-DATA-CANC = ZEROS
                   MOVE W-DATA-HOJE TO W-DATA-CANC
               END-IF
               CALL "VALIDA-DATA" USING W-DATA-CANC W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA" AT 2310
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      * APURAR-RESTITUICAO - SOMA O PAGO E CANCELA AS PARCELAS ABERTAS
      *   DA APOLICE, CALCULA O PREMIO GANHO ATE A DATA DO
      *   CANCELAMENTO E ACERTA A DIFERENCA: PAGO A MAIOR FICA EM
      *   RESTITUI.DAT PENDENTE DE PAGAMENTO (OPCAO R); PAGO A MENOR
      *   VIRA UMA PARCELA DE COBRANCA FINAL EM PARCELAS.DAT, QUE A
      *   REGUA (COBRANCA.cbl) E A BAIXA (BAIXAPAR.cbl) JA TRATAM.
      *-----------------------------------------------------------------*
       APURAR-RESTITUICAO.
           MOVE ZEROS TO W-PAGO W-CANCELADO W-QTD-CANC W-ULT-PARCELA
                         W-GANHO W-PCT-GANHO W-DIFERENCA
                         W-DIAS-DECORR W-DIAS-PRAZO.
           PERFORM DEFINIR-VIGENCIA.
           PERFORM APURAR-PARCELAS.
           PERFORM CALCULAR-GANHO.

           MOVE SPACES         TO REG-RESTITUI.
           MOVE AP-NUM-APOLICE TO RS-NUM-APOLICE.
           MOVE W-DATA-CANC    TO RS-DATA-CANC.
           IF ORIGEM-SEGURADO
               MOVE "C" TO RS-CRITERIO
           ELSE
               MOVE "P" TO RS-CRITERIO
           END-IF.
           MOVE W-DIAS-DECORR  TO RS-DIAS-DECORR.
           MOVE W-DIAS-PRAZO   TO RS-DIAS-PRAZO.
           MOVE AP-PREMIO      TO RS-PREMIO.
           MOVE W-GANHO        TO RS-GANHO.
           MOVE W-PAGO         TO RS-PAGO.
           MOVE ZEROS          TO RS-PARCELA RS-DATA-PGTO.
           MOVE "N"            TO RS-SITUACAO.
           IF W-PAGO > W-GANHO
               MOVE "D" TO RS-NATUREZA
               MOVE "A" TO RS-SITUACAO
               COMPUTE W-DIFERENCA = W-PAGO - W-GANHO
           ELSE
               IF W-PAGO < W-GANHO
                   MOVE "C" TO RS-NATUREZA
                   COMPUTE W-DIFERENCA = W-GANHO - W-PAGO
                   PERFORM GERAR-COBRANCA-FINAL
               ELSE
                   MOVE "Z" TO RS-NATUREZA
               END-IF
           END-IF.
           MOVE W-DIFERENCA    TO RS-VALOR.

           PERFORM IMPRIMIR-ACERTO.
           MOVE W-NOME-SPOOL   TO RS-SPOOL.
           WRITE REG-RESTITUI
               INVALID KEY
                   REWRITE REG-RESTITUI
           END-WRITE.

           MOVE W-GANHO TO W-VALOR-ED.
           DISPLAY "GANHO:"     AT 2010.
           DISPLAY W-VALOR-ED   AT 2017.
           MOVE W-PAGO TO W-VALOR-ED.
           DISPLAY "PAGO:"      AT 2029.
           DISPLAY W-VALOR-ED   AT 2035.
           MOVE W-DIFERENCA TO W-VALOR-ED.
           EVALUATE TRUE
               WHEN RS-DEVOLUCAO
                   DISPLAY "RESTITUIR:" AT 2047
               WHEN RS-COBRANCA
                   DISPLAY "COBRAR...:" AT 2047
               WHEN OTHER
                   DISPLAY "ACERTO...:" AT 2047
           END-EVALUATE.
           DISPLAY W-VALOR-ED   AT 2058.
           DISPLAY W-NOME-SPOOL AT 2342.

      *-----------------------------------------------------------------*
      * DEFINIR-VIGENCIA - MESMA REGRA DO RESERVA.cbl: INICIO PELA
      *   APOLICE OU, NAS EMITIDAS ANTES DO CAMPO EXISTIR, UM MES
      *   ANTES DO VENCIMENTO DA PARCELA 01; FIM UM ANO DEPOIS.
      *-----------------------------------------------------------------*
       DEFINIR-VIGENCIA.
           MOVE ZEROS TO W-INI-VIG W-FIM-VIG.
           IF AP-INICIO-VIG NUMERIC AND AP-INICIO-VIG > ZEROS
               MOVE AP-INICIO-VIG TO W-INI-VIG
           ELSE
               MOVE AP-NUM-APOLICE TO PC-NUM-APOLICE
               MOVE 01             TO PC-PARCELA
               READ ARQ-PARCELAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DERIVAR-INICIO
               END-READ
           END-IF.
           IF W-INI-VIG NOT = ZEROS
               MOVE W-INI-VIG TO W-DATA-AUX
               ADD 1 TO W-AUX-ANO
               IF W-AUX-MES = 02 AND W-AUX-DIA = 29
                   MOVE 03 TO W-AUX-MES
                   MOVE 01 TO W-AUX-DIA
               END-IF
               MOVE W-DATA-AUX TO W-FIM-VIG
           END-IF.

       DERIVAR-INICIO.
           MOVE PC-VENCIMENTO TO W-DATA-AUX.
           IF W-AUX-MES = 01
               MOVE 12 TO W-AUX-MES
               SUBTRACT 1 FROM W-AUX-ANO
           ELSE
               SUBTRACT 1 FROM W-AUX-MES
           END-IF.
           IF W-AUX-DIA > 28
               MOVE 28 TO W-AUX-DIA
           END-IF.
           MOVE W-DATA-AUX TO W-INI-VIG.

      *-----------------------------------------------------------------*
      * APURAR-PARCELAS - PAGAS SOMAM NO PAGO; ABERTAS (VENCIDAS OU
      *   NAO) PASSAM A CANCELADAS - O QUE FALTAR ENTRA NO ACERTO.
      *-----------------------------------------------------------------*
       APURAR-PARCELAS.
           MOVE "N" TO W-FIM-PARC.
           MOVE AP-NUM-APOLICE TO PC-NUM-APOLICE.
           MOVE ZEROS          TO PC-PARCELA.
           START ARQ-PARCELAS KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-PARC
           END-START.
           PERFORM LER-PARCELA.
           PERFORM ACERTAR-PARCELA UNTIL FIM-PARCELAS.

       LER-PARCELA.
           IF NOT FIM-PARCELAS
               READ ARQ-PARCELAS NEXT RECORD
                   AT END MOVE "S" TO W-FIM-PARC
               END-READ
               IF COD-ERRO-PARC NOT = "00"
                  OR PC-NUM-APOLICE NOT = AP-NUM-APOLICE
                   MOVE "S" TO W-FIM-PARC
               END-IF
           END-IF.

       ACERTAR-PARCELA.
           MOVE PC-PARCELA TO W-ULT-PARCELA.
           IF PC-PAGA
               ADD PC-VALOR TO W-PAGO
           ELSE
               IF PC-ABERTA
                   MOVE "C" TO PC-STATUS
                   REWRITE REG-PARCELA
                   ADD 1        TO W-QTD-CANC
                   ADD PC-VALOR TO W-CANCELADO
               END-IF
           END-IF.
           PERFORM LER-PARCELA.

      *-----------------------------------------------------------------*
      * CALCULAR-GANHO - DIAS DECORRIDOS DESDE O INICIO DA VIGENCIA
      *   (LIMITADOS AO PRAZO). CANCELAMENTO PELA CIA: PRO RATA DIE.
      *   A PEDIDO DO SEGURADO: PERCENTUAL DA PRIMEIRA FAIXA DA TABELA
      *   DE PRAZO CURTO QUE COBRE OS DIAS DECORRIDOS. SEM VIGENCIA
      *   CONHECIDA NAO HA BASE DE CALCULO E O GANHO E O PROPRIO PAGO.
      *-----------------------------------------------------------------*
       CALCULAR-GANHO.
           IF W-INI-VIG = ZEROS
               MOVE W-PAGO TO W-GANHO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE W-DIAS-PRAZO =
               FUNCTION INTEGER-OF-DATE(W-FIM-VIG) -
               FUNCTION INTEGER-OF-DATE(W-INI-VIG).
           COMPUTE W-DIAS-DECORR =
               FUNCTION INTEGER-OF-DATE(W-DATA-CANC) -
               FUNCTION INTEGER-OF-DATE(W-INI-VIG).
           IF W-DIAS-DECORR < ZEROS
               MOVE ZEROS TO W-DIAS-DECORR
           END-IF.
           IF W-DIAS-DECORR > W-DIAS-PRAZO
               MOVE W-DIAS-PRAZO TO W-DIAS-DECORR
           END-IF.
           IF W-DIAS-DECORR = ZEROS
               MOVE ZEROS TO W-GANHO W-PCT-GANHO
               EXIT PARAGRAPH
           END-IF.
           IF ORIGEM-CIA
               COMPUTE W-GANHO ROUNDED =
                   AP-PREMIO * W-DIAS-DECORR / W-DIAS-PRAZO
               COMPUTE W-PCT-GANHO = W-DIAS-DECORR * 100 / W-DIAS-PRAZO
           ELSE
               MOVE 1 TO W-IND
               PERFORM AVANCAR-FAIXA
                   UNTIL TC-DIAS(W-IND) NOT < W-DIAS-DECORR
                      OR W-IND = 24
               MOVE TC-PCT(W-IND) TO W-PCT-GANHO
               COMPUTE W-GANHO ROUNDED = AP-PREMIO * W-PCT-GANHO / 100
           END-IF.

       AVANCAR-FAIXA.
           ADD 1 TO W-IND.

      *-----------------------------------------------------------------*
      * GERAR-COBRANCA-FINAL - PARCELA SEGUINTE A ULTIMA DA APOLICE,
      *   VENCENDO EM 15 DIAS (ROLADA PARA DIA UTIL), COM A DIFERENCA.
      *   A LINHA DIGITAVEL SEGUE O IMPCARNE.cbl.
      *-----------------------------------------------------------------*
       GERAR-COBRANCA-FINAL.
           ADD 1 TO W-ULT-PARCELA.
           COMPUTE W-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(W-DATA-HOJE) + 15.
           COMPUTE W-VENC-AJUSTADO =
               FUNCTION DATE-OF-INTEGER(W-DIAS-VENC).
           PERFORM ROLAR-DIA-UTIL.
           MOVE AP-NUM-APOLICE  TO PC-NUM-APOLICE.
           MOVE W-ULT-PARCELA   TO PC-PARCELA.
           MOVE W-VENC-AJUSTADO TO PC-VENCIMENTO.
           MOVE W-DIFERENCA     TO PC-VALOR.
           MOVE "A"             TO PC-STATUS.
           MOVE ZEROS           TO PC-DATA-PGTO PC-ETAPA-COBR.
           WRITE REG-PARCELA
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE W-ULT-PARCELA   TO RS-PARCELA.
           MOVE AP-NUM-APOLICE  TO W-BASE-DV.
           CALL "MODULO-CALC-DV" USING W-BASE-DV W-DV-APOLICE.
           COMPUTE W-BASE-DV = (W-DV-APOLICE * 100) + W-ULT-PARCELA.
           CALL "MODULO-CALC-DV" USING W-BASE-DV W-DV-LINHA.

       ROLAR-DIA-UTIL.
           CALL "DIA-UTIL" USING W-VENC-AJUSTADO W-DIA-UTIL.
           PERFORM WITH TEST BEFORE UNTIL W-DIA-UTIL NOT = "N"
               COMPUTE W-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE(W-VENC-AJUSTADO) + 1
               COMPUTE W-VENC-AJUSTADO =
                   FUNCTION DATE-OF-INTEGER(W-DIAS-VENC)
               CALL "DIA-UTIL" USING W-VENC-AJUSTADO W-DIA-UTIL
           END-PERFORM.

      *-----------------------------------------------------------------*
      * IMPRIMIR-ACERTO - DOCUMENTO DO CANCELAMENTO NO SPOOL: AVISO DE
      *   RESTITUICAO, COBRANCA FINAL (COM VENCIMENTO E LINHA
      *   DIGITAVEL) OU SO O DEMONSTRATIVO QUANDO NAO HA DIFERENCA.
      *-----------------------------------------------------------------*
       IMPRIMIR-ACERTO.
           EVALUATE TRUE
               WHEN RS-DEVOLUCAO
                   MOVE "AVISO DE RESTITUICAO DE PREMIO" TO LD-TITULO
                   CALL "GERA-SPOOL" USING "CONSAPOL" "RESTITUI"
                       W-NOME-SPOOL
               WHEN RS-COBRANCA
                   MOVE "COBRANCA FINAL DE PREMIO" TO LD-TITULO
                   CALL "GERA-SPOOL" USING "CONSAPOL" "COBFINAL"
                       W-NOME-SPOOL
               WHEN OTHER
                   MOVE "DEMONSTRATIVO DE CANCELAMENTO" TO LD-TITULO
                   CALL "GERA-SPOOL" USING "CONSAPOL" "CANCELAM"
                       W-NOME-SPOOL
           END-EVALUATE.
           OPEN OUTPUT REL-DOC.
           WRITE REG-DOC FROM LINDOC-TRACO.
           WRITE REG-DOC FROM LINDOC-TITULO.
           WRITE REG-DOC FROM LINDOC-TRACO.
           MOVE AP-NUM-APOLICE TO LD-APOLICE.
           MOVE AP-NOME        TO LD-NOME.
           MOVE AP-CPF         TO LD-CPF.
           WRITE REG-DOC FROM LINDOC-APOLICE.
           MOVE W-INI-VIG      TO LD-INI-VIG.
           MOVE W-FIM-VIG      TO LD-FIM-VIG.
           MOVE W-DATA-CANC    TO LD-DATA-CANC.
           WRITE REG-DOC FROM LINDOC-DATAS.
           IF ORIGEM-SEGURADO
               MOVE "PRAZO CURTO (PEDIDO SEGURADO)" TO LD-CRITERIO
           ELSE
               MOVE "PRO RATA (CANCELADA PELA CIA)" TO LD-CRITERIO
           END-IF.
           MOVE W-DIAS-DECORR  TO LD-DIAS.
           MOVE W-DIAS-PRAZO   TO LD-PRAZO.
           MOVE W-PCT-GANHO    TO LD-PCT.
           WRITE REG-DOC FROM LINDOC-CRITERIO.
           WRITE REG-DOC FROM LINDOC-BRANCO.
           MOVE "PREMIO ANUAL"                  TO LD-ROTULO.
           MOVE AP-PREMIO                       TO LD-VALOR.
           WRITE REG-DOC FROM LINDOC-VALOR.
           MOVE "PREMIO GANHO ATE O CANCELAMENTO" TO LD-ROTULO.
           MOVE W-GANHO                         TO LD-VALOR.
           WRITE REG-DOC FROM LINDOC-VALOR.
           MOVE "PREMIO PAGO"                   TO LD-ROTULO.
           MOVE W-PAGO                          TO LD-VALOR.
           WRITE REG-DOC FROM LINDOC-VALOR.
           MOVE "PARCELAS EM ABERTO CANCELADAS" TO LD-ROTULO.
           MOVE W-CANCELADO                     TO LD-VALOR.
           WRITE REG-DOC FROM LINDOC-VALOR.
           WRITE REG-DOC FROM LINDOC-BRANCO.
           EVALUATE TRUE
               WHEN RS-DEVOLUCAO
                   MOVE "VALOR A RESTITUIR"     TO LD-ROTULO
               WHEN RS-COBRANCA
                   MOVE "VALOR A PAGAR"         TO LD-ROTULO
               WHEN OTHER
                   MOVE "SEM DIFERENCA A ACERTAR" TO LD-ROTULO
           END-EVALUATE.
           MOVE W-DIFERENCA                     TO LD-VALOR.
           WRITE REG-DOC FROM LINDOC-VALOR.
           IF RS-COBRANCA
               MOVE W-VENC-AJUSTADO TO LD-VENC
               MOVE AP-NUM-APOLICE  TO LG-APOLICE
               MOVE W-ULT-PARCELA   TO LG-PARCELA
               MOVE W-DV-LINHA      TO LG-DV
               WRITE REG-DOC FROM LINDOC-LINHA
           END-IF.
           WRITE REG-DOC FROM LINDOC-TRACO.
           CLOSE REL-DOC.

      *-----------------------------------------------------------------*
      * ROT-RESTITUIR - PAGA A RESTITUICAO APURADA NO CANCELAMENTO:
      *   LANCA A SAIDA EM CAIXAGER.DAT E MARCA A APURACAO COMO PAGA.
      *-----------------------------------------------------------------*
       ROT-RESTITUIR.
           IF NOT RESTITUI-ABERTO
               DISPLAY "RESTITUI.DAT INDISPONIVEL" AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE AP-NUM-APOLICE TO RS-NUM-APOLICE.
           READ ARQ-RESTITUI
               INVALID KEY
                   DISPLAY "APOLICE SEM APURACAO DE CANCELAMENTO"
                       AT 2310
               NOT INVALID KEY
                   PERFORM PAGAR-RESTITUICAO
           END-READ.

       PAGAR-RESTITUICAO.
           IF NOT RS-DEVOLUCAO
               DISPLAY "APOLICE SEM VALOR A RESTITUIR" AT 2310
               EXIT PARAGRAPH
           END-IF.
           IF RS-PAGA
               DISPLAY "RESTITUICAO JA PAGA EM " AT 2310
               MOVE RS-DATA-PGTO TO W-DATA-ED
               DISPLAY W-DATA-ED AT 2333
               EXIT PARAGRAPH
           END-IF.
           CALL "VERIFICA-PERIODO" USING "S" W-DATA-HOJE W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA OS SEGUROS" AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-VALOR TO W-VALOR-ED.
           DISPLAY "VALOR A RESTITUIR...:" AT 1610.
           DISPLAY W-VALOR-ED              AT 1632.
           PERFORM CONFIRMAR.
           IF W-CONF = "S"
               MOVE SPACES TO W-DOC-CAIXA
               STRING "RESTITUI " DELIMITED BY SIZE
                      RS-NUM-APOLICE DELIMITED BY SIZE
                      INTO W-DOC-CAIXA
               MOVE RS-VALOR TO W-VLR-CAIXA
               CALL "GRAVA-CAIXA" USING "CONSAPOL" W-DOC-CAIXA
                   W-VLR-CAIXA "S"
               MOVE "P"         TO RS-SITUACAO
               MOVE W-DATA-HOJE TO RS-DATA-PGTO
               REWRITE REG-RESTITUI
               MOVE AP-NUM-APOLICE TO W-CHAVE-AUDIT
               MOVE "RESTITUICAO PENDENTE" TO W-ANTES-AUDIT
               MOVE "RESTITUICAO PAGA"     TO W-DEPOIS-AUDIT
               CALL "GRAVA-AUDITORIA" USING "CONSAPOL"
                   W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                   W-DEPOIS-AUDIT
               DISPLAY "RESTITUICAO PAGA - SAIDA NO CAIXA" AT 2310
           ELSE
               DISPLAY "PAGAMENTO ABANDONADO             " AT 2310
           END-IF.
