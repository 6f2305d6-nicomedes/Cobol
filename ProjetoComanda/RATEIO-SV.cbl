      *----------------------------------------------------------------*
       IDENTIFICATION       DIVISION.
      *----------------------------------------------------------------*
           PROGRAM-ID.       RATEIO-SV.
           AUTHOR.           JULIANO NICOMEDES.
           DATE-WRITTEN.     15-10-2026.
      *----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - RATEIO MENSAL DA CAIXINHA DOS 10%
      *   DE SERVICO: SOMA A PARCELA DE SERVICO (PG-SERVICO) DE TODO
      *   RECEBIMENTO DO MES EM PAGTOCOM.DAT, IDENTIFICA O GARCOM DE
      *   CADA COMANDA (COM-GARCOM EM COMANDA.DAT) E DIVIDE O MONTE
      *   ENTRE OS GARCONS QUE ATENDERAM NO MES PELA REGRA DE
      *   SERVICO.PAR (MANTPAR.cbl): (I)GUAL POR GARCOM OU
      *   PROPORCIONAL AS (H)ORAS BATIDAS EM PONTO.DAT NO MES. IMPRIME
      *   UM EXTRATO POR GARCOM EM CAIXINHA.LST E LANCA A PARTE DE
      *   CADA UM COMO PROVENTO "SV" EM VERBAS.DAT, DE ONDE O
      *   FOLHA.cbl A LEVA AO HOLERITE. O NOME DO GARCOM E LIGADO A
      *   MATRICULA PELO CAD-GARCOM.cbl; QUEM NAO TEM MATRICULA SAI NO
      *   EXTRATO PARA PAGAMENTO FORA DA FOLHA. RODAR DE NOVO O MESMO
      *   MES REFAZ OS LANCAMENTOS "SV" DO MES. ANTES O SERVICO SUMIA
      *   NO TOTAL DO DIA E ERA PAGO NA GAVETA, SEM CONTROLE.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE PAGTOCOM.DAT GANHA A
      *   SITUACAO DE LIQUIDACAO DO CARTAO (PG-SIT-LIQ, PG-DT-LIQ E
      *   PG-VLR-LIQ), PREENCHIDA PELA CONCILIACAO DE CARTOES
      *   (CONC-CART.cbl).
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   BAIRRO DA ENTREGA (COM-BAIRRO, CHAVE DE ZONAS.DAT) E O
      *   MOTOBOY QUE LEVOU O PEDIDO (COM-MOTOBOY, DE MOTOBOYS.DAT).
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
      * 15 OUTUBRO 2026 - JULIANO - COMPETENCIA COM A FOLHA JA FECHADA
      *   NO CONTROLE DE PERIODOS (PERIODO.cbl) NAO RECEBE MAIS O
      *   RATEIO: O PRIMEIRO DIA DA COMPETENCIA E CONSULTADO NO
      *   COMUM/VERIFPERIODO.cbl ANTES DE MEXER NAS VERBAS "SV".
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
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS PG-CHAVE
               FILE STATUS     IS W-STATPG.

           SELECT ARQ-COMANDA ASSIGN TO "COMANDA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS COM-NUMERO
               FILE STATUS     IS W-STATC.

           SELECT ARQ-GARCOM ASSIGN TO "GARCONS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS GC-NOME
               FILE STATUS     IS W-STATG.

           SELECT ARQ-PONTO ASSIGN TO "PONTO.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PT-CHAVE
               FILE STATUS     IS W-STATPT.

           SELECT ARQ-VERBAS ASSIGN TO "VERBAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS VB-CHAVE
               FILE STATUS     IS W-STATVB.

           SELECT ARQ-SERVPAR ASSIGN TO "SERVICO.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATSRV.

           SELECT REL-CAIXINHA ASSIGN TO "CAIXINHA.LST"
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

       FD  ARQ-GARCOM.
       01  REG-GARCOM.
           02 GC-NOME       PIC X(20).
           02 GC-MATRICULA  PIC 9(8).

       FD  ARQ-PONTO.
       01  REG-PONTO.
           02 PT-CHAVE.
               03 PT-MATRICULA PIC 9(8).
               03 PT-DATA      PIC 9(8).
           02 PT-ENTRADA   PIC 9(4).
           02 PT-SAIDA     PIC 9(4).

       FD  ARQ-VERBAS.
       01  REG-VERBA.
           02 VB-CHAVE.
               03 VB-ANOMES    PIC 9(6).
               03 VB-MATRICULA PIC 9(8).
               03 VB-CODIGO    PIC X(2).
           02 VB-DESCRICAO PIC X(22).
           02 VB-TIPO      PIC X(1).
               88 VB-PROVENTO   VALUE "P".
               88 VB-DESCONTO   VALUE "D".
           02 VB-VALOR     PIC 9(8)V99.
           02 VB-ORIGEM    PIC X(8).

       FD  ARQ-SERVPAR
           LABEL RECORD STANDARD.
       01  REG-SERVPAR.
           02 SR-REGRA PIC X(1).

       FD  REL-CAIXINHA
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATPG        PIC X(02) VALUE SPACES.
       77 W-STATC         PIC X(02) VALUE SPACES.
       77 W-STATG         PIC X(02) VALUE SPACES.
       77 W-STATPT        PIC X(02) VALUE SPACES.
       77 W-STATVB        PIC X(02) VALUE SPACES.
       77 W-STATSRV       PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO             VALUE "S".
       77 W-COMANDA-OK    PIC X     VALUE "N".
           88 COMANDA-ABERTO          VALUE "S".
       77 W-GARCOM-OK     PIC X     VALUE "N".
           88 GARCOM-ABERTO           VALUE "S".
       77 W-PONTO-OK      PIC X     VALUE "N".
           88 PONTO-ABERTO            VALUE "S".
       77 W-REGRA         PIC X     VALUE "I".
           88 REGRA-IGUAL             VALUE "I".
           88 REGRA-HORAS             VALUE "H".
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-GARCOM            VALUE "S".
       77 W-DATA-COMP     PIC 9(8)  VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO             VALUE "F".

       01 W-ANOMES        PIC 9(6)  VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           02 W-ANO-REF   PIC 9(4).
           02 W-MES-REF   PIC 99.

       01 W-HORA-AUX      PIC 9(4) VALUE ZEROS.
       01 W-HORA-AUX-R REDEFINES W-HORA-AUX.
           02 W-HORA-HH   PIC 99.
           02 W-HORA-MI   PIC 99.
       77 W-MIN-ENTRADA   PIC 9(5)  VALUE ZEROS.
       77 W-MIN-SAIDA     PIC 9(5)  VALUE ZEROS.
       77 W-MIN-DIA       PIC S9(5) VALUE ZEROS.

       77 W-QTD-GARCOM    PIC 99    VALUE ZEROS.
       77 W-QTD-RATEIO    PIC 99    VALUE ZEROS.
       77 W-ULT-RATEIO    PIC 99    VALUE ZEROS.
       77 W-IND           PIC 99    VALUE ZEROS.
       77 W-QTD-LANCADOS  PIC 99    VALUE ZEROS.
       77 W-MONTE         PIC 9(8)V99 VALUE ZEROS.
       77 W-DISTRIBUIDO   PIC 9(8)V99 VALUE ZEROS.
       77 W-TOTAL-MIN     PIC 9(7)  VALUE ZEROS.
       77 W-PARTE         PIC 9(8)V99 VALUE ZEROS.

       01 TAB-GARCONS.
           02 TG-ENTRADA OCCURS 50 TIMES.
               03 TG-NOME      PIC X(20).
               03 TG-MATRICULA PIC 9(8).
               03 TG-PAGTOS    PIC 9(4).
               03 TG-GERADO    PIC 9(8)V99.
               03 TG-MIN-TRAB  PIC 9(6).
               03 TG-PARTE     PIC 9(8)V99.

       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINCAB1.
           02 FILLER    PIC X(35)
               VALUE "CAIXINHA DOS GARCONS - COMPETENCIA ".
           02 LC-ANOMES PIC 9(6).
           02 FILLER    PIC X(39) VALUE SPACES.
       01 LINGARCOM.
           02 FILLER    PIC X(08) VALUE "GARCOM: ".
           02 LG-NOME   PIC X(20).
           02 FILLER    PIC X(13) VALUE "  MATRICULA: ".
           02 LG-MATR   PIC 9(8).
           02 FILLER    PIC X(31) VALUE SPACES.
       01 LINVERBA.
           02 LV-TITULO PIC X(25).
           02 LV-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(42) VALUE SPACES.
       01 LINQTD.
           02 LQ-TITULO PIC X(25).
           02 LQ-QTD    PIC ZZ.ZZ9,99.
           02 FILLER    PIC X(46) VALUE SPACES.
       01 LINAVISO.
           02 LA-TEXTO  PIC X(60).
           02 FILLER    PIC X(20) VALUE SPACES.
       01 LINREGRA.
           02 FILLER    PIC X(25) VALUE "REGRA DE RATEIO........: ".
           02 LR-REGRA  PIC X(30).
           02 FILLER    PIC X(25) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       MAIN.
           INITIALIZE TAB-GARCONS.
           DISPLAY ERASE.
           DISPLAY "RATEIO MENSAL DA CAIXINHA (SERVICO 10%)" AT 0520.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER
                   UNTIL W-MES-REF > ZEROS AND W-MES-REF < 13
               ACCEPT W-ANOMES AT 0932
           END-PERFORM.

           COMPUTE W-DATA-COMP = W-ANOMES * 100 + 1.
           CALL "VERIFICA-PERIODO" USING "F" W-DATA-COMP W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA A FOLHA" AT 1210
               STOP " "
               GOBACK
           END-IF.

           PERFORM LER-REGRA.
           PERFORM ABRIR-ARQUIVOS.
           IF W-STATPG NOT = "00"
               DISPLAY "PAGTOCOM.DAT INDISPONIVEL" AT 1210
               STOP " "
               GOBACK
           END-IF.

           PERFORM LER-PAGTO.
           PERFORM ACUMULAR-PAGTO UNTIL FIM-ARQUIVO.

           IF W-QTD-GARCOM = ZEROS
               PERFORM FECHAR-ARQUIVOS
               DISPLAY "NENHUM SERVICO NO MES INFORMADO" AT 1210
               STOP " "
               GOBACK
           END-IF.

           MOVE ZEROS TO W-IND.
           PERFORM BUSCAR-DADOS-GARCOM W-QTD-GARCOM TIMES.
           PERFORM CALCULAR-RATEIO.
           PERFORM LIMPAR-VERBAS-MES.
           PERFORM IMPRIMIR-EXTRATOS.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "EXTRATOS EM CAIXINHA.LST - GARCONS:" AT 1210.
           DISPLAY W-QTD-GARCOM AT 1247.
           DISPLAY "LANCADOS NA FOLHA (VERBAS.DAT):" AT 1310.
           DISPLAY W-QTD-LANCADOS AT 1347.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * LER-REGRA - REGRA DE SERVICO.PAR; NA FALTA DO ARQUIVO, OU COM
      *   CONTEUDO INVALIDO, VALE O RATEIO IGUAL.
      *-----------------------------------------------------------------*
       LER-REGRA.
           OPEN INPUT ARQ-SERVPAR.
           IF W-STATSRV = "00"
               READ ARQ-SERVPAR
                   AT END CONTINUE
                   NOT AT END
                       IF SR-REGRA = "I" OR "H"
                           MOVE SR-REGRA TO W-REGRA
                       END-IF
               END-READ
               CLOSE ARQ-SERVPAR
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-PAGTO.
           IF W-STATPG NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATPG W-MENSAGEM-ERRO
                   "RATEIOSV"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARQ-COMANDA.
           IF W-STATC = "00"
               MOVE "S" TO W-COMANDA-OK
           END-IF.
           OPEN INPUT ARQ-GARCOM.
           IF W-STATG = "00"
               MOVE "S" TO W-GARCOM-OK
           END-IF.
           OPEN INPUT ARQ-PONTO.
           IF W-STATPT = "00"
               MOVE "S" TO W-PONTO-OK
           END-IF.
           OPEN I-O ARQ-VERBAS.
           IF W-STATVB = "35"
               OPEN OUTPUT ARQ-VERBAS
               CLOSE       ARQ-VERBAS
               OPEN I-O    ARQ-VERBAS
           END-IF.
           OPEN OUTPUT REL-CAIXINHA.

       FECHAR-ARQUIVOS.
           CLOSE ARQ-PAGTO ARQ-VERBAS REL-CAIXINHA.
           IF COMANDA-ABERTO
               CLOSE ARQ-COMANDA
           END-IF.
           IF GARCOM-ABERTO
               CLOSE ARQ-GARCOM
           END-IF.
           IF PONTO-ABERTO
               CLOSE ARQ-PONTO
           END-IF.

       LER-PAGTO.
           READ ARQ-PAGTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * ACUMULAR-PAGTO - RECEBIMENTO DO MES COM SERVICO ENTRA NO MONTE
      *   E NA CONTA DO GARCOM DA COMANDA. COMANDA QUE NAO ESTA MAIS EM
      *   COMANDA.DAT SO ENGORDA O MONTE.
      *-----------------------------------------------------------------*
       ACUMULAR-PAGTO.
           IF PG-DATA(4:2) = W-MES-REF
              AND PG-DATA(7:4) = W-ANO-REF
              AND PG-SERVICO NUMERIC
              AND PG-SERVICO > ZEROS
               ADD PG-SERVICO TO W-MONTE
               IF COMANDA-ABERTO
                   MOVE PG-COMANDA TO COM-NUMERO
                   READ ARQ-COMANDA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ACHAR-GARCOM
                           IF ACHOU-GARCOM
                               ADD 1          TO TG-PAGTOS(W-IND)
                               ADD PG-SERVICO TO TG-GERADO(W-IND)
                           END-IF
                   END-READ
               END-IF
           END-IF.
           PERFORM LER-PAGTO.

       ACHAR-GARCOM.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-GARCOM
               UNTIL ACHOU-GARCOM OR W-IND >= W-QTD-GARCOM.
           IF NOT ACHOU-GARCOM AND W-QTD-GARCOM < 50
               ADD 1 TO W-QTD-GARCOM
               MOVE W-QTD-GARCOM TO W-IND
               MOVE COM-GARCOM   TO TG-NOME(W-IND)
               MOVE "S"          TO W-ACHOU
           END-IF.

       PROCURAR-GARCOM.
           ADD 1 TO W-IND.
           IF TG-NOME(W-IND) = COM-GARCOM
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * BUSCAR-DADOS-GARCOM - MATRICULA DO GARCOM EM GARCONS.DAT E,
      *   COM ELA, OS MINUTOS BATIDOS NO MES EM PONTO.DAT (MESMA CONTA
      *   DE ENTRADA/SAIDA DO APURAPON.cbl).
      *-----------------------------------------------------------------*
       BUSCAR-DADOS-GARCOM.
           ADD 1 TO W-IND.
           MOVE ZEROS TO TG-MATRICULA(W-IND) TG-MIN-TRAB(W-IND).
           IF GARCOM-ABERTO
               MOVE TG-NOME(W-IND) TO GC-NOME
               READ ARQ-GARCOM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GC-MATRICULA TO TG-MATRICULA(W-IND)
               END-READ
           END-IF.
           IF PONTO-ABERTO AND TG-MATRICULA(W-IND) > ZEROS
               MOVE TG-MATRICULA(W-IND) TO PT-MATRICULA
               MOVE W-ANOMES            TO PT-DATA(1:6)
               MOVE "01"                TO PT-DATA(7:2)
               START ARQ-PONTO KEY IS NOT LESS THAN PT-CHAVE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
               MOVE "N" TO W-FIM-ARQ
               PERFORM LER-BATIDA
               PERFORM SOMAR-BATIDA UNTIL FIM-ARQUIVO
           END-IF.

       LER-BATIDA.
           READ ARQ-PONTO NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQUIVO
               IF PT-MATRICULA NOT = TG-MATRICULA(W-IND)
                  OR PT-DATA(1:6) NOT = W-ANOMES
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       SOMAR-BATIDA.
           MOVE PT-ENTRADA TO W-HORA-AUX.
           COMPUTE W-MIN-ENTRADA = (W-HORA-HH * 60) + W-HORA-MI.
           MOVE PT-SAIDA TO W-HORA-AUX.
           COMPUTE W-MIN-SAIDA = (W-HORA-HH * 60) + W-HORA-MI.
           COMPUTE W-MIN-DIA = W-MIN-SAIDA - W-MIN-ENTRADA.
           IF W-MIN-DIA > ZEROS
               ADD W-MIN-DIA TO TG-MIN-TRAB(W-IND)
           END-IF.
           PERFORM LER-BATIDA.

      *-----------------------------------------------------------------*
      * CALCULAR-RATEIO - IGUAL: O MONTE DIVIDIDO PELOS GARCONS DO MES.
      *   HORAS: PROPORCIONAL AOS MINUTOS BATIDOS, SO PARA QUEM BATEU
      *   PONTO; SE NINGUEM BATEU, VOLTA AO RATEIO IGUAL. A SOBRA DE
      *   ARREDONDAMENTO FICA COM O ULTIMO GARCOM QUE RECEBE, COMO NA
      *   DIVISAO DA CONTA EM PARTES IGUAIS DO FECHA-COMANDA.
      *-----------------------------------------------------------------*
       CALCULAR-RATEIO.
           MOVE ZEROS TO W-TOTAL-MIN W-IND.
           PERFORM SOMAR-MINUTOS W-QTD-GARCOM TIMES.
           IF REGRA-HORAS AND W-TOTAL-MIN = ZEROS
               MOVE "I" TO W-REGRA
           END-IF.

           MOVE ZEROS TO W-QTD-RATEIO W-ULT-RATEIO W-IND.
           PERFORM CONTAR-PARTICIPANTE W-QTD-GARCOM TIMES.

           MOVE ZEROS TO W-DISTRIBUIDO W-IND.
           IF REGRA-IGUAL
               COMPUTE W-PARTE = W-MONTE / W-QTD-RATEIO
           END-IF.
           PERFORM CALCULAR-PARTE W-QTD-GARCOM TIMES.

           IF W-ULT-RATEIO > ZEROS
               COMPUTE TG-PARTE(W-ULT-RATEIO) =
                   TG-PARTE(W-ULT-RATEIO) + W-MONTE - W-DISTRIBUIDO
           END-IF.

       SOMAR-MINUTOS.
           ADD 1 TO W-IND.
           ADD TG-MIN-TRAB(W-IND) TO W-TOTAL-MIN.

       CONTAR-PARTICIPANTE.
           ADD 1 TO W-IND.
           IF REGRA-IGUAL OR TG-MIN-TRAB(W-IND) > ZEROS
               ADD 1 TO W-QTD-RATEIO
               MOVE W-IND TO W-ULT-RATEIO
           END-IF.

       CALCULAR-PARTE.
           ADD 1 TO W-IND.
           IF REGRA-IGUAL
               MOVE W-PARTE TO TG-PARTE(W-IND)
           ELSE
               COMPUTE TG-PARTE(W-IND) =
                   W-MONTE * TG-MIN-TRAB(W-IND) / W-TOTAL-MIN
           END-IF.
           ADD TG-PARTE(W-IND) TO W-DISTRIBUIDO.

      *-----------------------------------------------------------------*
      * LIMPAR-VERBAS-MES - APAGA OS LANCAMENTOS "SV" JA EXISTENTES NA
      *   COMPETENCIA, PARA QUE UMA NOVA RODADA DO MES SUBSTITUA A
      *   ANTERIOR EM VEZ DE SOMAR A ELA.
      *-----------------------------------------------------------------*
       LIMPAR-VERBAS-MES.
           MOVE W-ANOMES TO VB-ANOMES.
           MOVE ZEROS    TO VB-MATRICULA.
           MOVE SPACES   TO VB-CODIGO.
           START ARQ-VERBAS KEY IS NOT LESS THAN VB-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO W-FIM-ARQ.
           PERFORM LER-VERBA.
           PERFORM APAGAR-VERBA UNTIL FIM-ARQUIVO.

       LER-VERBA.
           READ ARQ-VERBAS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQUIVO AND VB-ANOMES NOT = W-ANOMES
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       APAGAR-VERBA.
           IF VB-CODIGO = "SV"
               DELETE ARQ-VERBAS
           END-IF.
           PERFORM LER-VERBA.

      *-----------------------------------------------------------------*
      * IMPRIMIR-EXTRATOS - UM EXTRATO POR GARCOM EM CAIXINHA.LST E O
      *   LANCAMENTO DA PARTE DELE EM VERBAS.DAT, MAIS O RESUMO DO MONTE
      *   NO FINAL.
      *-----------------------------------------------------------------*
       IMPRIMIR-EXTRATOS.
           MOVE ZEROS TO W-IND W-QTD-LANCADOS.
           PERFORM IMPRIMIR-EXTRATO W-QTD-GARCOM TIMES.

           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINCAB1.
           MOVE "RESUMO DO MES" TO LA-TEXTO.
           WRITE REG-REL FROM LINAVISO.
           IF REGRA-IGUAL
               MOVE "IGUAL POR GARCOM"        TO LR-REGRA
           ELSE
               MOVE "PROPORCIONAL AS HORAS"   TO LR-REGRA
           END-IF.
           WRITE REG-REL FROM LINREGRA.
           MOVE "MONTE DO SERVICO (10%).: " TO LV-TITULO.
           MOVE W-MONTE TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           MOVE "GARCONS NO MES.........: " TO LQ-TITULO.
           MOVE W-QTD-GARCOM TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           MOVE "LANCADOS NA FOLHA......: " TO LQ-TITULO.
           MOVE W-QTD-LANCADOS TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           WRITE REG-REL FROM LINTRACO.

       IMPRIMIR-EXTRATO.
           ADD 1 TO W-IND.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINCAB1.
           MOVE TG-NOME(W-IND)      TO LG-NOME.
           MOVE TG-MATRICULA(W-IND) TO LG-MATR.
           WRITE REG-REL FROM LINGARCOM.

           MOVE "RECEBIMENTOS ATENDIDOS.: " TO LQ-TITULO.
           MOVE TG-PAGTOS(W-IND) TO LQ-QTD.
           WRITE REG-REL FROM LINQTD.
           MOVE "SERVICO DAS SUAS MESAS.: " TO LV-TITULO.
           MOVE TG-GERADO(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           IF REGRA-HORAS
               MOVE "HORAS DE PONTO NO MES..: " TO LQ-TITULO
               COMPUTE LQ-QTD = TG-MIN-TRAB(W-IND) / 60
               WRITE REG-REL FROM LINQTD
           END-IF.
           MOVE "PARTE NA CAIXINHA......: " TO LV-TITULO.
           MOVE TG-PARTE(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.

           EVALUATE TRUE
               WHEN TG-PARTE(W-IND) = ZEROS
                   MOVE "SEM HORAS DE PONTO NO MES - FORA DO RATEIO"
                     TO LA-TEXTO
               WHEN TG-MATRICULA(W-IND) = ZEROS
                   MOVE "SEM MATRICULA - PAGAR FORA DA FOLHA"
                     TO LA-TEXTO
               WHEN OTHER
                   PERFORM GRAVAR-VERBA
           END-EVALUATE.
           WRITE REG-REL FROM LINAVISO.

       GRAVAR-VERBA.
           MOVE W-ANOMES            TO VB-ANOMES.
           MOVE TG-MATRICULA(W-IND) TO VB-MATRICULA.
           MOVE "SV"                TO VB-CODIGO.
           MOVE "CAIXINHA SERVICO 10%" TO VB-DESCRICAO.
           MOVE "P"                 TO VB-TIPO.
           MOVE TG-PARTE(W-IND)     TO VB-VALOR.
           MOVE "RATEIOSV"          TO VB-ORIGEM.
           WRITE REG-VERBA
               INVALID KEY
                   PERFORM SOMAR-VERBA
           END-WRITE.
           MOVE "LANCADO NO HOLERITE DO MES (VERBAS.DAT)" TO LA-TEXTO.
           ADD 1 TO W-QTD-LANCADOS.

      *    DOIS NOMES DE GARCOM LIGADOS A MESMA MATRICULA SOMAM NUM
      *    UNICO LANCAMENTO.
       SOMAR-VERBA.
           READ ARQ-VERBAS
               INVALID KEY
                   CALL "VERIFICA-STATUS" USING W-STATVB
                       W-MENSAGEM-ERRO "RATEIOSV"
               NOT INVALID KEY
                   ADD TG-PARTE(W-IND) TO VB-VALOR
                   REWRITE REG-VERBA
           END-READ.
