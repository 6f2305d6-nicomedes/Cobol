      *   DE RETENCAO.PAR (1 A 10 ANOS, PADRAO 2): E O CORTE QUE O
      *   EXPURGO ANUAL (ARQUIVA.cbl) USA PARA DECIDIR O QUE VAI PARA
      *   OS ARQUIVOS MORTOS DATADOS E O QUE FICA NOS ARQUIVOS VIVOS.
      * 15 OUTUBRO 2026 - JULIANO - NOVO PARAMETRO SR-REGRA DE
      *   SERVICO.PAR: REGRA DE RATEIO DA CAIXINHA DOS 10% ENTRE OS
      *   GARCONS NO RATEIO-SV.cbl - (I)GUAL POR GARCOM OU
      *   PROPORCIONAL AS (H)ORAS DE PONTO NO MES. PADRAO "I".
      * 15 OUTUBRO 2026 - JULIANO - NOVO ARQUIVO CARTAO.PAR COM A TAXA
      *   CONTRATADA COM A ADQUIRENTE (CT-TAXA, 0,01 A 10,00%, PADRAO
      *   2,50) E O PRAZO DE LIQUIDACAO EM DIAS (CT-PRAZO, 1 A 60,
      *   PADRAO 30), USADOS PELA CONCILIACAO DE CARTOES (CONC-CART).
      * 15 OUTUBRO 2026 - JULIANO - NOVO ARQUIVO CMV.PAR COM A META DE
      *   CUSTO DA MERCADORIA VENDIDA EM % DO PRECO (CM-META, 5,00 A
      *   80,00, PADRAO 30,00), BASE DO PRECO SUGERIDO NA FICHA DE
      *   CUSTO DOS PRATOS (FICHA-CUSTO).
      * 15 OUTUBRO 2026 - JULIANO - NOVO ARQUIVO FIDELID.PAR COM AS
      *   REGRAS DO PROGRAMA DE FIDELIDADE: PONTOS GANHOS POR REAL
      *   GASTO (FP-PONTOS-REAL, 0,01 A 10,00, PADRAO 1,00), VALOR EM
      *   REAIS DE CADA PONTO NO RESGATE (FP-VALOR-PONTO, 0,01 A 1,00,
      *   PADRAO 0,05) E MESES SEM COMPRA ATE O SALDO EXPIRAR
      *   (FP-VALIDADE, 1 A 36, PADRAO 12). USADOS PELO FECHA-COMANDA
      *   E PELO EXTRATO MENSAL (REL-FIDEL).
      * 15 OUTUBRO 2026 - JULIANO - NOVO ARQUIVO IRMAOS.PAR COM O
      *   DESCONTO DE IRMAOS DA PISCINA: % SOBRE A MENSALIDADE DO 2O
      *   FILHO DO MESMO RESPONSAVEL (IR-PERC-2, 0,01 A 50,00, PADRAO
      *   10,00) E DO 3O EM DIANTE (IR-PERC-3, 0,01 A 50,00, PADRAO
      *   20,00), APLICADOS PELO MENSANAT.cbl.
      * 15 OUTUBRO 2026 - JULIANO - RETENCAO.PAR GANHA OS PRAZOS LEGAIS
      *   DE GUARDA DOS DADOS PESSOAIS USADOS NA ANONIMIZACAO POR CPF
      *   (DADOSCPF.cbl): RP-ANOS-CLINICO (PRONTUARIO, AGENDA E
      *   CADASTRO DO PACIENTE, 5 A 30 ANOS, PADRAO 20) E RP-ANOS-
      *   FISCAL (FATURAS, APOLICES, FUNCIONARIOS E CONTAS, 1 A 10
      *   ANOS, PADRAO 5). ARQUIVO ANTIGO SEM ELES FICA NOS PADROES.
      * 15 OUTUBRO 2026 - JULIANO - NOVO ARQUIVO IRINVEST.PAR COM A
      *   TABELA REGRESSIVA DO IMPOSTO DE RENDA DAS APLICACOES USADA
      *   NA PROJECAO DO TAXA.cbl: LIMITE EM DIAS DAS TRES PRIMEIRAS
      *   FAIXAS (II-DIAS-1 A 3, CRESCENTES, PADRAO 180/360/720) E
      *   ALIQUOTA DE CADA UMA DAS QUATRO (II-ALIQ-1 A 4, 0,01 A
      *   50,00, PADRAO 22,50/20,00/17,50/15,00), MAIS A INFLACAO
      *   ANUAL PADRAO (II-INFLACAO, 0,01 A 99,99, PADRAO 4,50).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           SELECT ARQ-RETENCAO ASSIGN TO "RETENCAO.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRET.
           SELECT ARQ-SERVPAR ASSIGN TO "SERVICO.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATSRV.
           SELECT ARQ-CARTPAR ASSIGN TO "CARTAO.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCRT.
           SELECT ARQ-CMVPAR ASSIGN TO "CMV.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCMV.
           SELECT ARQ-FIDPAR ASSIGN TO "FIDELID.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATFID.
           SELECT ARQ-IRMPAR ASSIGN TO "IRMAOS.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATIRM.
           SELECT ARQ-IRINVEST ASSIGN TO "IRINVEST.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATINV.
           SELECT ARQ-HIST ASSIGN TO "PARAMHIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATHIS.
           LABEL RECORD STANDARD.
       01  REG-RETENCAO.
           02 RP-ANOS-RETENCAO PIC 99.
           02 RP-ANOS-CLINICO  PIC 99.
           02 RP-ANOS-FISCAL   PIC 99.

       FD  ARQ-SERVPAR
           LABEL RECORD STANDARD.
       01  REG-SERVPAR.
           02 SR-REGRA PIC X(1).

       FD  ARQ-CARTPAR
           LABEL RECORD STANDARD.
       01  REG-CARTPAR.
           02 CT-TAXA  PIC 99V99.
           02 FILLER   PIC X(1)  VALUE SPACE.
           02 CT-PRAZO PIC 99.

       FD  ARQ-CMVPAR
           LABEL RECORD STANDARD.
       01  REG-CMVPAR.
           02 CM-META  PIC 99V99.

       FD  ARQ-FIDPAR
           LABEL RECORD STANDARD.
       01  REG-FIDPAR.
           02 FP-PONTOS-REAL PIC 99V99.
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 FP-VALOR-PONTO PIC 9V99.
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 FP-VALIDADE    PIC 99.

       FD  ARQ-IRMPAR
           LABEL RECORD STANDARD.
       01  REG-IRMPAR.
           02 IR-PERC-2      PIC 99V99.
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 IR-PERC-3      PIC 99V99.

       FD  ARQ-IRINVEST
           LABEL RECORD STANDARD.
       01  REG-IRINVEST.
           02 II-DIAS-1      PIC 9(4).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 II-ALIQ-1      PIC 99V99.
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 II-DIAS-2      PIC 9(4).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 II-ALIQ-2      PIC 99V99.
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 II-DIAS-3      PIC 9(4).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 II-ALIQ-3      PIC 99V99.
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 II-DIAS-4      PIC 9(4).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 II-ALIQ-4      PIC 99V99.
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 II-INFLACAO    PIC 99V99.

       FD  ARQ-HIST
           LABEL RECORD STANDARD.
       77 W-STATTXP       PIC XX VALUE SPACES.
       77 W-STATTXJ       PIC XX VALUE SPACES.
       77 W-STATRET       PIC XX VALUE SPACES.
       77 W-STATSRV       PIC XX VALUE SPACES.
       77 W-STATCRT       PIC XX VALUE SPACES.
       77 W-STATCMV       PIC XX VALUE SPACES.
       77 W-STATFID       PIC XX VALUE SPACES.
       77 W-STATIRM       PIC XX VALUE SPACES.
       77 W-STATINV       PIC XX VALUE SPACES.
       77 W-STATHIS       PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-IMPOSTOS      PIC 9(10)V99  VALUE 0,45.
       77 W-TAXA-JUROS    PIC 9V9(3)    VALUE 0,007.
       77 W-ANOS-RETENCAO PIC 99        VALUE 02.
       77 W-ANOS-CLINICO  PIC 99        VALUE 20.
       77 W-ANOS-FISCAL   PIC 99        VALUE 05.
       77 W-REGRA-SERV    PIC X         VALUE "I".
       77 W-TAXA-CARTAO   PIC 99V99     VALUE 2,50.
       77 W-PRAZO-CARTAO  PIC 99        VALUE 30.
       77 W-META-CMV      PIC 99V99     VALUE 30,00.
       77 W-PONTOS-REAL   PIC 99V99     VALUE 1,00.
       77 W-VALOR-PONTO   PIC 9V99      VALUE 0,05.
       77 W-VALIDADE-PTS  PIC 99        VALUE 12.
       77 W-PERC-IRMAO-2  PIC 99V99     VALUE 10,00.
       77 W-PERC-IRMAO-3  PIC 99V99     VALUE 20,00.
       77 W-IR-DIAS-1     PIC 9(4)      VALUE 0180.
       77 W-IR-DIAS-2     PIC 9(4)      VALUE 0360.
       77 W-IR-DIAS-3     PIC 9(4)      VALUE 0720.
       77 W-IR-ALIQ-1     PIC 99V99     VALUE 22,50.
       77 W-IR-ALIQ-2     PIC 99V99     VALUE 20,00.
       77 W-IR-ALIQ-3     PIC 99V99     VALUE 17,50.
       77 W-IR-ALIQ-4     PIC 99V99     VALUE 15,00.
       77 W-INFLACAO      PIC 99V99     VALUE 4,50.

       77 W-QTD-NOVA      PIC 99        VALUE ZEROS.
           88 W-QTD-NOVA-OK        VALUE 1 THRU 99.
           88 W-JURO-NOVA-OK       VALUE 0,001 THRU 0,100.
       77 W-RET-NOVA      PIC 99        VALUE ZEROS.
           88 W-RET-NOVA-OK        VALUE 1 THRU 10.
       77 W-CLI-NOVA      PIC 99        VALUE ZEROS.
           88 W-CLI-NOVA-OK        VALUE 5 THRU 30.
       77 W-FIS-NOVA      PIC 99        VALUE ZEROS.
           88 W-FIS-NOVA-OK        VALUE 1 THRU 10.
       77 W-REGRA-NOVA    PIC X         VALUE SPACES.
           88 W-REGRA-NOVA-OK      VALUE "I" "H".
       77 W-CART-NOVA     PIC 99V99     VALUE ZEROS.
           88 W-CART-NOVA-OK       VALUE 0,01 THRU 10,00.
       77 W-PRZ-NOVA      PIC 99        VALUE ZEROS.
           88 W-PRZ-NOVA-OK        VALUE 1 THRU 60.
       77 W-CMV-NOVA      PIC 99V99     VALUE ZEROS.
           88 W-CMV-NOVA-OK        VALUE 5,00 THRU 80,00.
       77 W-PTS-NOVA      PIC 99V99     VALUE ZEROS.
           88 W-PTS-NOVA-OK        VALUE 0,01 THRU 10,00.
       77 W-VPT-NOVA      PIC 9V99      VALUE ZEROS.
           88 W-VPT-NOVA-OK        VALUE 0,01 THRU 1,00.
       77 W-VAL-NOVA      PIC 99        VALUE ZEROS.
           88 W-VAL-NOVA-OK        VALUE 1 THRU 36.
       77 W-IR2-NOVA      PIC 99V99     VALUE ZEROS.
           88 W-IR2-NOVA-OK        VALUE 0,01 THRU 50,00.
       77 W-IR3-NOVA      PIC 99V99     VALUE ZEROS.
           88 W-IR3-NOVA-OK        VALUE 0,01 THRU 50,00.
       77 W-ID1-NOVA      PIC 9(4)      VALUE ZEROS.
           88 W-ID1-NOVA-OK        VALUE 1 THRU 9998.
       77 W-ID2-NOVA      PIC 9(4)      VALUE ZEROS.
           88 W-ID2-NOVA-OK        VALUE 1 THRU 9998.
       77 W-ID3-NOVA      PIC 9(4)      VALUE ZEROS.
           88 W-ID3-NOVA-OK        VALUE 1 THRU 9998.
       77 W-IA1-NOVA      PIC 99V99     VALUE ZEROS.
           88 W-IA1-NOVA-OK        VALUE 0,01 THRU 50,00.
       77 W-IA2-NOVA      PIC 99V99     VALUE ZEROS.
           88 W-IA2-NOVA-OK        VALUE 0,01 THRU 50,00.
       77 W-IA3-NOVA      PIC 99V99     VALUE ZEROS.
           88 W-IA3-NOVA-OK        VALUE 0,01 THRU 50,00.
       77 W-IA4-NOVA      PIC 99V99     VALUE ZEROS.
           88 W-IA4-NOVA-OK        VALUE 0,01 THRU 50,00.
       77 W-INF-NOVA      PIC 99V99     VALUE ZEROS.
           88 W-INF-NOVA-OK        VALUE 0,01 THRU 99,99.

       77 W-TAXA-ED       PIC 9,999     VALUE ZEROS.
       77 W-IMP-ED        PIC 9,99      VALUE ZEROS.
       77 W-PCT-ED        PIC 99,99     VALUE ZEROS.
       77 W-HOUVE-MUDANCA PIC X         VALUE "N".

       77 W-ANT-QTD       PIC 99        VALUE ZEROS.
       77 W-MUDOU-JURO    PIC X         VALUE "N".
       77 W-ANT-RET       PIC 99        VALUE ZEROS.
       77 W-MUDOU-RET     PIC X         VALUE "N".
       77 W-ANT-CLI       PIC 99        VALUE ZEROS.
       77 W-MUDOU-CLI     PIC X         VALUE "N".
       77 W-ANT-FIS       PIC 99        VALUE ZEROS.
       77 W-MUDOU-FIS     PIC X         VALUE "N".
       77 W-ANT-REGRA     PIC X         VALUE SPACES.
       77 W-MUDOU-REGRA   PIC X         VALUE "N".
       77 W-ANT-CART      PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-CART    PIC X         VALUE "N".
       77 W-ANT-PRZ       PIC 99        VALUE ZEROS.
       77 W-MUDOU-PRZ     PIC X         VALUE "N".
       77 W-ANT-CMV       PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-CMV     PIC X         VALUE "N".
       77 W-ANT-PTS       PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-PTS     PIC X         VALUE "N".
       77 W-ANT-VPT       PIC 9V99      VALUE ZEROS.
       77 W-MUDOU-VPT     PIC X         VALUE "N".
       77 W-ANT-VAL       PIC 99        VALUE ZEROS.
       77 W-MUDOU-VAL     PIC X         VALUE "N".
       77 W-ANT-IR2       PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-IR2     PIC X         VALUE "N".
       77 W-ANT-IR3       PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-IR3     PIC X         VALUE "N".
       77 W-ANT-ID1       PIC 9(4)      VALUE ZEROS.
       77 W-MUDOU-ID1     PIC X         VALUE "N".
       77 W-ANT-ID2       PIC 9(4)      VALUE ZEROS.
       77 W-MUDOU-ID2     PIC X         VALUE "N".
       77 W-ANT-ID3       PIC 9(4)      VALUE ZEROS.
       77 W-MUDOU-ID3     PIC X         VALUE "N".
       77 W-ANT-IA1       PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-IA1     PIC X         VALUE "N".
       77 W-ANT-IA2       PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-IA2     PIC X         VALUE "N".
       77 W-ANT-IA3       PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-IA3     PIC X         VALUE "N".
       77 W-ANT-IA4       PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-IA4     PIC X         VALUE "N".
       77 W-ANT-INF       PIC 99V99     VALUE ZEROS.
       77 W-MUDOU-INF     PIC X         VALUE "N".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM RECEBER-IMPOSTOS.
           PERFORM RECEBER-TAXA-JUROS.
           PERFORM RECEBER-RETENCAO.
           PERFORM RECEBER-RET-CLINICO.
           PERFORM RECEBER-RET-FISCAL.
           PERFORM RECEBER-REGRA-SERVICO.
           PERFORM RECEBER-TAXA-CARTAO.
           PERFORM RECEBER-PRAZO-CARTAO.
           PERFORM RECEBER-META-CMV.
           PERFORM RECEBER-PONTOS-REAL.
           PERFORM RECEBER-VALOR-PONTO.
           PERFORM RECEBER-VALIDADE-PONTOS.
           PERFORM RECEBER-DESCONTO-IRMAO-2.
           PERFORM RECEBER-DESCONTO-IRMAO-3.
           PERFORM RECEBER-IR-FAIXA-1.
           PERFORM RECEBER-IR-FAIXA-2.
           PERFORM RECEBER-IR-FAIXA-3.
           PERFORM RECEBER-IR-FAIXA-4.
           PERFORM RECEBER-INFLACAO.

           IF W-HOUVE-MUDANCA = "N"
               DISPLAY "NENHUM PARAMETRO ALTERADO"
                       IF RP-ANOS-RETENCAO NUMERIC
                           MOVE RP-ANOS-RETENCAO TO W-ANOS-RETENCAO
                       END-IF
                       IF RP-ANOS-CLINICO NUMERIC
                           MOVE RP-ANOS-CLINICO TO W-ANOS-CLINICO
                       END-IF
                       IF RP-ANOS-FISCAL NUMERIC
                           MOVE RP-ANOS-FISCAL TO W-ANOS-FISCAL
                       END-IF
               END-READ
               CLOSE ARQ-RETENCAO
           END-IF.

           OPEN INPUT ARQ-SERVPAR.
           IF W-STATSRV = "00"
               READ ARQ-SERVPAR
                   AT END CONTINUE
                   NOT AT END
                       IF SR-REGRA = "I" OR "H"
                           MOVE SR-REGRA TO W-REGRA-SERV
                       END-IF
               END-READ
               CLOSE ARQ-SERVPAR
           END-IF.

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

           OPEN INPUT ARQ-CMVPAR.
           IF W-STATCMV = "00"
               READ ARQ-CMVPAR
                   AT END CONTINUE
                   NOT AT END
                       IF CM-META NUMERIC
                           MOVE CM-META TO W-META-CMV
                       END-IF
               END-READ
               CLOSE ARQ-CMVPAR
           END-IF.

           OPEN INPUT ARQ-FIDPAR.
           IF W-STATFID = "00"
               READ ARQ-FIDPAR
                   AT END CONTINUE
                   NOT AT END
                       IF FP-PONTOS-REAL NUMERIC
                           MOVE FP-PONTOS-REAL TO W-PONTOS-REAL
                       END-IF
                       IF FP-VALOR-PONTO NUMERIC
                           MOVE FP-VALOR-PONTO TO W-VALOR-PONTO
                       END-IF
                       IF FP-VALIDADE NUMERIC
                           MOVE FP-VALIDADE TO W-VALIDADE-PTS
                       END-IF
               END-READ
               CLOSE ARQ-FIDPAR
           END-IF.

           OPEN INPUT ARQ-IRMPAR.
           IF W-STATIRM = "00"
               READ ARQ-IRMPAR
                   AT END CONTINUE
                   NOT AT END
                       IF IR-PERC-2 NUMERIC
                           MOVE IR-PERC-2 TO W-PERC-IRMAO-2
                       END-IF
                       IF IR-PERC-3 NUMERIC
                           MOVE IR-PERC-3 TO W-PERC-IRMAO-3
                       END-IF
               END-READ
               CLOSE ARQ-IRMPAR
           END-IF.

           OPEN INPUT ARQ-IRINVEST.
           IF W-STATINV = "00"
               READ ARQ-IRINVEST
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CARREGAR-TABELA-IR
               END-READ
               CLOSE ARQ-IRINVEST
           END-IF.

       CARREGAR-TABELA-IR.
           IF II-DIAS-1 NUMERIC
               MOVE II-DIAS-1 TO W-IR-DIAS-1
           END-IF.
           IF II-DIAS-2 NUMERIC
               MOVE II-DIAS-2 TO W-IR-DIAS-2
           END-IF.
           IF II-DIAS-3 NUMERIC
               MOVE II-DIAS-3 TO W-IR-DIAS-3
           END-IF.
           IF II-ALIQ-1 NUMERIC
               MOVE II-ALIQ-1 TO W-IR-ALIQ-1
           END-IF.
           IF II-ALIQ-2 NUMERIC
               MOVE II-ALIQ-2 TO W-IR-ALIQ-2
           END-IF.
           IF II-ALIQ-3 NUMERIC
               MOVE II-ALIQ-3 TO W-IR-ALIQ-3
           END-IF.
           IF II-ALIQ-4 NUMERIC
               MOVE II-ALIQ-4 TO W-IR-ALIQ-4
           END-IF.
           IF II-INFLACAO NUMERIC
               MOVE II-INFLACAO TO W-INFLACAO
           END-IF.

       RECEBER-QTD-MINIMA.
           DISPLAY "PONTO DE RESSUPRIMENTO VIGENTE: " W-QTD-MINIMA.
           DISPLAY "NOVO (1-99, 0 MANTEM)?".
               MOVE "S" TO W-MUDOU-RET W-HOUVE-MUDANCA
           END-IF.

       RECEBER-RET-CLINICO.
           DISPLAY "RETENCAO CLINICA (ANOS).......: " W-ANOS-CLINICO.
           DISPLAY "NOVA (5-30 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-CLI-NOVA = ZEROS OR W-CLI-NOVA-OK
               ACCEPT W-CLI-NOVA
           END-PERFORM.
           IF W-CLI-NOVA NOT = ZEROS
              AND W-CLI-NOVA NOT = W-ANOS-CLINICO
               MOVE W-ANOS-CLINICO TO W-ANT-CLI
               MOVE W-CLI-NOVA     TO W-ANOS-CLINICO
               MOVE "S" TO W-MUDOU-CLI W-HOUVE-MUDANCA
           END-IF.

       RECEBER-RET-FISCAL.
           DISPLAY "RETENCAO FISCAL (ANOS)........: " W-ANOS-FISCAL.
           DISPLAY "NOVA (1-10 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-FIS-NOVA = ZEROS OR W-FIS-NOVA-OK
               ACCEPT W-FIS-NOVA
           END-PERFORM.
           IF W-FIS-NOVA NOT = ZEROS
              AND W-FIS-NOVA NOT = W-ANOS-FISCAL
               MOVE W-ANOS-FISCAL TO W-ANT-FIS
               MOVE W-FIS-NOVA    TO W-ANOS-FISCAL
               MOVE "S" TO W-MUDOU-FIS W-HOUVE-MUDANCA
           END-IF.

       RECEBER-REGRA-SERVICO.
           DISPLAY "RATEIO DO SERVICO VIGENTE.....: " W-REGRA-SERV.
           DISPLAY "NOVO ((I)GUAL/(H)ORAS / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-REGRA-NOVA = "0" OR W-REGRA-NOVA-OK
               ACCEPT W-REGRA-NOVA
               MOVE FUNCTION UPPER-CASE(W-REGRA-NOVA) TO W-REGRA-NOVA
           END-PERFORM.
           IF W-REGRA-NOVA NOT = "0"
              AND W-REGRA-NOVA NOT = W-REGRA-SERV
               MOVE W-REGRA-SERV TO W-ANT-REGRA
               MOVE W-REGRA-NOVA TO W-REGRA-SERV
               MOVE "S" TO W-MUDOU-REGRA W-HOUVE-MUDANCA
           END-IF.

       RECEBER-TAXA-CARTAO.
           MOVE W-TAXA-CARTAO TO W-PCT-ED.
           DISPLAY "TAXA CONTRATADA CARTAO (%)....: " W-PCT-ED.
           DISPLAY "NOVA (0,01-10,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-CART-NOVA = ZEROS OR W-CART-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-CART-NOVA
           END-PERFORM.
           IF W-CART-NOVA NOT = ZEROS
              AND W-CART-NOVA NOT = W-TAXA-CARTAO
               MOVE W-TAXA-CARTAO TO W-ANT-CART
               MOVE W-CART-NOVA   TO W-TAXA-CARTAO
               MOVE "S" TO W-MUDOU-CART W-HOUVE-MUDANCA
           END-IF.

       RECEBER-PRAZO-CARTAO.
           DISPLAY "PRAZO DE LIQUIDACAO (DIAS)....: " W-PRAZO-CARTAO.
           DISPLAY "NOVO (1-60 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-PRZ-NOVA = ZEROS OR W-PRZ-NOVA-OK
               ACCEPT W-PRZ-NOVA
           END-PERFORM.
           IF W-PRZ-NOVA NOT = ZEROS
              AND W-PRZ-NOVA NOT = W-PRAZO-CARTAO
               MOVE W-PRAZO-CARTAO TO W-ANT-PRZ
               MOVE W-PRZ-NOVA     TO W-PRAZO-CARTAO
               MOVE "S" TO W-MUDOU-PRZ W-HOUVE-MUDANCA
           END-IF.

       RECEBER-META-CMV.
           MOVE W-META-CMV TO W-PCT-ED.
           DISPLAY "META DE CMV (% DO PRECO)......: " W-PCT-ED.
           DISPLAY "NOVA (5,00-80,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-CMV-NOVA = ZEROS OR W-CMV-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-CMV-NOVA
           END-PERFORM.
           IF W-CMV-NOVA NOT = ZEROS
              AND W-CMV-NOVA NOT = W-META-CMV
               MOVE W-META-CMV TO W-ANT-CMV
               MOVE W-CMV-NOVA TO W-META-CMV
               MOVE "S" TO W-MUDOU-CMV W-HOUVE-MUDANCA
           END-IF.

       RECEBER-PONTOS-REAL.
           MOVE W-PONTOS-REAL TO W-PCT-ED.
           DISPLAY "FIDELIDADE - PONTOS POR REAL..: " W-PCT-ED.
           DISPLAY "NOVO (0,01-10,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-PTS-NOVA = ZEROS OR W-PTS-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-PTS-NOVA
           END-PERFORM.
           IF W-PTS-NOVA NOT = ZEROS
              AND W-PTS-NOVA NOT = W-PONTOS-REAL
               MOVE W-PONTOS-REAL TO W-ANT-PTS
               MOVE W-PTS-NOVA    TO W-PONTOS-REAL
               MOVE "S" TO W-MUDOU-PTS W-HOUVE-MUDANCA
           END-IF.

       RECEBER-VALOR-PONTO.
           MOVE W-VALOR-PONTO TO W-IMP-ED.
           DISPLAY "FIDELIDADE - REAIS POR PONTO..: " W-IMP-ED.
           DISPLAY "NOVO (0,01-1,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-VPT-NOVA = ZEROS OR W-VPT-NOVA-OK
               ACCEPT W-IMP-ED
               MOVE W-IMP-ED TO W-VPT-NOVA
           END-PERFORM.
           IF W-VPT-NOVA NOT = ZEROS
              AND W-VPT-NOVA NOT = W-VALOR-PONTO
               MOVE W-VALOR-PONTO TO W-ANT-VPT
               MOVE W-VPT-NOVA    TO W-VALOR-PONTO
               MOVE "S" TO W-MUDOU-VPT W-HOUVE-MUDANCA
           END-IF.

       RECEBER-VALIDADE-PONTOS.
           DISPLAY "FIDELIDADE - VALIDADE (MESES).: " W-VALIDADE-PTS.
           DISPLAY "NOVA (1-36 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-VAL-NOVA = ZEROS OR W-VAL-NOVA-OK
               ACCEPT W-VAL-NOVA
           END-PERFORM.
           IF W-VAL-NOVA NOT = ZEROS
              AND W-VAL-NOVA NOT = W-VALIDADE-PTS
               MOVE W-VALIDADE-PTS TO W-ANT-VAL
               MOVE W-VAL-NOVA     TO W-VALIDADE-PTS
               MOVE "S" TO W-MUDOU-VAL W-HOUVE-MUDANCA
           END-IF.

       RECEBER-DESCONTO-IRMAO-2.
           MOVE W-PERC-IRMAO-2 TO W-PCT-ED.
           DISPLAY "PISCINA - DESCONTO 2O IRMAO %.: " W-PCT-ED.
           DISPLAY "NOVO (0,01-50,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-IR2-NOVA = ZEROS OR W-IR2-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-IR2-NOVA
           END-PERFORM.
           IF W-IR2-NOVA NOT = ZEROS
              AND W-IR2-NOVA NOT = W-PERC-IRMAO-2
               MOVE W-PERC-IRMAO-2 TO W-ANT-IR2
               MOVE W-IR2-NOVA     TO W-PERC-IRMAO-2
               MOVE "S" TO W-MUDOU-IR2 W-HOUVE-MUDANCA
           END-IF.

       RECEBER-DESCONTO-IRMAO-3.
           MOVE W-PERC-IRMAO-3 TO W-PCT-ED.
           DISPLAY "PISCINA - DESC. 3O IRMAO EM DIANTE %: " W-PCT-ED.
           DISPLAY "NOVO (0,01-50,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-IR3-NOVA = ZEROS OR W-IR3-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-IR3-NOVA
           END-PERFORM.
           IF W-IR3-NOVA NOT = ZEROS
              AND W-IR3-NOVA NOT = W-PERC-IRMAO-3
               MOVE W-PERC-IRMAO-3 TO W-ANT-IR3
               MOVE W-IR3-NOVA     TO W-PERC-IRMAO-3
               MOVE "S" TO W-MUDOU-IR3 W-HOUVE-MUDANCA
           END-IF.

      *-----------------------------------------------------------------*
      * RECEBER-IR-FAIXA-n - LIMITE EM DIAS E ALIQUOTA DE CADA FAIXA
      *   DA TABELA REGRESSIVA. OS LIMITES TEM DE SER CRESCENTES: SE O
      *   VIGENTE FICOU ABAIXO DO LIMITE NOVO DA FAIXA ANTERIOR, O 0
      *   NAO E ACEITO. A ULTIMA FAIXA VALE ACIMA DO TERCEIRO LIMITE.
      *-----------------------------------------------------------------*
       RECEBER-IR-FAIXA-1.
           DISPLAY "IR APLICACAO - FAIXA 1 ATE DIAS: " W-IR-DIAS-1.
           DISPLAY "NOVO (1-9998, 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-ID1-NOVA = ZEROS OR W-ID1-NOVA-OK
               ACCEPT W-ID1-NOVA
           END-PERFORM.
           IF W-ID1-NOVA NOT = ZEROS
              AND W-ID1-NOVA NOT = W-IR-DIAS-1
               MOVE W-IR-DIAS-1 TO W-ANT-ID1
               MOVE W-ID1-NOVA  TO W-IR-DIAS-1
               MOVE "S" TO W-MUDOU-ID1 W-HOUVE-MUDANCA
           END-IF.
           MOVE W-IR-ALIQ-1 TO W-PCT-ED.
           DISPLAY "IR APLICACAO - FAIXA 1 ALIQUOTA %: " W-PCT-ED.
           DISPLAY "NOVA (0,01-50,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-IA1-NOVA = ZEROS OR W-IA1-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-IA1-NOVA
           END-PERFORM.
           IF W-IA1-NOVA NOT = ZEROS
              AND W-IA1-NOVA NOT = W-IR-ALIQ-1
               MOVE W-IR-ALIQ-1 TO W-ANT-IA1
               MOVE W-IA1-NOVA  TO W-IR-ALIQ-1
               MOVE "S" TO W-MUDOU-IA1 W-HOUVE-MUDANCA
           END-IF.

       RECEBER-IR-FAIXA-2.
           DISPLAY "IR APLICACAO - FAIXA 2 ATE DIAS: " W-IR-DIAS-2.
           DISPLAY "NOVO (ACIMA DE " W-IR-DIAS-1 ", 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL (W-ID2-NOVA = ZEROS
                          AND W-IR-DIAS-2 > W-IR-DIAS-1)
                      OR (W-ID2-NOVA-OK
                          AND W-ID2-NOVA > W-IR-DIAS-1)
               ACCEPT W-ID2-NOVA
           END-PERFORM.
           IF W-ID2-NOVA NOT = ZEROS
              AND W-ID2-NOVA NOT = W-IR-DIAS-2
               MOVE W-IR-DIAS-2 TO W-ANT-ID2
               MOVE W-ID2-NOVA  TO W-IR-DIAS-2
               MOVE "S" TO W-MUDOU-ID2 W-HOUVE-MUDANCA
           END-IF.
           MOVE W-IR-ALIQ-2 TO W-PCT-ED.
           DISPLAY "IR APLICACAO - FAIXA 2 ALIQUOTA %: " W-PCT-ED.
           DISPLAY "NOVA (0,01-50,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-IA2-NOVA = ZEROS OR W-IA2-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-IA2-NOVA
           END-PERFORM.
           IF W-IA2-NOVA NOT = ZEROS
              AND W-IA2-NOVA NOT = W-IR-ALIQ-2
               MOVE W-IR-ALIQ-2 TO W-ANT-IA2
               MOVE W-IA2-NOVA  TO W-IR-ALIQ-2
               MOVE "S" TO W-MUDOU-IA2 W-HOUVE-MUDANCA
           END-IF.

       RECEBER-IR-FAIXA-3.
           DISPLAY "IR APLICACAO - FAIXA 3 ATE DIAS: " W-IR-DIAS-3.
           DISPLAY "NOVO (ACIMA DE " W-IR-DIAS-2 ", 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL (W-ID3-NOVA = ZEROS
                          AND W-IR-DIAS-3 > W-IR-DIAS-2)
                      OR (W-ID3-NOVA-OK
                          AND W-ID3-NOVA > W-IR-DIAS-2)
               ACCEPT W-ID3-NOVA
           END-PERFORM.
           IF W-ID3-NOVA NOT = ZEROS
              AND W-ID3-NOVA NOT = W-IR-DIAS-3
               MOVE W-IR-DIAS-3 TO W-ANT-ID3
               MOVE W-ID3-NOVA  TO W-IR-DIAS-3
               MOVE "S" TO W-MUDOU-ID3 W-HOUVE-MUDANCA
           END-IF.
           MOVE W-IR-ALIQ-3 TO W-PCT-ED.
           DISPLAY "IR APLICACAO - FAIXA 3 ALIQUOTA %: " W-PCT-ED.
           DISPLAY "NOVA (0,01-50,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-IA3-NOVA = ZEROS OR W-IA3-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-IA3-NOVA
           END-PERFORM.
           IF W-IA3-NOVA NOT = ZEROS
              AND W-IA3-NOVA NOT = W-IR-ALIQ-3
               MOVE W-IR-ALIQ-3 TO W-ANT-IA3
               MOVE W-IA3-NOVA  TO W-IR-ALIQ-3
               MOVE "S" TO W-MUDOU-IA3 W-HOUVE-MUDANCA
           END-IF.

       RECEBER-IR-FAIXA-4.
           MOVE W-IR-ALIQ-4 TO W-PCT-ED.
           DISPLAY "IR APLICACAO - ACIMA DE " W-IR-DIAS-3
                   " DIAS ALIQUOTA %: " W-PCT-ED.
           DISPLAY "NOVA (0,01-50,00 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-IA4-NOVA = ZEROS OR W-IA4-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-IA4-NOVA
           END-PERFORM.
           IF W-IA4-NOVA NOT = ZEROS
              AND W-IA4-NOVA NOT = W-IR-ALIQ-4
               MOVE W-IR-ALIQ-4 TO W-ANT-IA4
               MOVE W-IA4-NOVA  TO W-IR-ALIQ-4
               MOVE "S" TO W-MUDOU-IA4 W-HOUVE-MUDANCA
           END-IF.

       RECEBER-INFLACAO.
           MOVE W-INFLACAO TO W-PCT-ED.
           DISPLAY "INFLACAO ANUAL PADRAO DA PROJECAO %: " W-PCT-ED.
           DISPLAY "NOVA (0,01-99,99 / 0 MANTEM)?".
           PERFORM WITH TEST AFTER
                   UNTIL W-INF-NOVA = ZEROS OR W-INF-NOVA-OK
               ACCEPT W-PCT-ED
               MOVE W-PCT-ED TO W-INF-NOVA
           END-PERFORM.
           IF W-INF-NOVA NOT = ZEROS
              AND W-INF-NOVA NOT = W-INFLACAO
               MOVE W-INFLACAO  TO W-ANT-INF
               MOVE W-INF-NOVA  TO W-INFLACAO
               MOVE "S" TO W-MUDOU-INF W-HOUVE-MUDANCA
           END-IF.

       GRAVAR-HISTORICO.
           OPEN EXTEND ARQ-HIST.
           IF W-STATHIS = "35"
               MOVE "RP-ANOS-RETENC" TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-CLI = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-CLI       TO PH-ANTIGO
               MOVE W-ANOS-CLINICO  TO PH-NOVO
               MOVE "RP-ANOS-CLINICO" TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-FIS = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-FIS       TO PH-ANTIGO
               MOVE W-ANOS-FISCAL   TO PH-NOVO
               MOVE "RP-ANOS-FISCAL" TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           OPEN OUTPUT ARQ-RETENCAO.
           MOVE W-ANOS-RETENCAO TO RP-ANOS-RETENCAO.
           MOVE W-ANOS-CLINICO  TO RP-ANOS-CLINICO.
           MOVE W-ANOS-FISCAL   TO RP-ANOS-FISCAL.
           WRITE REG-RETENCAO.
           CLOSE ARQ-RETENCAO.

           IF W-MUDOU-REGRA = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-REGRA  TO PH-ANTIGO
               MOVE W-REGRA-SERV TO PH-NOVO
               MOVE "SR-REGRA"   TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           OPEN OUTPUT ARQ-SERVPAR.
           MOVE W-REGRA-SERV TO SR-REGRA.
           WRITE REG-SERVPAR.
           CLOSE ARQ-SERVPAR.

           IF W-MUDOU-CART = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-CART    TO W-PCT-ED
               MOVE W-PCT-ED      TO PH-ANTIGO
               MOVE W-TAXA-CARTAO TO W-PCT-ED
               MOVE W-PCT-ED      TO PH-NOVO
               MOVE "CT-TAXA"     TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-PRZ = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-PRZ      TO PH-ANTIGO
               MOVE W-PRAZO-CARTAO TO PH-NOVO
               MOVE "CT-PRAZO"     TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           OPEN OUTPUT ARQ-CARTPAR.
           MOVE SPACES         TO REG-CARTPAR.
           MOVE W-TAXA-CARTAO  TO CT-TAXA.
           MOVE W-PRAZO-CARTAO TO CT-PRAZO.
           WRITE REG-CARTPAR.
           CLOSE ARQ-CARTPAR.

           IF W-MUDOU-CMV = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-CMV  TO W-PCT-ED
               MOVE W-PCT-ED   TO PH-ANTIGO
               MOVE W-META-CMV TO W-PCT-ED
               MOVE W-PCT-ED   TO PH-NOVO
               MOVE "CM-META"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           OPEN OUTPUT ARQ-CMVPAR.
           MOVE W-META-CMV TO CM-META.
           WRITE REG-CMVPAR.
           CLOSE ARQ-CMVPAR.

           IF W-MUDOU-PTS = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-PTS      TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-ANTIGO
               MOVE W-PONTOS-REAL  TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-NOVO
               MOVE "FP-PONTOS-REAL" TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-VPT = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-VPT      TO W-IMP-ED
               MOVE W-IMP-ED       TO PH-ANTIGO
               MOVE W-VALOR-PONTO  TO W-IMP-ED
               MOVE W-IMP-ED       TO PH-NOVO
               MOVE "FP-VALOR-PONTO" TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-VAL = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-VAL      TO PH-ANTIGO
               MOVE W-VALIDADE-PTS TO PH-NOVO
               MOVE "FP-VALIDADE"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           OPEN OUTPUT ARQ-FIDPAR.
           MOVE SPACES         TO REG-FIDPAR.
           MOVE W-PONTOS-REAL  TO FP-PONTOS-REAL.
           MOVE W-VALOR-PONTO  TO FP-VALOR-PONTO.
           MOVE W-VALIDADE-PTS TO FP-VALIDADE.
           WRITE REG-FIDPAR.
           CLOSE ARQ-FIDPAR.

           IF W-MUDOU-IR2 = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-IR2      TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-ANTIGO
               MOVE W-PERC-IRMAO-2 TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-NOVO
               MOVE "IR-PERC-2"    TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-IR3 = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-IR3      TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-ANTIGO
               MOVE W-PERC-IRMAO-3 TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-NOVO
               MOVE "IR-PERC-3"    TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           OPEN OUTPUT ARQ-IRMPAR.
           MOVE SPACES         TO REG-IRMPAR.
           MOVE W-PERC-IRMAO-2 TO IR-PERC-2.
           MOVE W-PERC-IRMAO-3 TO IR-PERC-3.
           WRITE REG-IRMPAR.
           CLOSE ARQ-IRMPAR.

           IF W-MUDOU-ID1 = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-ID1    TO PH-ANTIGO
               MOVE W-IR-DIAS-1  TO PH-NOVO
               MOVE "II-DIAS-1"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-ID2 = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-ID2    TO PH-ANTIGO
               MOVE W-IR-DIAS-2  TO PH-NOVO
               MOVE "II-DIAS-2"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-ID3 = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-ID3    TO PH-ANTIGO
               MOVE W-IR-DIAS-3  TO PH-NOVO
               MOVE "II-DIAS-3"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-IA1 = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-IA1    TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-ANTIGO
               MOVE W-IR-ALIQ-1  TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-NOVO
               MOVE "II-ALIQ-1"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-IA2 = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-IA2    TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-ANTIGO
               MOVE W-IR-ALIQ-2  TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-NOVO
               MOVE "II-ALIQ-2"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-IA3 = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-IA3    TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-ANTIGO
               MOVE W-IR-ALIQ-3  TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-NOVO
               MOVE "II-ALIQ-3"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-IA4 = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-IA4    TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-ANTIGO
               MOVE W-IR-ALIQ-4  TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-NOVO
               MOVE "II-ALIQ-4"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           IF W-MUDOU-INF = "S"
               MOVE SPACES TO REG-HIST
               MOVE W-ANT-INF      TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-ANTIGO
               MOVE W-INFLACAO     TO W-PCT-ED
               MOVE W-PCT-ED       TO PH-NOVO
               MOVE "II-INFLACAO"  TO PH-PARAMETRO
               PERFORM GRAVAR-HISTORICO
           END-IF.
           OPEN OUTPUT ARQ-IRINVEST.
           MOVE SPACES         TO REG-IRINVEST.
           MOVE W-IR-DIAS-1    TO II-DIAS-1.
           MOVE W-IR-ALIQ-1    TO II-ALIQ-1.
           MOVE W-IR-DIAS-2    TO II-DIAS-2.
           MOVE W-IR-ALIQ-2    TO II-ALIQ-2.
           MOVE W-IR-DIAS-3    TO II-DIAS-3.
           MOVE W-IR-ALIQ-3    TO II-ALIQ-3.
           MOVE 9999           TO II-DIAS-4.
           MOVE W-IR-ALIQ-4    TO II-ALIQ-4.
           MOVE W-INFLACAO     TO II-INFLACAO.
           WRITE REG-IRINVEST.
           CLOSE ARQ-IRINVEST.
