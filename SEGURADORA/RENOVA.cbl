      *   VOLTA A ZERO. O PREMIO RENOVADO RECEBE 5% DE DESCONTO POR
      *   CLASSE E O AVISO MOSTRA O MOVIMENTO DA CLASSE (ANTIGA >
      *   NOVA). SEGURADO BOM DEIXAVA DE SER PRECIFICADO COMO BOM.
      * 15 OUTUBRO 2026 - JULIANO - A APOLICE RENOVADA COMECA NOVA
      *   VIGENCIA ANUAL NA DATA DA RENOVACAO (AP-INICIO-VIG), QUE O
      *   RESERVA.cbl USA NO PRO RATA DO PREMIO NAO GANHO.
      * 15 OUTUBRO 2026 - JULIANO - CADA RENOVACAO VAI PARA O LIVRO DE
      *   MOVIMENTACAO DA CARTEIRA (COMUM/GRAVAMOVAP, TIPO "R"), COM O
      *   PREMIO ANTIGO E O NOVO.
      * 15 OUTUBRO 2026 - JULIANO - A CADA RENOVACAO O VALOR SEGURADO
      *   DO VEICULO (AP-VLR-SEGURADO) E DEPRECIADO PELO PERCENTUAL
      *   ANUAL DE DEPRECIA.PAR (PADRAO 10%, COMO A RETENCAO.PAR DO
      *   ARQUIVA), COM O VALOR ANTIGO E O NOVO NO AVISO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS SN-CHAVE
               FILE STATUS     IS COD-ERRO-SIN.
           SELECT ARQ-DEPREC ASSIGN TO "DEPRECIA.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-DEPR.
           SELECT REL-RENOVA ASSIGN TO "RENOVACAO.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.
           02 AP-CLASSE-BONUS PIC 9.
           02 AP-CORRETOR    PIC 9(3).
           02 AP-CPF         PIC 9(11).
           02 AP-INICIO-VIG  PIC 9(8).
           02 AP-VEIC-MODELO PIC X(20).
           02 AP-VEIC-ANO    PIC 9(4).
           02 AP-VEIC-PLACA  PIC X(7).
           02 AP-VEIC-CHASSI PIC X(17).
           02 AP-VLR-SEGURADO PIC 9(8)V99.

       FD  ARQ-TABPREM
           LABEL RECORD STANDARD.
               88 SN-PAGO        VALUE "G".
           02 SN-VLR-PAGO     PIC 9(6)V99.

       FD  ARQ-DEPREC
           LABEL RECORD STANDARD.
       01  REG-DEPREC.
           02 DP-PCT-ANUAL    PIC 99V99.

       FD  REL-RENOVA
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).
       77 W-CATEGORIA-ED  PIC X(20)   VALUE SPACES.

       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-APOL-ANTES    PIC X(154) VALUE SPACES.
       77 W-MELHOR-VIG    PIC 9(8) VALUE ZEROS.
       77 W-IND-PREM      PIC 99   VALUE ZEROS.

       77 W-DIAS-HOJE     PIC 9(7) VALUE ZEROS.
       77 W-CLASSE-ANT    PIC 9    VALUE ZEROS.

       77 COD-ERRO-DEPR   PIC XX   VALUE SPACES.
       77 W-PCT-DEPREC    PIC 99V99 VALUE 10,00.
       77 W-VLR-SEG-ANT   PIC 9(8)V99 VALUE ZEROS.

       01 TAB-PREMIOS.
           02 PREMIO-CATEGORIA OCCURS 21 TIMES PIC 9(6)V99.

           02 LD-CLA-NOV PIC 9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-OBS    PIC X(20).
       01 LINVEIC.
           02 FILLER    PIC X(10) VALUE SPACES.
           02 LV-MODELO PIC X(20).
           02 FILLER    PIC X(17) VALUE " VALOR SEGURADO ".
           02 LV-VLR-A  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(03) VALUE " > ".
           02 LV-VLR-N  PIC ZZ.ZZZ.ZZ9,99.
       01 LINTOT.
           02 FILLER    PIC X(22) VALUE "APOLICES RENOVADAS: ".
           02 LT-QTD    PIC ZZ9.

       INICIO.
           PERFORM CARREGA-TABELA-PREMIOS.
           PERFORM LER-DEPRECIACAO.

           DISPLAY "RENOVAR AS APOLICES ATIVAS? (S/N)".
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
           PERFORM LER-APOLICE.

       RENOVAR-UMA.
           MOVE REG-APOLICE TO W-APOL-ANTES.
           MOVE AP-IDADE  TO IDADE.
           MOVE AP-GRUPO  TO GRUPO.
           MOVE AP-PREMIO TO W-PREMIO-ANTIGO.
           MOVE IDADE          TO AP-IDADE.
           MOVE W-CATEGORIA-ED TO AP-CATEGORIA.
           MOVE W-PREMIO-NOVO  TO AP-PREMIO.
           MOVE W-DATA-HOJE    TO AP-INICIO-VIG.
           MOVE AP-VLR-SEGURADO TO W-VLR-SEG-ANT.
           COMPUTE AP-VLR-SEGURADO ROUNDED = AP-VLR-SEGURADO
               * (100 - W-PCT-DEPREC) / 100.
           REWRITE REG-APOLICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "GRAVA-MOVAPOL" USING "RENOVA  " "R"
                       REG-APOLICE W-APOL-ANTES
           END-REWRITE.

           MOVE AP-NUM-APOLICE  TO LD-NUM.
           MOVE W-CLASSE-ANT     TO LD-CLA-ANT.
           MOVE AP-CLASSE-BONUS  TO LD-CLA-NOV.
           WRITE REG-REL FROM LINDET.
           IF W-VLR-SEG-ANT > ZEROS
               MOVE AP-VEIC-MODELO  TO LV-MODELO
               MOVE W-VLR-SEG-ANT   TO LV-VLR-A
               MOVE AP-VLR-SEGURADO TO LV-VLR-N
               WRITE REG-REL FROM LINVEIC
           END-IF.

      *-----------------------------------------------------------------*
      * LER-DEPRECIACAO - PERCENTUAL ANUAL DE DEPRECIACAO DO VALOR
      *   SEGURADO EM DEPRECIA.PAR; SEM O ARQUIVO OU COM VALOR
      *   INVALIDO, VALE O PADRAO DO FONTE.
      *-----------------------------------------------------------------*
       LER-DEPRECIACAO.
           OPEN INPUT ARQ-DEPREC.
           IF COD-ERRO-DEPR = "00"
               READ ARQ-DEPREC
                   AT END CONTINUE
                   NOT AT END
                       IF DP-PCT-ANUAL NUMERIC
                          AND DP-PCT-ANUAL < 100
                           MOVE DP-PCT-ANUAL TO W-PCT-DEPREC
                       END-IF
               END-READ
               CLOSE ARQ-DEPREC
           END-IF.

      *-----------------------------------------------------------------*
      * ATUALIZAR-CLASSE-BONUS - RENOVACAO SEM SINISTRO NOS ULTIMOS 12
