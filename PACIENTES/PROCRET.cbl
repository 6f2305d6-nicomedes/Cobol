      *   EM GLOSAS.LST PARA A SECRETARIA RETRABALHAR. COMO O ARQUIVO
      *   DE FATURAS E SEQUENCIAL, ELE E CARREGADO EM TABELA E
      *   REGRAVADO NO FIM, COMO FAZ O BAIXAFAT.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   NUMERO DA AUTORIZACAO DO CONVENIO (FT-AUTORIZ), LEVADO PELO
      *   FATURAR.cbl PARA A REMESSA DO GERAREM.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   PROFISSIONAL (FT-PROF), A MARCA DE GLOSA (FT-GLOSA) E A BASE
      *   JA REPASSADA (FT-BASE-REP). LINHA GLOSADA DO RETORNO PASSA A
      *   MARCAR A FATURA COM "G", E O REPASSE.cbl ESTORNA DO
      *   PROFISSIONAL O QUE JA TINHA SIDO REPASSADO DELA.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA PASSA A TER UMA LINHA POR
      *   PROCEDIMENTO ALEM DA CONSULTA (FT-PROCED). O DETALHE DO
      *   RETORNO TRAZ O CODIGO DO PROCEDIMENTO NAS POSICOES 26-28
      *   (EM BRANCO OU 000 NA CONSULTA), QUE ENTRA NA BUSCA DA FATURA
      *   E NA LISTA DE GLOSAS.
      * 15 OUTUBRO 2026 - SOLANGE - RETORNO PROCESSADO EM MES DA
      *   CLINICA JA FECHADO NO CONTROLE DE PERIODOS (PERIODO.cbl) E
      *   RECUSADO ANTES DE BAIXAR QUALQUER FATURA OU LANCAR NO CAIXA:
      *   A DATA DO DIA E CONSULTADA NO COMUM/VERIFPERIODO.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-FATURAS
           LABEL RECORD STANDARD.
       01  REG-FATURA    PIC X(84).

       FD  ARQ-RETORNO
           LABEL RECORD STANDARD.
               88 RET-PAGA    VALUE "P".
               88 RET-GLOSADA VALUE "G".
           02 RD-VALOR    PIC 9(4)V99.
           02 RD-PROCED   PIC 9(3).
           02 FILLER      PIC X(12).

       FD  REL-GLOSAS
           LABEL RECORD STANDARD.

       77 W-QTD-FATURAS  PIC 9(4) VALUE ZEROS.
       77 W-IND          PIC 9(4) VALUE ZEROS.
       77 W-PROC-RET     PIC 9(3) VALUE ZEROS.
       77 W-PROC-FAT     PIC 9(3) VALUE ZEROS.
       77 W-ACHOU        PIC X    VALUE "N".
           88 ACHOU-FATURA        VALUE "S".
       77 W-DOC-CAIXA    PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA    PIC 9(8)V99 VALUE ZEROS.
       77 W-SIT-PERIODO  PIC X    VALUE "A".
           88 MES-FECHADO         VALUE "F".

       01 TAB-FATURAS.
           02 TF-ENTRADA OCCURS 500 TIMES.
               03 TF-REG  PIC X(84).
       01 TF-AUX.
           05 TA-ANOMES   PIC 9(6).
           05 FILLER      PIC X(1).
           05 TA-VLR-PAGO PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 TA-DT-PAGTO PIC 9(8).
           05 FILLER      PIC X(1).
           05 TA-AUTORIZ  PIC X(15).
           05 FILLER      PIC X(1).
           05 TA-PROF     PIC 9(2).
           05 FILLER      PIC X(1).
           05 TA-GLOSA    PIC X(1).
           05 FILLER      PIC X(1).
           05 TA-BASE-REP PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 TA-PROCED   PIC 9(3).

       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-HORA   PIC 9(4).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-PROCED PIC 9(3).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-MOTIVO PIC X(30).
           02 FILLER    PIC X(22) VALUE SPACES.
       01 LINTOT.
           02 LT-ROTULO PIC X(25).
           02 LT-QTD    PIC ZZZZ9.

       MESTRA.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "C" W-DATA-SIS W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY ERASE
               DISPLAY "MES FECHADO PARA A CLINICA" AT 1220
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-RETORNO.
           IF W-STATR NOT = "00"
               DISPLAY ERASE

      *-----------------------------------------------------------------*
      * PROCESSAR-DETALHE - LINHA PAGA BAIXA A FATURA; GLOSADA OU SEM
      *   FATURA CORRESPONDENTE VAI PARA A LISTA DE RETRABALHO. A
      *   FATURA GLOSADA FICA MARCADA (TA-GLOSA) PARA O REPASSE.
      *-----------------------------------------------------------------*
       PROCESSAR-DETALHE.
           PERFORM LOCALIZAR-FATURA.
                   ADD 1 TO W-QTD-GLOSAS
                   MOVE "GLOSADA PELO CONVENIO" TO LD-MOTIVO
                   PERFORM GRAVAR-GLOSA
                   MOVE "G" TO TA-GLOSA
                   MOVE TF-AUX TO TF-REG(W-IND)
               WHEN OTHER
                   ADD 1 TO W-QTD-PAGAS
                   MOVE SPACE TO TA-GLOSA
                   ADD RD-VALOR TO TA-VLR-PAGO
                   MOVE W-DATA-SIS TO TA-DT-PAGTO
                   MOVE TF-AUX TO TF-REG(W-IND)
                       W-VLR-CAIXA "E"
           END-EVALUATE.

      *    O PROCEDIMENTO (000 NA CONSULTA) SEPARA AS LINHAS DA MESMA
      *    CONSULTA; RETORNO SEM O CODIGO VALE PARA A CONSULTA.
       LOCALIZAR-FATURA.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           IF RD-PROCED NUMERIC
               MOVE RD-PROCED TO W-PROC-RET
           ELSE
               MOVE ZEROS TO W-PROC-RET
           END-IF.
           PERFORM CONFERIR-FATURA
               UNTIL ACHOU-FATURA OR W-IND >= W-QTD-FATURAS.

       CONFERIR-FATURA.
           ADD 1 TO W-IND.
           MOVE TF-REG(W-IND) TO TF-AUX.
           IF TA-PROCED NUMERIC
               MOVE TA-PROCED TO W-PROC-FAT
           ELSE
               MOVE ZEROS TO W-PROC-FAT
           END-IF.
           IF TA-ANOMES = W-ANOMES AND TA-CONV = W-CONV
              AND TA-COD-PAC = RD-COD-PAC
              AND TA-DATA = RD-DATA AND TA-HORA = RD-HORA
              AND W-PROC-FAT = W-PROC-RET
               MOVE "S" TO W-ACHOU
           END-IF.

           MOVE RD-COD-PAC TO LD-COD.
           MOVE RD-DATA    TO LD-DATA.
           MOVE RD-HORA    TO LD-HORA.
           MOVE W-PROC-RET TO LD-PROCED.
           WRITE REG-REL FROM LINDET.

       REGRAVAR-FATURAS.
