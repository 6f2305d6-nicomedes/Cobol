      *   FICA ONDE ESTA E E CONTADA COMO COLISAO. A OPERACAO INTEIRA
      *   SAI NA TRILHA DE AUDITORIA (GRAVA-AUDITORIA). A FICHA DO
      *   PACIENTE (FICHAPAC.cbl) PASSA A MOSTRAR UM HISTORICO SO.
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA AG-LEMBRETE, O
      *   RESULTADO DA LIGACAO DE LEMBRETE DA VESPERA (LEMBRETE.cbl).
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA O NUMERO DA
      *   AUTORIZACAO DO CONVENIO (AG-AUTORIZ) E A SUA VALIDADE
      *   (AG-VALID-AUT), INFORMADOS NO AGENDA.cbl; A FATURA GANHA
      *   NO FIM DA LINHA O NUMERO DA AUTORIZACAO (FT-AUTORIZ).
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   PROFISSIONAL DA CONSULTA (FT-PROF), A MARCA DE GLOSA
      *   (FT-GLOSA) E A BASE JA REPASSADA (FT-BASE-REP), USADOS PELO
      *   REPASSE.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - REG-PRONT GANHA OS PROCEDIMENTOS
      *   FEITOS NA CONSULTA (PR-PROCED), ANOTADOS NO PRONTUAR.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   CODIGO DO PROCEDIMENTO (FT-PROCED, 000 NA LINHA DA CONSULTA).
      * 15 OUTUBRO 2026 - SOLANGE - AS LINHAS DE RECEITA E DE PEDIDO DE
      *   EXAMES (PRESCRIC.DAT, NA CHAVE DO PRONTUARIO) SAO REPONTADAS
      *   JUNTO DO PRONTUARIO, COM O MESMO TRATAMENTO DE COLISAO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PR-CHAVE
               FILE STATUS     IS W-STATPR.
           SELECT ARQ-RECEITA ASSIGN TO "PRESCRIC.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RC-CHAVE
               FILE STATUS     IS W-STATRC.
           SELECT ARQ-IMC-HIST ASSIGN TO "IMCHIST.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               10 AG-PROF      PIC 9(02).
           05 AG-STATUS      PIC X(01).
           05 AG-TIPO        PIC X(01).
           05 AG-LEMBRETE    PIC X(01).
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD  ARQ-FATURAS
           LABEL RECORD STANDARD.
           05 FT-ANOMES   PIC 9(6).
           05 FILLER      PIC X(1).
           05 FT-COD-PAC  PIC 9(5).
           05 FILLER      PIC X(72).

       FD  ARQ-PRONT.
       01  REG-PRONT.
           02 PR-MOTIVO    PIC X(30).
           02 PR-NOTAS     PIC X(60).
           02 PR-RETORNO   PIC 9(03).
           02 PR-PROCED    OCCURS 5 TIMES PIC 9(03).

       FD  ARQ-RECEITA.
       01  REG-RECEITA.
           02 RC-CHAVE.
               03 RC-COD-PAC PIC 9(05).
               03 RC-DATA    PIC 9(08).
               03 RC-HORA    PIC 9(04).
               03 RC-PROF    PIC 9(02).
               03 RC-TIPO    PIC X(01).
               03 RC-LINHA   PIC 9(02).
           02 RC-ITEM      PIC X(30).
           02 RC-DOSE      PIC X(25).
           02 RC-DURACAO   PIC X(15).
           02 RC-SPOOL     PIC X(12).

       FD  ARQ-IMC-HIST.
       01  REG-IMC-HIST.
       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATH         PIC XX VALUE SPACES.
       77 W-STATPR        PIC XX VALUE SPACES.
       77 W-STATRC        PIC XX VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CONF          PIC X  VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
       77 W-QTD-FATURAS   PIC 9(4) VALUE ZEROS.
       77 W-QTD-IMC       PIC 9(3) VALUE ZEROS.
       77 W-QTD-PRONT     PIC 9(3) VALUE ZEROS.
       77 W-QTD-RECEITA   PIC 9(3) VALUE ZEROS.
       77 W-QTD-COLISAO   PIC 9(3) VALUE ZEROS.
       77 W-QTD-TAB       PIC 9(3) VALUE ZEROS.
       77 W-QTD-FAT-TAB   PIC 9(4) VALUE ZEROS.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.

       01 TAB-AGENDA.
           02 TA-REG OCCURS 200 TIMES PIC X(45).
       01 TAB-IMC.
           02 TI-REG OCCURS 200 TIMES PIC X(42).
       01 TAB-PRONT.
           02 TN-REG OCCURS 200 TIMES PIC X(112).
       01 TAB-RECEITA.
           02 TR-REG OCCURS 400 TIMES PIC X(104).
       01 TAB-FATURAS.
           02 TF-REG OCCURS 2000 TIMES PIC X(84).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
           IF W-CONF = "S"
               PERFORM REPONTAR-AGENDA
               PERFORM REPONTAR-PRONTUARIO
               PERFORM REPONTAR-RECEITAS
               PERFORM REPONTAR-FATURAS
               PERFORM REPONTAR-IMC
               PERFORM MARCAR-DUPLICADO
                   END-DELETE
           END-WRITE.

      *-----------------------------------------------------------------*
      * REPONTAR-RECEITAS - AS LINHAS DE RECEITA E DE PEDIDO DE EXAMES
      *   SEGUEM O PRONTUARIO: MESMA CHAVE INICIAL, MESMO TRATAMENTO.
      *-----------------------------------------------------------------*
       REPONTAR-RECEITAS.
           OPEN I-O ARQ-RECEITA.
           IF W-STATRC NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N"   TO W-FIM-ARQ.
           MOVE ZEROS TO W-QTD-TAB.
           MOVE W-COD-SAI TO RC-COD-PAC.
           MOVE ZEROS     TO RC-DATA RC-HORA RC-PROF RC-LINHA.
           MOVE SPACES    TO RC-TIPO.
           START ARQ-RECEITA KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-RECEITA-DUP.
           PERFORM GUARDAR-RECEITA-DUP UNTIL FIM-ARQUIVO.

           MOVE ZEROS TO W-IND.
           PERFORM TROCAR-UMA-RECEITA W-QTD-TAB TIMES.

           CLOSE ARQ-RECEITA.

       LER-RECEITA-DUP.
           IF NOT FIM-ARQUIVO
               READ ARQ-RECEITA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF W-STATRC NOT = "00"
                  OR RC-COD-PAC NOT = W-COD-SAI
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       GUARDAR-RECEITA-DUP.
           IF W-QTD-TAB < 400
               ADD 1 TO W-QTD-TAB
               MOVE REG-RECEITA TO TR-REG(W-QTD-TAB)
           END-IF.
           PERFORM LER-RECEITA-DUP.

       TROCAR-UMA-RECEITA.
           ADD 1 TO W-IND.
           MOVE TR-REG(W-IND) TO REG-RECEITA.
           MOVE W-COD-FICA    TO RC-COD-PAC.
           WRITE REG-RECEITA
               INVALID KEY
                   ADD 1 TO W-QTD-COLISAO
               NOT INVALID KEY
                   ADD 1 TO W-QTD-RECEITA
                   MOVE TR-REG(W-IND) TO REG-RECEITA
                   DELETE ARQ-RECEITA RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-WRITE.

      *-----------------------------------------------------------------*
      * REPONTAR-FATURAS - CARREGA FATURAS.DAT INTEIRO NA TABELA,
      *   TROCA O CODIGO DO PACIENTE NAS FATURAS DO DUPLICADO E
               DELIMITED BY SIZE INTO W-ANTES-AUDIT.
           STRING "IMC " W-QTD-IMC
                  " COLISOES " W-QTD-COLISAO
                  " RECEITAS " W-QTD-RECEITA
               DELIMITED BY SIZE INTO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "UNEPAC  "
               W-CHAVE-AUDIT "A" W-ANTES-AUDIT
           DISPLAY W-QTD-PRONT            AT 1473.
           DISPLAY "FATURAS REPONTADAS..:" AT 1510.
           DISPLAY W-QTD-FATURAS          AT 1533.
           DISPLAY "LINHAS DE RECEITA...:" AT 1550.
           DISPLAY W-QTD-RECEITA          AT 1573.
           DISPLAY "MEDICOES REPONTADAS.:" AT 1610.
           DISPLAY W-QTD-IMC              AT 1633.
           DISPLAY "COLISOES MANTIDAS...:" AT 1710.
