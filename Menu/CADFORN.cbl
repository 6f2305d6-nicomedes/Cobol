      *   O RECEBIMENTO (ENTRADA.cbl) PASSA A REFERENCIAR O FORNECEDOR
      *   QUE ENTREGOU, E A SUGESTAO DE COMPRA (SUGCOMPRA.cbl) AGRUPA
      *   O PEDIDO POR FORNECEDOR.
      * 15 OUTUBRO 2026 - JULIANO - CONDICAO DE PAGAMENTO DO
      *   FORNECEDOR (PRAZOS EM DIAS, ATE 6 PARCELAS) EM CONDPAG.DAT,
      *   PEDIDA JUNTO COM NOME E TELEFONE. O ENTRADA.cbl USA OS PRAZOS
      *   PARA VENCER AS PARCELAS DA CONTA A PAGAR DO RECEBIMENTO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS FORN-COD
               FILE STATUS     IS W-STATF.
           SELECT ARQ-CONDPAG ASSIGN TO "CONDPAG.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CD-FORN
               FILE STATUS     IS W-STATCD.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
           02 FORN-NOME   PIC X(30).
           02 FORN-FONE   PIC X(12).

       FD  ARQ-CONDPAG.
       01  REG-CONDPAG.
           02 CD-FORN     PIC 9(3).
           02 CD-QTD-PARC PIC 9.
           02 CD-PRAZO    PIC 999 OCCURS 6 TIMES.

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 W-COD-FORN      PIC 9(3)  VALUE ZEROS.
       77 W-NOME-FORN     PIC X(30) VALUE SPACES.
       77 W-FONE-FORN     PIC X(12) VALUE SPACES.
       77 W-STATCD        PIC XX    VALUE SPACES.
       77 W-IND           PIC 9     VALUE ZEROS.
       77 W-COLUNA        PIC 99    VALUE ZEROS.
       77 W-FIM-PRAZOS    PIC X     VALUE "N".
           88 FIM-PRAZOS            VALUE "S".
       01 W-CONDICAO.
           02 W-QTD-PARC  PIC 9.
           02 W-PRAZO     PIC 999 OCCURS 6 TIMES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ROT-ABRIR.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-FORN ARQ-CONDPAG.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           OPEN I-O ARQ-CONDPAG.
           IF W-STATCD = "35"
               OPEN OUTPUT ARQ-CONDPAG
               CLOSE       ARQ-CONDPAG
               OPEN I-O    ARQ-CONDPAG
           END-IF.

       ROT-PROCESSA.
           MOVE ZEROS  TO W-COD-FORN.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME-FORN W-FONE-FORN.
           INITIALIZE W-CONDICAO.

           DISPLAY ERASE.
           DISPLAY "CADASTRO DE FORNECEDORES" AT 0520.
                       MOVE W-NOME-FORN TO FORN-NOME
                       MOVE W-FONE-FORN TO FORN-FONE
                       WRITE REG-FORN
                       PERFORM GRAVAR-CONDICAO
                       MOVE FORN-COD TO W-CHAVE-AUDIT
                       MOVE SPACES TO W-ANTES-AUDIT
                       MOVE REG-FORN(1:40) TO W-DEPOIS-AUDIT
                   MOVE REG-FORN(1:40) TO W-ANTES-AUDIT
                   DISPLAY W-NOME-FORN AT 1140
                   DISPLAY W-FONE-FORN AT 1340
                   PERFORM LER-CONDICAO
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-NOME-FORN TO FORN-NOME
                       MOVE W-FONE-FORN TO FORN-FONE
                       REWRITE REG-FORN
                       PERFORM GRAVAR-CONDICAO
                       MOVE REG-FORN(1:40) TO W-DEPOIS-AUDIT
                       MOVE FORN-COD TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADFORN "
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       DELETE ARQ-FORN
                       MOVE W-COD-FORN TO CD-FORN
                       DELETE ARQ-CONDPAG
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE SPACES TO W-DEPOIS-AUDIT
                       MOVE FORN-COD TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADFORN "
           END-PERFORM.
           DISPLAY "TELEFONE............:" AT 1310.
           ACCEPT W-FONE-FORN AT 1332.
           PERFORM RECEBER-CONDICAO.

      *-----------------------------------------------------------------*
      * RECEBER-CONDICAO - CONDICAO DE PAGAMENTO DO FORNECEDOR EM DIAS
      *   CORRIDOS A PARTIR DO RECEBIMENTO, UMA PARCELA POR PRAZO (ATE
      *   6, EX.: 30 60 90). PRAZO 0 ENCERRA; O PRIMEIRO 0 DEIXA A
      *   COMPRA A VISTA (UMA PARCELA NO DIA). USADA PELO ENTRADA.cbl
      *   PARA GERAR AS PARCELAS EM CONTAPAG.DAT.
      *-----------------------------------------------------------------*
       RECEBER-CONDICAO.
           DISPLAY "PRAZOS (DIAS, 0 ENCERRA):" AT 1410.
           MOVE ZEROS TO W-QTD-PARC W-IND.
           MOVE 36    TO W-COLUNA.
           MOVE "N"   TO W-FIM-PRAZOS.
           PERFORM RECEBER-UM-PRAZO UNTIL FIM-PRAZOS.
           IF W-QTD-PARC = ZEROS
               MOVE 1     TO W-QTD-PARC
               MOVE ZEROS TO W-PRAZO(1)
           END-IF.

       RECEBER-UM-PRAZO.
           ADD 1 TO W-IND.
           ACCEPT W-PRAZO(W-IND) AT LINE 14 COLUMN W-COLUNA.
           IF W-PRAZO(W-IND) = ZEROS
               MOVE "S" TO W-FIM-PRAZOS
           ELSE
               MOVE W-IND TO W-QTD-PARC
               ADD 5 TO W-COLUNA
               IF W-IND = 6
                   MOVE "S" TO W-FIM-PRAZOS
               END-IF
           END-IF.

       LER-CONDICAO.
           MOVE W-COD-FORN TO CD-FORN.
           READ ARQ-CONDPAG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-CONDPAG(4:19) TO W-CONDICAO
                   DISPLAY "ATUAL:" AT 1510
                   DISPLAY W-PRAZO(1) AT 1517
                   DISPLAY W-PRAZO(2) AT 1521
                   DISPLAY W-PRAZO(3) AT 1525
                   DISPLAY W-PRAZO(4) AT 1529
                   DISPLAY W-PRAZO(5) AT 1533
                   DISPLAY W-PRAZO(6) AT 1537
           END-READ.

       GRAVAR-CONDICAO.
           MOVE W-COD-FORN TO CD-FORN.
           MOVE W-CONDICAO TO REG-CONDPAG(4:19).
           WRITE REG-CONDPAG
               INVALID KEY
                   REWRITE REG-CONDPAG
           END-WRITE.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1610.
