      *   PARTIR DA COPIA PLANA. A RESTAURACAO E REGISTRADA EM
      *   AUDITORIA.LOG (COMUM/GRAVAAUDIT.cbl). RESTAURAR SOBRESCREVE
      *   O ARQUIVO VIVO - POR ISSO A CONFIRMACAO.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   BAIRRO DA ENTREGA (COM-BAIRRO, CHAVE DE ZONAS.DAT) E O
      *   MOTOBOY QUE LEVOU O PEDIDO (COM-MOTOBOY, DE MOTOBOYS.DAT).
      *   A COPIA PLANA (REG-GERACAO) PASSA DE 132 PARA 200 POSICOES:
      *   A COMANDA JA NAO CABIA NELA E PERDIA O FIM DO REGISTRO.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
      * 15 OUTUBRO 2026 - JULIANO - OPCAO (9) MOVESTOQ: O LIVRO DE
      *   ESTOQUE, AGORA INDEXADO, E RECRIADO A PARTIR DE
      *   MOVESTOQ.G1/G2/G3 COMO OS DEMAIS INDEXADOS.
      * 15 OUTUBRO 2026 - JULIANO - REG-AGENDA ACOMPANHA O NOVO CAMPO
      *   AG-LEMBRETE (RESULTADO DA LIGACAO DE LEMBRETE DA VESPERA).
      * 15 OUTUBRO 2026 - JULIANO - REG-AGENDA GANHA A AUTORIZACAO DO
      *   CONVENIO (AG-AUTORIZ) E A SUA VALIDADE (AG-VALID-AUT).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           SELECT ARQ-ITENS ASSIGN TO "ITENSCOM.DAT"
               ORGANIZATION INDEXED ACCESS SEQUENTIAL
               RECORD KEY IC-CHAVE FILE STATUS IS W-STAT.
           SELECT ARQ-MOVEST ASSIGN TO "MOVESTOQ.DAT"
               ORGANIZATION INDEXED ACCESS SEQUENTIAL
               RECORD KEY MV-CHAVE
               ALTERNATE RECORD KEY IS MV-CHAVE-PROD
               FILE STATUS IS W-STAT.
           SELECT ARQ-AUDIT ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS W-STAT.
               10 AG-PROF      PIC 9(02).
           05 AG-STATUS      PIC X(01).
           05 AG-TIPO        PIC X(01).
           05 AG-LEMBRETE    PIC X(01).
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).
       FD  ARQ-DADOS.
       01  REG-DADOS.
           02 CODIGO      PIC 9(3).
       FD  ARQ-APOLICE.
       01  REG-APOLICE.
           02 AP-NUM-APOLICE PIC 9(6).
           02 FILLER         PIC X(148).
       FD  ARQ-COMANDA.
       01  REG-COMANDA.
           02 COM-NUMERO  PIC 9(5).
           02 FILLER      PIC X(172).
       FD  ARQ-ITENS.
       01  REG-ITEM.
           02 IC-CHAVE    PIC 9(8).
           02 FILLER      PIC X(55).
       FD  ARQ-MOVEST.
       01  REG-MOVEST.
           02 MV-CHAVE       PIC X(19).
           02 MV-CHAVE-PROD  PIC X(23).
           02 FILLER         PIC X(38).
       FD  ARQ-AUDIT
           LABEL RECORD STANDARD.
       01  REG-AUDIT      PIC X(132).

       FD  ARQ-GERACAO
           LABEL RECORD STANDARD.
       01  REG-GERACAO    PIC X(200).

       WORKING-STORAGE         SECTION.

       77 W-GERACAO       PIC 9     VALUE ZEROS.
           88 W-GERACAO-OK         VALUE 1 THRU 3.
       77 W-OPCAO         PIC 9     VALUE ZEROS.
           88 W-OPCAO-OK           VALUE 1 THRU 9.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-CONTADOR      PIC 9(6)  VALUE ZEROS.
       77 W-BASE-ATUAL    PIC X(8)  VALUE SPACES.
           DISPLAY "ARQUIVO: (1) PRODUTOS  (2) PACIENTE (3) AGENDA".
           DISPLAY "         (4) DADOS1    (5) APOLICE  (6) COMANDA".
           DISPLAY "         (7) ITENSCOM  (8) AUDITORIA.LOG".
           DISPLAY "         (9) MOVESTOQ".
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO
           END-PERFORM.
               WHEN 6 MOVE "COMANDA"  TO W-BASE-ATUAL
               WHEN 7 MOVE "ITENSCOM" TO W-BASE-ATUAL
               WHEN 8 MOVE "AUDITORI" TO W-BASE-ATUAL
               WHEN 9 MOVE "MOVESTOQ" TO W-BASE-ATUAL
           END-EVALUATE.
           PERFORM MONTAR-NOME-GERACAO.

               WHEN 6 PERFORM RESTAURAR-COMANDA
               WHEN 7 PERFORM RESTAURAR-ITENS
               WHEN 8 PERFORM RESTAURAR-AUDITORIA
               WHEN 9 PERFORM RESTAURAR-MOVESTOQ
           END-EVALUATE.

           CLOSE ARQ-GERACAO.
           ADD 1 TO W-CONTADOR.
           PERFORM LER-GERACAO.

       RESTAURAR-MOVESTOQ.
           OPEN OUTPUT ARQ-MOVEST.
           PERFORM LER-GERACAO.
           PERFORM RESTAURAR-UM-MOVIMENTO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MOVEST.

       RESTAURAR-UM-MOVIMENTO.
           MOVE REG-GERACAO TO REG-MOVEST.
           WRITE REG-MOVEST
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO W-CONTADOR.
           PERFORM LER-GERACAO.

       RESTAURAR-AUDITORIA.
           OPEN OUTPUT ARQ-AUDIT.
           PERFORM LER-GERACAO.
