      *   EXECUCAO, E REGISTRA EM BACKUP.CAT O QUE FOI SALVO (DATA,
      *   HORA, ARQUIVO, GERACAO E QUANTIDADE DE REGISTROS). A VOLTA
      *   DE UMA GERACAO E FEITA PELO RESTAURA.cbl.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   BAIRRO DA ENTREGA (COM-BAIRRO, CHAVE DE ZONAS.DAT) E O
      *   MOTOBOY QUE LEVOU O PEDIDO (COM-MOTOBOY, DE MOTOBOYS.DAT).
      *   A COPIA PLANA (REG-GERACAO) PASSA DE 132 PARA 200 POSICOES:
      *   A COMANDA JA NAO CABIA NELA E PERDIA O FIM DO REGISTRO.
      * 15 OUTUBRO 2026 - JULIANO - REGISTRO DE COMANDA.DAT GANHA O
      *   NUMERO DE PESSOAS DA MESA (COM-PESSOAS, PEDIDO NO
      *   ABRE-COMANDA) E A DATA/HORA DO FECHAMENTO (COM-DT-FECHA E
      *   COM-HR-FECHA, CARIMBADAS PELO FECHA-COMANDA).
      * 15 OUTUBRO 2026 - JULIANO - MOVESTOQ.DAT, AGORA INDEXADO
      *   (CHAVES POR DATA E POR PRODUTO), ENTRA NA COPIA COMO OS
      *   DEMAIS INDEXADOS: DESCARGA NA ORDEM DA CHAVE PARA
      *   MOVESTOQ.G1/G2/G3 E VOLTA PELO RESTAURA.
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
       FD  ARQ-CATALOGO
           LABEL RECORD STANDARD.
       01  REG-CATALOGO.
           PERFORM COPIAR-APOLICE.
           PERFORM COPIAR-COMANDA.
           PERFORM COPIAR-ITENS.
           PERFORM COPIAR-MOVESTOQ.
           PERFORM COPIAR-AUDITORIA.

           DISPLAY "COPIA CONCLUIDA - CATALOGO EM BACKUP.CAT".
                   PERFORM GRAVAR-GERACAO
           END-READ.

       COPIAR-MOVESTOQ.
           MOVE "MOVESTOQ" TO W-BASE-ATUAL.
           PERFORM MONTAR-NOME-GERACAO.
           MOVE ZEROS TO W-CONTADOR.
           MOVE "N"   TO W-FIM-ARQ.
           OPEN INPUT ARQ-MOVEST.
           IF W-STAT = "00"
               OPEN OUTPUT ARQ-GERACAO
               PERFORM COPIAR-UM-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-GERACAO ARQ-MOVEST
               PERFORM GRAVAR-CATALOGO
           END-IF.

       COPIAR-UM-MOVIMENTO.
           READ ARQ-MOVEST NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQ
               NOT AT END
                   MOVE REG-MOVEST TO REG-GERACAO
                   PERFORM GRAVAR-GERACAO
           END-READ.

       COPIAR-AUDITORIA.
           MOVE "AUDITORI" TO W-BASE-ATUAL.
           PERFORM MONTAR-NOME-GERACAO.
