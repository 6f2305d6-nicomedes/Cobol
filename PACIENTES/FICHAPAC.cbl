      *   SAIR COM AS ANOTACOES DO PRONTUARIO (PRONTUAR.DAT, GRAVADO
      *   PELO PRONTUAR.cbl): MOTIVO, NOTAS E RECOMENDACAO DE RETORNO
      *   EM DIAS, LOGO ABAIXO DA LINHA DA CONSULTA.
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA AG-LEMBRETE, O
      *   RESULTADO DA LIGACAO DE LEMBRETE DA VESPERA (LEMBRETE.cbl).
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA O NUMERO DA
      *   AUTORIZACAO DO CONVENIO (AG-AUTORIZ) E A SUA VALIDADE
      *   (AG-VALID-AUT), INFORMADOS NO AGENDA.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - REG-PRONT GANHA OS PROCEDIMENTOS
      *   FEITOS NA CONSULTA (PR-PROCED), ANOTADOS NO PRONTUAR.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - ABAIXO DO PRONTUARIO SAEM A RECEITA
      *   E O PEDIDO DE EXAMES EMITIDOS NA CONSULTA (PRESCRIC.DAT,
      *   GRAVADO PELO PRONTUAR.cbl), COM A SEQUENCIA DO SPOOL PARA A
      *   SEGUNDA VIA DE UMA RECEITA REPETIDA SAIR PELO RESPOOL.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - CADA MEDIDA DE IMC SAI COM UMA
      *   BARRA DE ASTERISCOS PROPORCIONAL AO IMC (UM POR 2 PONTOS),
      *   DESENHANDO A CURVA DO PACIENTE - AGORA QUE O PRONTUAR.cbl
      *   GRAVA EM IMCHIST.DAT O PESO E A ALTURA DE CADA CONSULTA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               RECORD KEY    PR-CHAVE
               ACCESS        RANDOM
               FILE STATUS IS W-STATPR.
           SELECT ARQ-RECEITA ASSIGN TO "PRESCRIC.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    RC-CHAVE
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATRC.
           SELECT REL-FICHA ASSIGN TO "FICHAPAC.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
               88 TIPO-PRIMEIRA  VALUE "P".
               88 TIPO-CONSULTA  VALUE "C".
               88 TIPO-RETORNO   VALUE "R".
           05 AG-LEMBRETE    PIC X(01).
               88 LEMB-CONFIRMADO  VALUE "C".
               88 LEMB-REMARCAR    VALUE "R".
               88 LEMB-SEM-CONTATO VALUE "N".
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD  ARQ-IMC-HIST.
       01  REG-IMC-HIST.
           02 RH-IMC         PIC 999V99.
           02 RH-PESOIDEAL   PIC 999V99.

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

       FD  ARQ-PRONT.
       01  REG-PRONT.
           02 PR-CHAVE.
           02 PR-MOTIVO    PIC X(30).
           02 PR-NOTAS     PIC X(60).
           02 PR-RETORNO   PIC 9(03).
           02 PR-PROCED    OCCURS 5 TIMES PIC 9(03).

       FD  REL-FICHA
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE SECTION.
       77 W-STATRC       PIC XX VALUE SPACES.
       77 W-RECEITA-OK   PIC X  VALUE "N".
           88 RECEITA-ABERTO      VALUE "S".
       77 W-FIM-REC      PIC X  VALUE "N".
           88 FIM-RECEITAS        VALUE "S".
       77 W-TIPO-ANT     PIC X  VALUE SPACES.
       77 W-STATPR       PIC XX VALUE SPACES.
       77 W-PRONT-OK     PIC X  VALUE "N".
           88 PRONT-ABERTO        VALUE "S".
       77 W-IMC-ANTERIOR PIC 999V99 VALUE ZEROS.
       77 W-IMC-ULTIMO   PIC 999V99 VALUE ZEROS.
       77 W-QTD-MEDIDAS  PIC 9(3)   VALUE ZEROS.
       77 W-TAM-CURVA    PIC 9(3)   VALUE ZEROS.

       01 LINTRACO.
           02 FILLER    PIC X(60) VALUE ALL "=".
       01 LINSEC-PAS.
           02 FILLER    PIC X(80) VALUE "CONSULTAS PASSADAS".
       01 LINSEC-IMC.
           02 FILLER    PIC X(80) VALUE
               "MEDIDAS DE IMC (CURVA: * = 2 PONTOS DE IMC)".
       01 LINCONS.
           02 LA-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LI-IMC    PIC ZZ9,99.
           02 FILLER    PIC X(14) VALUE "  PESO IDEAL: ".
           02 LI-IDEAL  PIC ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LI-CURVA  PIC X(21).
       01 LINTEND.
           02 FILLER    PIC X(22) VALUE "TENDENCIA DO IMC....: ".
           02 LT-TEND   PIC X(12).
           02 LR-DIAS   PIC ZZ9.
           02 FILLER    PIC X(05) VALUE " DIAS".
           02 FILLER    PIC X(57) VALUE SPACES.
       01 LINDOC.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 LDC-TIPO  PIC X(17).
           02 FILLER    PIC X(21) VALUE " - 2A VIA NO SPOOL, ".
           02 FILLER    PIC X(04) VALUE "SEQ ".
           02 LDC-SEQ   PIC X(06).
           02 FILLER    PIC X(29) VALUE SPACES.
       01 LINDOC-ITEM.
           02 FILLER    PIC X(06) VALUE SPACES.
           02 LDI-ITEM  PIC X(30).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LDI-DOSE  PIC X(25).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LDI-DURACAO PIC X(15).
           02 FILLER    PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           IF W-STATPR = "00"
               MOVE "S" TO W-PRONT-OK
           END-IF.
           OPEN INPUT ARQ-RECEITA.
           IF W-STATRC = "00"
               MOVE "S" TO W-RECEITA-OK
           END-IF.
           PERFORM IMPRIMIR-CADASTRO.
           PERFORM IMPRIMIR-CONSULTAS.
           PERFORM IMPRIMIR-IMC.
           IF PRONT-ABERTO
               CLOSE ARQ-PRONT
           END-IF.
           IF RECEITA-ABERTO
               CLOSE ARQ-RECEITA
           END-IF.
           CLOSE REL-FICHA.

       IMPRIMIR-CADASTRO.
                       WRITE REG-REL FROM LINRETORNO
                   END-IF
           END-READ.
           PERFORM IMPRIMIR-RECEITAS.

      *-----------------------------------------------------------------*
      * IMPRIMIR-RECEITAS - RECEITA E PEDIDO DE EXAMES DA CONSULTA, NA
      *   ORDEM DA CHAVE (TIPO + LINHA). CADA DOCUMENTO ABRE COM A
      *   SEQUENCIA DO SPOOL EM QUE FOI IMPRESSO (SPnnnnnn.LST).
      *-----------------------------------------------------------------*
       IMPRIMIR-RECEITAS.
           IF NOT RECEITA-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES    TO W-TIPO-ANT.
           MOVE "N"       TO W-FIM-REC.
           MOVE AG-CHAVE  TO RC-CHAVE(1:19).
           MOVE SPACES    TO RC-TIPO.
           MOVE ZEROS     TO RC-LINHA.
           START ARQ-RECEITA KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-REC
           END-START.
           PERFORM LER-RECEITA.
           PERFORM IMPRIMIR-LINHA-RECEITA UNTIL FIM-RECEITAS.

       LER-RECEITA.
           IF NOT FIM-RECEITAS
               READ ARQ-RECEITA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-REC
               END-READ
               IF W-STATRC NOT = "00"
                  OR RC-CHAVE(1:19) NOT = AG-CHAVE
                   MOVE "S" TO W-FIM-REC
               END-IF
           END-IF.

       IMPRIMIR-LINHA-RECEITA.
           IF RC-TIPO NOT = W-TIPO-ANT
               MOVE RC-TIPO TO W-TIPO-ANT
               IF RC-TIPO = "R"
                   MOVE "RECEITA"          TO LDC-TIPO
               ELSE
                   MOVE "PEDIDO DE EXAMES" TO LDC-TIPO
               END-IF
               MOVE RC-SPOOL(3:6) TO LDC-SEQ
               WRITE REG-REL FROM LINDOC
           END-IF.
           MOVE RC-ITEM    TO LDI-ITEM.
           MOVE RC-DOSE    TO LDI-DOSE.
           MOVE RC-DURACAO TO LDI-DURACAO.
           WRITE REG-REL FROM LINDOC-ITEM.
           PERFORM LER-RECEITA.

      *-----------------------------------------------------------------*
      * IMPRIMIR-IMC - LISTA AS MEDIDAS DO PACIENTE EM IMCHIST.DAT E
           MOVE RH-PESO      TO LI-PESO.
           MOVE RH-IMC       TO LI-IMC.
           MOVE RH-PESOIDEAL TO LI-IDEAL.
           MOVE SPACES       TO LI-CURVA.
           COMPUTE W-TAM-CURVA = RH-IMC / 2.
           IF W-TAM-CURVA > 21
               MOVE 21 TO W-TAM-CURVA
           END-IF.
           IF W-TAM-CURVA > ZEROS
               MOVE ALL "*" TO LI-CURVA(1:W-TAM-CURVA)
           END-IF.
           WRITE REG-REL FROM LINIMC.
           PERFORM LER-IMC.

