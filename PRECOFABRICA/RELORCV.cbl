      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             RELORCV.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - CONVERSAO DOS ORCAMENTOS
      *   DE VEICULO EM VENDA, NO MOLDE DO RELCONV DA SEGURADORA: PARA
      *   O ANO/MES INFORMADO (PELA DATA DO ORCAMENTO), CONTA POR
      *   MODELO OS ORCAMENTOS FEITOS, OS VENDIDOS, OS PERDIDOS E OS
      *   AINDA EM ABERTO OU EXPIRADOS, COM O PERCENTUAL DE CONVERSAO
      *   E O DESCONTO MEDIO CONCEDIDO NAS VENDAS (EM REAIS E EM % DO
      *   PRECO ORCADO), POR MODELO E NO TOTAL, EM ORCCONV.LST.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORCAM ASSIGN TO "ORCVEIC.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS OV-NUMERO
               FILE STATUS     IS COD-ERRO-ORC.
           SELECT REL-CONV ASSIGN TO "ORCCONV.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-ORCAM.
       01  REG-ORCAM.
           02 OV-NUMERO       PIC 9(6).
           02 OV-DT-ORCAMENTO PIC 9(8).
           02 OV-DT-VALIDADE  PIC 9(8).
           02 OV-CPF          PIC 9(11).
           02 OV-NOME         PIC X(30).
           02 OV-FONE         PIC X(12).
           02 OV-MODELO       PIC X(20).
           02 OV-VLR-FABRICA  PIC 9(10)V99.
           02 OV-ACESSORIOS.
               03 OV-ACESS OCCURS 8 TIMES.
                   04 OV-ACESS-COD   PIC 9(3).
                   04 OV-ACESS-VALOR PIC 9(8)V99.
           02 OV-VLR-ACESS    PIC 9(10)V99.
           02 OV-VLR-BASE     PIC 9(10)V99.
           02 OV-VLR-IMPOSTO  PIC 9(10)V99.
           02 OV-VLR-MARGEM   PIC 9(10)V99.
           02 OV-VLR-PRECO    PIC 9(10)V99.
           02 OV-STATUS       PIC X(1).
               88 OV-ABERTO       VALUE "A".
               88 OV-VENDIDO      VALUE "V".
               88 OV-PERDIDO      VALUE "P".
               88 OV-EXPIRADO     VALUE "X".
           02 OV-DT-CONTATO   PIC 9(8).
           02 OV-DT-RETORNO   PIC 9(8).
           02 OV-OBS          PIC X(40).
           02 OV-DT-VENDA     PIC 9(8).
           02 OV-VLR-VENDA    PIC 9(10)V99.
           02 OV-DESCONTO     PIC 9(10)V99.

       FD  REL-CONV
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 COD-ERRO-ORC    PIC X(02) VALUE SPACES.
       77 COD-ERRO-REL    PIC X(02) VALUE SPACES.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO           VALUE "S".
       77 W-ANOMES        PIC 9(6)  VALUE ZEROS.
       77 W-IND           PIC 99    VALUE ZEROS.
       77 W-ACHOU         PIC X     VALUE "N".
       77 W-PERC          PIC 9(3)V99 VALUE ZEROS.
       77 W-DESC-MEDIO    PIC 9(10)V99 VALUE ZEROS.
       77 W-DESC-PERC     PIC 9(3)V99 VALUE ZEROS.

      * UM MODELO POR LINHA, NA ORDEM EM QUE APARECEM; PASSANDO DE 40
      * MODELOS O RESTO E SOMADO NA ULTIMA LINHA, "OUTROS MODELOS".
       77 W-QTD-MODELOS   PIC 99    VALUE ZEROS.
       01 TAB-MODELOS.
           02 TM-ENTRADA OCCURS 40 TIMES.
               03 TM-MODELO      PIC X(20).
               03 TM-FEITOS      PIC 9(5).
               03 TM-VENDIDOS    PIC 9(5).
               03 TM-PERDIDOS    PIC 9(5).
               03 TM-ABERTOS     PIC 9(5).
               03 TM-VLR-ORCADO  PIC 9(12)V99.
               03 TM-DESCONTO    PIC 9(12)V99.
       01 TOTAIS.
           02 TT-FEITOS      PIC 9(5).
           02 TT-VENDIDOS    PIC 9(5).
           02 TT-PERDIDOS    PIC 9(5).
           02 TT-ABERTOS     PIC 9(5).
           02 TT-VLR-ORCADO  PIC 9(12)V99.
           02 TT-DESCONTO    PIC 9(12)V99.

       01 LINCAB1.
           02 FILLER    PIC X(45) VALUE
               "CONVERSAO DE ORCAMENTOS DE VEICULO - ANO/MES ".
           02 LC-ANOMES PIC 9(6).
           02 FILLER    PIC X(29) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(21) VALUE "MODELO".
           02 FILLER    PIC X(07) VALUE "FEITOS".
           02 FILLER    PIC X(07) VALUE "VENDAS".
           02 FILLER    PIC X(07) VALUE "PERDAS".
           02 FILLER    PIC X(07) VALUE "ABERTO".
           02 FILLER    PIC X(10) VALUE "CONVERSAO".
           02 FILLER    PIC X(15) VALUE "DESC. MEDIO R$".
           02 FILLER    PIC X(06) VALUE "DESC %".
       01 LINDET.
           02 LD-MODELO PIC X(20).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-FEITOS PIC ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-VEND   PIC ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-PERD   PIC ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-ABERT  PIC ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-PERC   PIC ZZ9,99.
           02 FILLER    PIC X(2)  VALUE " %".
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-DESC   PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-DESC-P PIC ZZ9,99.
           02 FILLER    PIC X(2)  VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           INITIALIZE TAB-MODELOS TOTAIS.
           DISPLAY "CONVERSAO DE ORCAMENTOS - ANO/MES (AAAAMM):".
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES
           END-PERFORM.

           OPEN INPUT ARQ-ORCAM.
           IF COD-ERRO-ORC NOT = "00"
               DISPLAY "ORCVEIC.DAT INDISPONIVEL: " COD-ERRO-ORC
               STOP RUN
           END-IF.

           PERFORM LER-ORCAMENTO.
           PERFORM CONTAR-UM UNTIL FIM-ARQUIVO.
           CLOSE ARQ-ORCAM.

           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "RELATORIO GERADO EM ORCCONV.LST".
       STOP RUN.

       LER-ORCAMENTO.
           READ ARQ-ORCAM NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF COD-ERRO-ORC NOT = "00"
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       CONTAR-UM.
           IF OV-DT-ORCAMENTO(1:6) = W-ANOMES
               PERFORM LOCALIZAR-MODELO
               PERFORM SOMAR-NO-MODELO
           END-IF.
           PERFORM LER-ORCAMENTO.

      *-----------------------------------------------------------------*
      * LOCALIZAR-MODELO - POSICIONA W-IND NA LINHA DO MODELO,
      *   ABRINDO LINHA NOVA QUANDO ELE AINDA NAO APARECEU.
      *-----------------------------------------------------------------*
       LOCALIZAR-MODELO.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM COMPARAR-MODELO
               UNTIL W-ACHOU = "S" OR W-IND = W-QTD-MODELOS.
           IF W-ACHOU = "N"
               IF W-QTD-MODELOS < 40
                   ADD 1 TO W-QTD-MODELOS
                   MOVE W-QTD-MODELOS TO W-IND
                   MOVE OV-MODELO     TO TM-MODELO(W-IND)
                   IF W-QTD-MODELOS = 40
                       MOVE "OUTROS MODELOS" TO TM-MODELO(W-IND)
                   END-IF
               ELSE
                   MOVE 40 TO W-IND
               END-IF
           END-IF.

       COMPARAR-MODELO.
           ADD 1 TO W-IND.
           IF TM-MODELO(W-IND) = OV-MODELO
               MOVE "S" TO W-ACHOU
           END-IF.

       SOMAR-NO-MODELO.
           ADD 1 TO TM-FEITOS(W-IND).
           EVALUATE TRUE
               WHEN OV-VENDIDO
                   ADD 1            TO TM-VENDIDOS(W-IND)
                   ADD OV-VLR-PRECO TO TM-VLR-ORCADO(W-IND)
                   ADD OV-DESCONTO  TO TM-DESCONTO(W-IND)
               WHEN OV-PERDIDO
                   ADD 1 TO TM-PERDIDOS(W-IND)
               WHEN OTHER
                   ADD 1 TO TM-ABERTOS(W-IND)
           END-EVALUATE.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-CONV.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-MODELO W-QTD-MODELOS TIMES.

           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "TOTAL"        TO LD-MODELO.
           MOVE TT-FEITOS      TO LD-FEITOS.
           MOVE TT-VENDIDOS    TO LD-VEND.
           MOVE TT-PERDIDOS    TO LD-PERD.
           MOVE TT-ABERTOS     TO LD-ABERT.
           MOVE ZEROS TO W-PERC W-DESC-MEDIO W-DESC-PERC.
           IF TT-FEITOS > ZEROS
               COMPUTE W-PERC = TT-VENDIDOS * 100 / TT-FEITOS
           END-IF.
           IF TT-VENDIDOS > ZEROS
               COMPUTE W-DESC-MEDIO ROUNDED =
                   TT-DESCONTO / TT-VENDIDOS
               COMPUTE W-DESC-PERC ROUNDED =
                   TT-DESCONTO * 100 / TT-VLR-ORCADO
           END-IF.
           PERFORM GRAVAR-LINHA.
           CLOSE REL-CONV.

       IMPRIMIR-MODELO.
           ADD 1 TO W-IND.
           MOVE TM-MODELO(W-IND)   TO LD-MODELO.
           MOVE TM-FEITOS(W-IND)   TO LD-FEITOS.
           MOVE TM-VENDIDOS(W-IND) TO LD-VEND.
           MOVE TM-PERDIDOS(W-IND) TO LD-PERD.
           MOVE TM-ABERTOS(W-IND)  TO LD-ABERT.
           MOVE ZEROS TO W-PERC W-DESC-MEDIO W-DESC-PERC.
           IF TM-FEITOS(W-IND) > ZEROS
               COMPUTE W-PERC = TM-VENDIDOS(W-IND) * 100
                   / TM-FEITOS(W-IND)
           END-IF.
           IF TM-VENDIDOS(W-IND) > ZEROS
               COMPUTE W-DESC-MEDIO ROUNDED =
                   TM-DESCONTO(W-IND) / TM-VENDIDOS(W-IND)
               COMPUTE W-DESC-PERC ROUNDED =
                   TM-DESCONTO(W-IND) * 100 / TM-VLR-ORCADO(W-IND)
           END-IF.
           PERFORM GRAVAR-LINHA.
           ADD TM-FEITOS(W-IND)     TO TT-FEITOS.
           ADD TM-VENDIDOS(W-IND)   TO TT-VENDIDOS.
           ADD TM-PERDIDOS(W-IND)   TO TT-PERDIDOS.
           ADD TM-ABERTOS(W-IND)    TO TT-ABERTOS.
           ADD TM-VLR-ORCADO(W-IND) TO TT-VLR-ORCADO.
           ADD TM-DESCONTO(W-IND)   TO TT-DESCONTO.

       GRAVAR-LINHA.
           MOVE W-PERC       TO LD-PERC.
           MOVE W-DESC-MEDIO TO LD-DESC.
           MOVE W-DESC-PERC  TO LD-DESC-P.
           WRITE REG-REL FROM LINDET.
