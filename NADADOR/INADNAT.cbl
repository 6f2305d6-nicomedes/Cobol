      *   MARCADO "SUSPENDER" EM INADNAT.LST, PARA A SECRETARIA
      *   CANCELAR A MATRICULA E PASSAR A RAIA AO PRIMEIRO DA LISTA
      *   DE ESPERA (ESPERNAT.DAT).
      * 15 OUTUBRO 2026 - JULIANO - MENSANAT.DAT PASSA A TER O CODIGO
      *   DO NADADOR NA CHAVE: O DEVEDOR E SOMADO POR TURMA E CODIGO E
      *   O RELATORIO MOSTRA CODIGO E NOME (LIDO EM NADADORES.DAT PELO
      *   BUSCANAD.cbl).
      * 15 OUTUBRO 2026 - JULIANO - NOVA SECAO "INADIMPLENCIA POR
      *   RESPONSAVEL": AS MENSALIDADES EM ABERTO SAO SOMADAS TAMBEM
      *   PELO RESPONSAVEL FINANCEIRO DA COBRANCA (MN-RESPONSAVEL),
      *   COM NOME E TELEFONE DE RESPONS.DAT PARA A COBRANCA LIGAR
      *   PARA QUEM PAGA. COBRANCA SEM RESPONSAVEL FICA SO NA LISTA
      *   POR NADADOR.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS MN-CHAVE
               FILE STATUS     IS W-STATMN.
           SELECT ARQ-RESPONS ASSIGN TO "RESPONS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS RP-CODIGO
               FILE STATUS     IS W-STATR.
           SELECT REL-INAD ASSIGN TO "INADNAT.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
           02 MN-CHAVE.
               03 MN-ANOMES PIC 9(6).
               03 MN-TURMA  PIC 9(3).
               03 MN-NADADOR PIC 9(6).
           02 MN-CATEGORIA PIC X(10).
           02 MN-VALOR     PIC 9(4)V99.
           02 MN-STATUS    PIC X(1).
               88 MN-ABERTA VALUE "A".
               88 MN-PAGA   VALUE "P".
           02 MN-DT-PGTO   PIC 9(8).
           02 MN-RESPONSAVEL PIC 9(6).
           02 MN-DESCONTO  PIC 9(4)V99.

       FD  ARQ-RESPONS.
       01  REG-RESPONSAVEL.
           02 RP-CODIGO      PIC 9(6).
           02 RP-NOME        PIC X(30).
           02 RP-CPF         PIC 9(11).
           02 RP-FONE        PIC X(12).

       FD  REL-INAD
           LABEL RECORD STANDARD.
       77 W-ACHOU         PIC X    VALUE "N".
           88 ACHOU-DEVEDOR        VALUE "S".
       77 W-QTD-LISTADOS  PIC 9(3) VALUE ZEROS.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-NOME-NADADOR  PIC X(20) VALUE SPACES.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU-NAD     PIC X     VALUE "N".
       77 W-STATR         PIC XX    VALUE SPACES.
       77 W-RESP-OK       PIC X     VALUE "N".
       77 W-QTD-RESP      PIC 9(3)  VALUE ZEROS.
       77 W-IR            PIC 9(3)  VALUE ZEROS.
       77 W-ACHOU-RESP    PIC X     VALUE "N".
           88 ACHOU-RESPONSAVEL    VALUE "S".

       01 TAB-DEVEDORES.
           02 TD-ENTRADA OCCURS 200 TIMES.
               03 TD-TURMA      PIC 9(3).
               03 TD-NADADOR    PIC 9(6).
               03 TD-MESES      PIC 99.
               03 TD-VALOR      PIC 9(6)V99.

       01 TAB-RESPONSAVEIS.
           02 TR-ENTRADA OCCURS 200 TIMES.
               03 TR-RESPONSAVEL PIC 9(6).
               03 TR-QTD         PIC 9(3).
               03 TR-VALOR       PIC 9(6)V99.

       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE
               "INADIMPLENCIA DAS MENSALIDADES".
           02 FILLER    PIC X(40) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(07) VALUE "TURMA".
           02 FILLER    PIC X(29) VALUE "NADADOR".
           02 FILLER    PIC X(08) VALUE "MESES".
           02 FILLER    PIC X(14) VALUE "VALOR DEVIDO".
           02 FILLER    PIC X(22) VALUE "SITUACAO".
       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINDET.
           02 LD-TURMA  PIC 9(3).
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 LD-CODIGO PIC 9(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LD-NOME   PIC X(20).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LD-MESES  PIC Z9.
           02 LD-VALOR  PIC ZZZ.ZZ9,99.
           02 FILLER    PIC X(4)  VALUE SPACES.
           02 LD-SIT    PIC X(10).
           02 FILLER    PIC X(12) VALUE SPACES.
       01 LINCAB3.
           02 FILLER    PIC X(40) VALUE
               "INADIMPLENCIA POR RESPONSAVEL".
           02 FILLER    PIC X(40) VALUE SPACES.
       01 LINCAB4.
           02 FILLER    PIC X(38) VALUE "RESPONSAVEL".
           02 FILLER    PIC X(14) VALUE "TELEFONE".
           02 FILLER    PIC X(06) VALUE "MENS.".
           02 FILLER    PIC X(22) VALUE "VALOR DEVIDO".
       01 LINRESP.
           02 LR-CODIGO PIC 9(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LR-NOME   PIC X(30).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LR-FONE   PIC X(12).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LR-QTD    PIC ZZ9.
           02 FILLER    PIC X(3)  VALUE SPACES.
           02 LR-VALOR  PIC ZZZ.ZZ9,99.
           02 FILLER    PIC X(12) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           INITIALIZE TAB-DEVEDORES TAB-RESPONSAVEIS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MENSAL.
           IF W-STATMN = "00"
                   ADD 1        TO TD-MESES(W-IND)
                   ADD MN-VALOR TO TD-VALOR(W-IND)
               END-IF
               IF MN-RESPONSAVEL NUMERIC
                  AND MN-RESPONSAVEL NOT = ZEROS
                   PERFORM ACHAR-RESPONSAVEL
                   IF ACHOU-RESPONSAVEL
                       ADD 1        TO TR-QTD(W-IR)
                       ADD MN-VALOR TO TR-VALOR(W-IR)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-MENSALIDADE.

               ADD 1 TO W-QTD-DEV
               MOVE W-QTD-DEV TO W-IND
               MOVE MN-TURMA  TO TD-TURMA(W-IND)
               MOVE MN-NADADOR TO TD-NADADOR(W-IND)
               MOVE "S"       TO W-ACHOU
           END-IF.

       PROCURAR-DEVEDOR.
           ADD 1 TO W-IND.
           IF TD-TURMA(W-IND) = MN-TURMA
              AND TD-NADADOR(W-IND) = MN-NADADOR
               MOVE "S" TO W-ACHOU
           END-IF.

       ACHAR-RESPONSAVEL.
           MOVE "N"   TO W-ACHOU-RESP.
           MOVE ZEROS TO W-IR.
           PERFORM PROCURAR-RESPONSAVEL
               UNTIL ACHOU-RESPONSAVEL OR W-IR >= W-QTD-RESP.
           IF NOT ACHOU-RESPONSAVEL AND W-QTD-RESP < 200
               ADD 1 TO W-QTD-RESP
               MOVE W-QTD-RESP     TO W-IR
               MOVE MN-RESPONSAVEL TO TR-RESPONSAVEL(W-IR)
               MOVE "S"            TO W-ACHOU-RESP
           END-IF.

       PROCURAR-RESPONSAVEL.
           ADD 1 TO W-IR.
           IF TR-RESPONSAVEL(W-IR) = MN-RESPONSAVEL
               MOVE "S" TO W-ACHOU-RESP
           END-IF.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT REL-INAD.
           WRITE REG-REL FROM LINCAB1.
               MOVE "NENHUMA MENSALIDADE EM ABERTO" TO REG-REL
               WRITE REG-REL
           END-IF.
           PERFORM IMPRIMIR-POR-RESPONSAVEL.
           CLOSE REL-INAD.

       IMPRIMIR-POR-RESPONSAVEL.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           WRITE REG-REL FROM LINCAB3.
           WRITE REG-REL FROM LINCAB4.
           WRITE REG-REL FROM LINTRACO.
           IF W-QTD-RESP = ZEROS
               MOVE "NENHUM RESPONSAVEL COM MENSALIDADE EM ABERTO"
                   TO REG-REL
               WRITE REG-REL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO W-RESP-OK.
           OPEN INPUT ARQ-RESPONS.
           IF W-STATR = "00"
               MOVE "S" TO W-RESP-OK
           END-IF.
           MOVE ZEROS TO W-IR.
           PERFORM IMPRIMIR-RESPONSAVEL W-QTD-RESP TIMES.
           IF W-RESP-OK = "S"
               CLOSE ARQ-RESPONS
           END-IF.

       IMPRIMIR-RESPONSAVEL.
           ADD 1 TO W-IR.
           MOVE TR-RESPONSAVEL(W-IR) TO LR-CODIGO RP-CODIGO.
           MOVE SPACES TO LR-NOME LR-FONE.
           IF W-RESP-OK = "S"
               READ ARQ-RESPONS
                   INVALID KEY
                       MOVE "(NAO CADASTRADO)" TO LR-NOME
                   NOT INVALID KEY
                       MOVE RP-NOME TO LR-NOME
                       MOVE RP-FONE TO LR-FONE
               END-READ
           END-IF.
           MOVE TR-QTD(W-IR)   TO LR-QTD.
           MOVE TR-VALOR(W-IR) TO LR-VALOR.
           WRITE REG-REL FROM LINRESP.

       IMPRIMIR-DEVEDOR.
           ADD 1 TO W-IND.
           MOVE TD-TURMA(W-IND) TO LD-TURMA.
           MOVE TD-NADADOR(W-IND) TO LD-CODIGO W-COD-NADADOR.
           MOVE SPACES TO W-NOME-NADADOR.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-NADADOR
                                      W-CATEG-NAD W-ACHOU-NAD.
           MOVE W-NOME-NADADOR  TO LD-NOME.
           MOVE TD-MESES(W-IND) TO LD-MESES.
           MOVE TD-VALOR(W-IND) TO LD-VALOR.
           IF TD-MESES(W-IND) > 1
