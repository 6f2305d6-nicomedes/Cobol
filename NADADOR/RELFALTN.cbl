      *   TOTAL DE AULAS, AS FALTAS E AS FALTAS SEGUIDAS MAIS
      *   RECENTES - O NUMERO QUE O PROMONAT.cbl USA PARA LIBERAR A
      *   RAIA.
      * 15 OUTUBRO 2026 - JULIANO - PRESNAT.DAT PASSA A TRAZER O CODIGO
      *   DO NADADOR: A FREQUENCIA E SOMADA POR TURMA E CODIGO E O
      *   RELATORIO MOSTRA CODIGO E NOME (BUSCANAD.cbl).
      * 15 OUTUBRO 2026 - JULIANO - FALTA JUSTIFICADA ("J" DO CHAMADA,
      *   QUE DA DIREITO A REPOSICAO) SAI EM COLUNA PROPRIA E NAO
      *   ENTRA NAS FALTAS NEM NAS FALTAS SEGUIDAS: NAO SOMA NA
      *   SEQUENCIA E TAMBEM NAO A INTERROMPE, COMO NO PROMONAT.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 FILLER      PIC X(1).
           02 PR-DATA     PIC 9(8).
           02 FILLER      PIC X(1).
           02 PR-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1).
           02 PR-PRESENCA PIC X(1).
               88 PR-PRESENTE VALUE "P".
               88 PR-FALTOU   VALUE "F".
               88 PR-JUSTIFICOU VALUE "J".

       FD  REL-FALTAS
           LABEL RECORD STANDARD.
       77 W-IND           PIC 9(3) VALUE ZEROS.
       77 W-ACHOU         PIC X    VALUE "N".
           88 ACHOU-NADADOR        VALUE "S".
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-NOME-NADADOR  PIC X(20) VALUE SPACES.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU-NAD     PIC X     VALUE "N".

       01 TAB-FREQUENCIA.
           02 TF-ENTRADA OCCURS 200 TIMES.
               03 TF-TURMA   PIC 9(3).
               03 TF-NADADOR PIC 9(6).
               03 TF-AULAS   PIC 9(3).
               03 TF-FALTAS  PIC 9(3).
               03 TF-JUSTIF  PIC 9(3).
               03 TF-SEGUIDAS PIC 9(3).

       01 LINCAB1.
           02 FILLER    PIC X(40) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(07) VALUE "TURMA".
           02 FILLER    PIC X(29) VALUE "NADADOR".
           02 FILLER    PIC X(08) VALUE "AULAS".
           02 FILLER    PIC X(08) VALUE "FALTAS".
           02 FILLER    PIC X(08) VALUE "JUSTIF.".
           02 FILLER    PIC X(20) VALUE "FALTAS SEGUIDAS".
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
           02 LD-AULAS  PIC ZZ9.
           02 FILLER    PIC X(5)  VALUE SPACES.
           02 LD-FALTAS PIC ZZ9.
           02 FILLER    PIC X(5)  VALUE SPACES.
           02 LD-JUSTIF PIC ZZ9.
           02 FILLER    PIC X(8)  VALUE SPACES.
           02 LD-SEG    PIC ZZ9.
           02 FILLER    PIC X(14) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      * ACUMULAR-PRESENCA - SOMA AULAS E FALTAS DE CADA NADADOR; A
      *   SEQUENCIA DE FALTAS SEGUIDAS ZERA EM CADA PRESENCA (AS
      *   CHAMADAS SAO GRAVADAS EM ORDEM CRONOLOGICA PELO CHAMADA).
      *   A FALTA JUSTIFICADA DEIXA A SEQUENCIA COMO ESTA.
      *-----------------------------------------------------------------*
       ACUMULAR-PRESENCA.
           PERFORM ACHAR-NADADOR.
           IF ACHOU-NADADOR
               ADD 1 TO TF-AULAS(W-IND)
               EVALUATE TRUE
                   WHEN PR-FALTOU
                       ADD 1 TO TF-FALTAS(W-IND)
                       ADD 1 TO TF-SEGUIDAS(W-IND)
                   WHEN PR-JUSTIFICOU
                       ADD 1 TO TF-JUSTIF(W-IND)
                   WHEN OTHER
                       MOVE ZEROS TO TF-SEGUIDAS(W-IND)
               END-EVALUATE
           END-IF.
           PERFORM LER-PRESENCA.

               ADD 1 TO W-QTD-NAD
               MOVE W-QTD-NAD TO W-IND
               MOVE PR-TURMA  TO TF-TURMA(W-IND)
               MOVE PR-NADADOR TO TF-NADADOR(W-IND)
               MOVE "S"       TO W-ACHOU
           END-IF.

       PROCURAR-NADADOR.
           ADD 1 TO W-IND.
           IF TF-TURMA(W-IND) = PR-TURMA
              AND TF-NADADOR(W-IND) = PR-NADADOR
               MOVE "S" TO W-ACHOU
           END-IF.

       IMPRIMIR-NADADOR.
           ADD 1 TO W-IND.
           MOVE TF-TURMA(W-IND)    TO LD-TURMA.
           MOVE TF-NADADOR(W-IND)  TO LD-CODIGO W-COD-NADADOR.
           MOVE SPACES TO W-NOME-NADADOR.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-NADADOR
                                      W-CATEG-NAD W-ACHOU-NAD.
           MOVE W-NOME-NADADOR     TO LD-NOME.
           MOVE TF-AULAS(W-IND)    TO LD-AULAS.
           MOVE TF-FALTAS(W-IND)   TO LD-FALTAS.
           MOVE TF-JUSTIF(W-IND)   TO LD-JUSTIF.
           MOVE TF-SEGUIDAS(W-IND) TO LD-SEG.
           WRITE REG-REL FROM LINDET.
