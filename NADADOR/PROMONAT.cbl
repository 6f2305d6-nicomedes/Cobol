      *   MATRICULA ATIVA. A LISTA DO QUE MUDOU SAI EM PROMONAT.LST
      *   PARA A RECEPCAO AVISAR OS PROMOVIDOS. OS ARQUIVOS
      *   SEQUENCIAIS SAO CARREGADOS EM TABELA E REGRAVADOS NO FIM.
      * 15 OUTUBRO 2026 - JULIANO - PRESNAT.DAT, MATRINAT.DAT E
      *   ESPERNAT.DAT PASSAM A GUARDAR O CODIGO DO NADADOR: AS FALTAS
      *   SEGUIDAS SAO CONTADAS POR TURMA E CODIGO (HOMONIMOS NAO SE
      *   SOMAM MAIS) E A LISTA SAI COM CODIGO E NOME, ESTE LIDO EM
      *   NADADORES.DAT PELO BUSCANAD.cbl.
      * 15 OUTUBRO 2026 - JULIANO - FALTA JUSTIFICADA ("J" DO CHAMADA,
      *   COM DIREITO A REPOSICAO) NAO CONTA PARA O LIMITE DE FALTAS
      *   SEGUIDAS: NAO SOMA NA SEQUENCIA NEM A INTERROMPE.
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

       FD  ARQ-MATRICULAS
           LABEL RECORD STANDARD.
       01  REG-MATRICULA.
           02 MT-TURMA    PIC 9(3).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 MT-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 MT-DATA     PIC 9(8).
           02 FILLER      PIC X(1)  VALUE SPACE.
       01  REG-ESPERA.
           02 ES-TURMA    PIC 9(3).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 ES-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1)  VALUE SPACE.
           02 ES-DATA     PIC 9(8).

       77 W-ACHOU         PIC X    VALUE "N".
           88 ACHOU-ITEM           VALUE "S".
       77 W-SEGUIDAS      PIC 9(3) VALUE ZEROS.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-NOME-NADADOR  PIC X(20) VALUE SPACES.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU-NAD     PIC X     VALUE "N".

       01 TAB-FREQUENCIA.
           02 TF-ENTRADA OCCURS 200 TIMES.
               03 TF-TURMA    PIC 9(3).
               03 TF-NADADOR  PIC 9(6).
               03 TF-SEGUIDAS PIC 9(3).

       01 TAB-MATRICULAS.
           02 TM-ENTRADA OCCURS 300 TIMES.
               03 TM-TURMA    PIC 9(3).
               03 TM-NADADOR  PIC 9(6).
               03 TM-DATA     PIC 9(8).
               03 TM-STATUS   PIC X(1).
       77 W-QTD-MATR      PIC 9(3) VALUE ZEROS.
       01 TAB-ESPERA.
           02 TE-ENTRADA OCCURS 200 TIMES.
               03 TE-TURMA    PIC 9(3).
               03 TE-NADADOR  PIC 9(6).
               03 TE-DATA     PIC 9(8).
               03 TE-USADA    PIC X(1).
       77 W-QTD-ESPERA    PIC 9(3) VALUE ZEROS.
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINCANCEL.
           02 FILLER    PIC X(11) VALUE "CANCELADO: ".
           02 LC-CODIGO PIC 9(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LC-NOME   PIC X(20).
           02 FILLER    PIC X(09) VALUE "  TURMA ".
           02 LC-TURMA  PIC 9(3).
           02 FILLER    PIC X(10) VALUE "  FALTAS ".
           02 LC-FALTAS PIC ZZ9.
           02 FILLER    PIC X(17) VALUE SPACES.
       01 LINPROMO.
           02 FILLER    PIC X(11) VALUE "PROMOVIDO: ".
           02 LP-CODIGO PIC 9(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LP-NOME   PIC X(20).
           02 FILLER    PIC X(09) VALUE "  TURMA ".
           02 LP-TURMA  PIC 9(3).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 LINTOT.
           02 LT-ROTULO PIC X(25).
           02 LT-QTD    PIC ZZ9.
      *-----------------------------------------------------------------*
      * CARREGAR-FREQUENCIA - RECONSTROI DE PRESNAT.DAT AS FALTAS
      *   SEGUIDAS MAIS RECENTES DE CADA NADADOR (A SEQUENCIA ZERA NA
      *   PRESENCA; AS CHAMADAS ESTAO EM ORDEM CRONOLOGICA). A FALTA
      *   JUSTIFICADA DEIXA A SEQUENCIA COMO ESTA.
      *-----------------------------------------------------------------*
       CARREGAR-FREQUENCIA.
           MOVE "N" TO W-FIM-ARQ.
               ADD 1 TO W-QTD-FREQ
               MOVE W-QTD-FREQ TO W-IND
               MOVE PR-TURMA   TO TF-TURMA(W-IND)
               MOVE PR-NADADOR TO TF-NADADOR(W-IND)
               MOVE "S"        TO W-ACHOU
           END-IF.
           IF ACHOU-ITEM
               EVALUATE TRUE
                   WHEN PR-FALTOU
                       ADD 1 TO TF-SEGUIDAS(W-IND)
                   WHEN PR-JUSTIFICOU
                       CONTINUE
                   WHEN OTHER
                       MOVE ZEROS TO TF-SEGUIDAS(W-IND)
               END-EVALUATE
           END-IF.
           PERFORM LER-PRESENCA.

       PROCURAR-FREQUENCIA.
           ADD 1 TO W-IND.
           IF TF-TURMA(W-IND) = PR-TURMA
              AND TF-NADADOR(W-IND) = PR-NADADOR
               MOVE "S" TO W-ACHOU
           END-IF.

           IF W-QTD-MATR < 300
               ADD 1 TO W-QTD-MATR
               MOVE MT-TURMA  TO TM-TURMA(W-QTD-MATR)
               MOVE MT-NADADOR TO TM-NADADOR(W-QTD-MATR)
               MOVE MT-DATA   TO TM-DATA(W-QTD-MATR)
               MOVE MT-STATUS TO TM-STATUS(W-QTD-MATR)
           END-IF.
           IF W-QTD-ESPERA < 200
               ADD 1 TO W-QTD-ESPERA
               MOVE ES-TURMA TO TE-TURMA(W-QTD-ESPERA)
               MOVE ES-NADADOR TO TE-NADADOR(W-QTD-ESPERA)
               MOVE ES-DATA  TO TE-DATA(W-QTD-ESPERA)
               MOVE "N"      TO TE-USADA(W-QTD-ESPERA)
           END-IF.
           IF W-SEGUIDAS NOT < W-LIMITE
               MOVE "C" TO TM-STATUS(W-IND)
               ADD 1 TO W-QTD-CANCEL
               MOVE TM-NADADOR(W-IND) TO LC-CODIGO W-COD-NADADOR
               PERFORM BUSCAR-NOME
               MOVE W-NOME-NADADOR  TO LC-NOME
               MOVE TM-TURMA(W-IND) TO LC-TURMA
               MOVE W-SEGUIDAS      TO LC-FALTAS
               WRITE REG-REL FROM LINCANCEL
       CONFERIR-SEGUIDAS.
           ADD 1 TO W-IND2.
           IF TF-TURMA(W-IND2) = TM-TURMA(W-IND)
              AND TF-NADADOR(W-IND2) = TM-NADADOR(W-IND)
               MOVE TF-SEGUIDAS(W-IND2) TO W-SEGUIDAS
           END-IF.

               IF W-QTD-MATR < 300
                   ADD 1 TO W-QTD-MATR
                   MOVE TE-TURMA(W-IND2) TO TM-TURMA(W-QTD-MATR)
                   MOVE TE-NADADOR(W-IND2) TO TM-NADADOR(W-QTD-MATR)
                   MOVE W-DATA-HOJE      TO TM-DATA(W-QTD-MATR)
                   MOVE "A"              TO TM-STATUS(W-QTD-MATR)
               END-IF
                       ADD 1 TO TN-MATRICULADOS
                       REWRITE REG-TURMA
               END-READ
               MOVE TE-NADADOR(W-IND2) TO LP-CODIGO W-COD-NADADOR
               PERFORM BUSCAR-NOME
               MOVE W-NOME-NADADOR   TO LP-NOME
               MOVE TE-TURMA(W-IND2) TO LP-TURMA
               WRITE REG-REL FROM LINPROMO
           END-IF.

       BUSCAR-NOME.
           MOVE SPACES TO W-NOME-NADADOR.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-NADADOR
                                      W-CATEG-NAD W-ACHOU-NAD.

       PROCURAR-ESPERA.
           ADD 1 TO W-IND2.
           IF TE-TURMA(W-IND2) = TM-TURMA(W-IND)
           ADD 1 TO W-IND.
           MOVE SPACES          TO REG-MATRICULA.
           MOVE TM-TURMA(W-IND) TO MT-TURMA.
           MOVE TM-NADADOR(W-IND) TO MT-NADADOR.
           MOVE TM-DATA(W-IND)  TO MT-DATA.
           MOVE TM-STATUS(W-IND) TO MT-STATUS.
           WRITE REG-MATRICULA.
           IF TE-USADA(W-IND) = "N"
               MOVE SPACES          TO REG-ESPERA
               MOVE TE-TURMA(W-IND) TO ES-TURMA
               MOVE TE-NADADOR(W-IND) TO ES-NADADOR
               MOVE TE-DATA(W-IND)  TO ES-DATA
               WRITE REG-ESPERA
           END-IF.
