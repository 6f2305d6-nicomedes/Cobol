      *   MARCANDO OS RECORDES PESSOAIS APONTADOS PELO RESTORN.cbl. E
      *   A BASE ESPORTIVA QUE FALTAVA AS PROMOCOES DE TEMPORADA DO
      *   VIRATEMP.
      * 15 OUTUBRO 2026 - JULIANO - TORNEIO.DAT PASSA A TRAZER O
      *   CODIGO DO NADADOR; O RANKING IMPRIME CODIGO E NOME, ESTE
      *   LIDO EM NADADORES.DAT PELO BUSCANAD.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       FD  ARQ-TORNEIO
           LABEL RECORD STANDARD.
       01  REG-TORNEIO.
           02 TO-NADADOR   PIC 9(6).
           02 FILLER       PIC X(1).
           02 TO-CATEGORIA PIC X(10).
           02 FILLER       PIC X(1).
       77 W-TROCOU        PIC X    VALUE "N".
           88 HOUVE-TROCA          VALUE "S".
       77 W-COLOCACAO     PIC 9(3) VALUE ZEROS.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-NOME-NADADOR  PIC X(20) VALUE SPACES.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU-NAD     PIC X     VALUE "N".

       01 W-QUEBRA.
           02 W-QB-CATEGORIA PIC X(10) VALUE SPACES.
                   04 TR-PROVA     PIC X(10).
                   04 TR-DISTANCIA PIC 9(4).
                   04 TR-TEMPO     PIC 9(6).
               03 TR-NADADOR   PIC 9(6).
               03 TR-RECORDE   PIC X(1).
       01 TR-TROCA.
           02 TX-CHAVE     PIC X(30).
           02 TX-NADADOR   PIC 9(6).
           02 TX-RECORDE   PIC X(1).

       01 LINCAB1.
       01 LINDET.
           02 LD-COLOC  PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-CODIGO PIC 9(6).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-NOME   PIC X(20).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-TEMPO.
               03 LD-CC  PIC 99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-OBS    PIC X(16).
           02 FILLER    PIC X(17) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
               MOVE TO-PROVA     TO TR-PROVA(W-QTD-INSC)
               MOVE TO-DISTANCIA TO TR-DISTANCIA(W-QTD-INSC)
               MOVE TO-TEMPO     TO TR-TEMPO(W-QTD-INSC)
               MOVE TO-NADADOR   TO TR-NADADOR(W-QTD-INSC)
               MOVE TO-RECORDE   TO TR-RECORDE(W-QTD-INSC)
           END-IF.
           PERFORM LER-INSCRICAO.

           ADD 1 TO W-COLOCACAO.
           MOVE W-COLOCACAO        TO LD-COLOC.
           MOVE TR-NADADOR(W-IND)  TO LD-CODIGO W-COD-NADADOR.
           MOVE SPACES TO W-NOME-NADADOR.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-NADADOR
                                      W-CATEG-NAD W-ACHOU-NAD.
           MOVE W-NOME-NADADOR     TO LD-NOME.
           MOVE TR-TEMPO(W-IND)(1:2) TO LD-MM.
           MOVE TR-TEMPO(W-IND)(3:2) TO LD-SS.
           MOVE TR-TEMPO(W-IND)(5:2) TO LD-CC.
