      *   LISTA EM OCUPACAO.LST CADA TURMA DE TURMASN.DAT COM DIA,
      *   HORA, MATRICULADOS X CAPACIDADE, VAGAS RESTANTES E A FILA
      *   DE ESPERA (ESPERNAT.DAT) DE CADA UMA.
      * 15 OUTUBRO 2026 - JULIANO - ESPERNAT.DAT PASSA A GUARDAR O
      *   CODIGO DO NADADOR NO LUGAR DO NOME (LAYOUT DO MATNAT).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       01  REG-ESPERA.
           02 ES-TURMA    PIC 9(3).
           02 FILLER      PIC X(1).
           02 ES-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1).
           02 ES-DATA     PIC 9(8).

