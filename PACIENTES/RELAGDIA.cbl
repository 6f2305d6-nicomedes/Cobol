      *   AGENDA, A FOLHA DO DIA SAI COM UMA SECAO POR PROFISSIONAL
      *   (NOME BUSCADO EM PROFISSIO.DAT DO CADPROF.cbl), CADA UMA NA
      *   ORDEM DE HORARIO.
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA AG-LEMBRETE, O
      *   RESULTADO DA LIGACAO DE LEMBRETE DA VESPERA (LEMBRETE.cbl).
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA O NUMERO DA
      *   AUTORIZACAO DO CONVENIO (AG-AUTORIZ) E A SUA VALIDADE
      *   (AG-VALID-AUT), INFORMADOS NO AGENDA.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - REG-PROF GANHA OS PERCENTUAIS DE
      *   REPASSE (PF-PERC E PF-PERC-CONV) DO CADPROF.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               88 TIPO-PRIMEIRA  VALUE "P".
               88 TIPO-CONSULTA  VALUE "C".
               88 TIPO-RETORNO   VALUE "R".
           05 AG-LEMBRETE    PIC X(01).
               88 LEMB-CONFIRMADO  VALUE "C".
               88 LEMB-REMARCAR    VALUE "R".
               88 LEMB-SEM-CONTATO VALUE "N".
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD                  ARQ-PROF.
       01                  REG-PROF.
           02 PF-COD    PIC 9(2).
           02 PF-NOME   PIC X(30).
           02 PF-ESPEC  PIC X(20).
           02 PF-PERC   PIC 9(3)V99.
           02 PF-PERC-CONV OCCURS 5 TIMES PIC 9(3)V99.

       FD  REL-AGENDA
           LABEL RECORD STANDARD.
