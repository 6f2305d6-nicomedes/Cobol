      *   (SEM CHECK-IN NA OPCAO 4 DO AGENDA E SEM CANCELAMENTO) E
      *   MARCADA COMO FALTA (AG-STATUS "F"), PARA O CONTROLE DE
      *   AUSENCIAS DO RELFALTA.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA AG-LEMBRETE, O
      *   RESULTADO DA LIGACAO DE LEMBRETE DA VESPERA (LEMBRETE.cbl).
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA O NUMERO DA
      *   AUTORIZACAO DO CONVENIO (AG-AUTORIZ) E A SUA VALIDADE
      *   (AG-VALID-AUT), INFORMADOS NO AGENDA.cbl.
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

       WORKING-STORAGE SECTION.
       77 W-STATA        PIC XX VALUE SPACES.
