      *   FALTAS.LST AS FALTAS POR PACIENTE (COM NOME E CONVENIO DE
      *   PACIENTE.DAT) E O TOTAL POR CONVENIO, PARA QUE OS
      *   FALTOSOS CONTUMAZES PASSEM A CONFIRMAR PRESENCA ANTES.
      * 15 OUTUBRO 2026 - SOLANGE - NOVA SECAO COMPARANDO A TAXA DE
      *   FALTAS DAS CONSULTAS CONFIRMADAS NA LIGACAO DE LEMBRETE
      *   (AG-LEMBRETE, GRAVADO PELA OPCAO 5 DO AGENDA A PARTIR DA
      *   LISTA DO LEMBRETE.cbl) COM A DAS NAO CONFIRMADAS (PEDIU
      *   REMARCACAO, NAO ATENDEU OU SEM LEMBRETE).
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

       FD  REL-FALTAS
           LABEL RECORD STANDARD.
           88 ACHOU-ENTRADA       VALUE "S".
       77 W-IND-CONV     PIC 9    VALUE ZEROS.
       77 W-TOT-FALTAS   PIC 9(4) VALUE ZEROS.
       77 W-IND-LEMB     PIC 9    VALUE ZEROS.
       77 W-NCONF-CONS   PIC 9(5) VALUE ZEROS.
       77 W-NCONF-FALTAS PIC 9(5) VALUE ZEROS.
       77 W-TAXA         PIC 9(3)V9 VALUE ZEROS.

       01 TAB-LEMBRETES.
           02 FILLER PIC X(20) VALUE "CONFIRMOU".
           02 FILLER PIC X(20) VALUE "PEDIU REMARCACAO".
           02 FILLER PIC X(20) VALUE "NAO ATENDEU".
           02 FILLER PIC X(20) VALUE "SEM LEMBRETE".
       01 TAB-LEMBRETES-R REDEFINES TAB-LEMBRETES.
           02 TL-DESCR PIC X(20) OCCURS 4 TIMES.
       01 TAB-CONT-LEMBRETES.
           02 TL-ENTRADA OCCURS 4 TIMES.
               03 TL-CONSULTAS PIC 9(5).
               03 TL-FALTAS    PIC 9(5).

       01 TAB-PACIENTES.
           02 TP-ENTRADA OCCURS 200 TIMES.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LV-FALTAS PIC ZZZ9.
           02 FILLER    PIC X(60) VALUE SPACES.
       01 LINSECLEMB.
           02 FILLER    PIC X(80) VALUE
               "FALTAS POR RESULTADO DO LEMBRETE DA VESPERA".
       01 LINCABLEMB.
           02 FILLER    PIC X(22) VALUE "LEMBRETE".
           02 FILLER    PIC X(11) VALUE "CONSULTAS".
           02 FILLER    PIC X(9)  VALUE "FALTAS".
           02 FILLER    PIC X(38) VALUE "TAXA".
       01 LINLEMB.
           02 LL-DESCR     PIC X(20).
           02 FILLER       PIC X(4)  VALUE SPACES.
           02 LL-CONSULTAS PIC ZZZZ9.
           02 FILLER       PIC X(4)  VALUE SPACES.
           02 LL-FALTAS    PIC ZZZZ9.
           02 FILLER       PIC X(4)  VALUE SPACES.
           02 LL-TAXA      PIC ZZ9,9.
           02 FILLER       PIC X(1)  VALUE "%".
           02 FILLER       PIC X(32) VALUE SPACES.
       01 LINTOT.
           02 FILLER    PIC X(25) VALUE "TOTAL DE FALTAS NO MES: ".
           02 LT-TOTAL  PIC ZZZ9.
       PROCEDURE DIVISION.

       MESTRA.
           INITIALIZE TAB-PACIENTES TAB-CONT-LEMBRETES.
           PERFORM CARREGAR-CONVENIOS.
           DISPLAY ERASE.
           DISPLAY "RELATORIO MENSAL DE FALTAS" AT 0518.
               PERFORM ACUMULAR-PACIENTE
               ADD 1 TO W-TOT-FALTAS
           END-IF.
           IF (AG-PRESENTE OR AG-FALTA) AND AG-DATA(1:6) = W-ANOMES
               PERFORM ACUMULAR-LEMBRETE
           END-IF.
           PERFORM LER-AGENDA.

      *    SO ENTRAM NA COMPARACAO AS CONSULTAS JA RESOLVIDAS
      *    (COMPARECEU OU FALTOU), SEPARADAS PELO RESULTADO DA LIGACAO
      *    DE LEMBRETE DA VESPERA (AG-LEMBRETE, OPCAO 5 DO AGENDA).
       ACUMULAR-LEMBRETE.
           EVALUATE TRUE
               WHEN LEMB-CONFIRMADO
                   MOVE 1 TO W-IND-LEMB
               WHEN LEMB-REMARCAR
                   MOVE 2 TO W-IND-LEMB
               WHEN LEMB-SEM-CONTATO
                   MOVE 3 TO W-IND-LEMB
               WHEN OTHER
                   MOVE 4 TO W-IND-LEMB
           END-EVALUATE.
           ADD 1 TO TL-CONSULTAS(W-IND-LEMB).
           IF AG-FALTA
               ADD 1 TO TL-FALTAS(W-IND-LEMB)
           END-IF.
           IF W-IND-LEMB > 1
               ADD 1 TO W-NCONF-CONS
               IF AG-FALTA
                   ADD 1 TO W-NCONF-FALTAS
               END-IF
           END-IF.

       ACUMULAR-PACIENTE.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.

           MOVE W-TOT-FALTAS TO LT-TOTAL.
           WRITE REG-REL FROM LINTOT.

           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           WRITE REG-REL FROM LINSECLEMB.
           WRITE REG-REL FROM LINCABLEMB.
           MOVE ZEROS TO W-IND-LEMB.
           PERFORM IMPRIMIR-LEMBRETE 4 TIMES.
           MOVE "NAO CONFIRMADAS"  TO LL-DESCR.
           MOVE W-NCONF-CONS       TO LL-CONSULTAS.
           MOVE W-NCONF-FALTAS     TO LL-FALTAS.
           MOVE ZEROS              TO W-TAXA.
           IF W-NCONF-CONS > ZEROS
               COMPUTE W-TAXA ROUNDED =
                   W-NCONF-FALTAS * 100 / W-NCONF-CONS
           END-IF.
           MOVE W-TAXA TO LL-TAXA.
           WRITE REG-REL FROM LINLEMB.
           IF ESTOURO-TABELA
               MOVE "ATENCAO: LIMITE DE TABELA EXCEDIDO - RELATORIO
      -            " INCOMPLETO" TO REG-REL
           MOVE TP-FALTAS(W-IND) TO LD-FALTAS.
           WRITE REG-REL FROM LINDET.

       IMPRIMIR-LEMBRETE.
           ADD 1 TO W-IND-LEMB.
           MOVE TL-DESCR(W-IND-LEMB)     TO LL-DESCR.
           MOVE TL-CONSULTAS(W-IND-LEMB) TO LL-CONSULTAS.
           MOVE TL-FALTAS(W-IND-LEMB)    TO LL-FALTAS.
           MOVE ZEROS TO W-TAXA.
           IF TL-CONSULTAS(W-IND-LEMB) > ZEROS
               COMPUTE W-TAXA ROUNDED =
                   TL-FALTAS(W-IND-LEMB) * 100
                   / TL-CONSULTAS(W-IND-LEMB)
           END-IF.
           MOVE W-TAXA TO LL-TAXA.
           WRITE REG-REL FROM LINLEMB.

       IMPRIMIR-CONVENIO.
           ADD 1 TO W-IND-CONV.
           MOVE TC-CONV(W-IND-CONV)   TO LV-CONV.
