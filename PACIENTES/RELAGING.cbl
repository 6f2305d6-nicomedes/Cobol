      *   ATE 30, 31-60, 61-90 E MAIS DE 90 DIAS. SAI EM AGING.LST -
      *   E AQUI QUE UM PLANO QUE PAROU DE PAGAR APARECE ANTES DE
      *   COMPLETAR QUATRO MESES.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   NUMERO DA AUTORIZACAO DO CONVENIO (FT-AUTORIZ), LEVADO PELO
      *   FATURAR.cbl PARA A REMESSA DO GERAREM.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   PROFISSIONAL DA CONSULTA (FT-PROF), A MARCA DE GLOSA
      *   (FT-GLOSA) E A BASE JA REPASSADA (FT-BASE-REP), USADOS PELO
      *   REPASSE.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   CODIGO DO PROCEDIMENTO (FT-PROCED, 000 NA LINHA DA CONSULTA).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           05 FT-VLR-PAGO PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-DT-PAGTO PIC 9(8).
           05 FILLER      PIC X(1).
           05 FT-AUTORIZ  PIC X(15).
           05 FILLER      PIC X(1).
           05 FT-PROF     PIC 9(2).
           05 FILLER      PIC X(1).
           05 FT-GLOSA    PIC X(1).
           05 FILLER      PIC X(1).
           05 FT-BASE-REP PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-PROCED   PIC 9(3).

       FD  REL-AGING
           LABEL RECORD STANDARD.
