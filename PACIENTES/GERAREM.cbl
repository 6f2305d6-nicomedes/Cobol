      *   (TIPO 2: PACIENTE, DATA, HORA E VALOR) E FECHAMENTO (TIPO 9:
      *   QUANTIDADE E VALOR TOTAL). O RETORNO DO CONVENIO E
      *   PROCESSADO PELO PROCRET.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - O DETALHE (TIPO 2) LEVA NAS
      *   POSICOES 25-39, ANTES EM BRANCO, O NUMERO DA AUTORIZACAO
      *   (GUIA/SENHA) DA CONSULTA, GRAVADO NA FATURA PELO FATURAR.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA GANHA NO FIM DA LINHA O
      *   PROFISSIONAL DA CONSULTA (FT-PROF), A MARCA DE GLOSA
      *   (FT-GLOSA) E A BASE JA REPASSADA (FT-BASE-REP), USADOS PELO
      *   REPASSE.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - A FATURA PASSA A TER UMA LINHA POR
      *   PROCEDIMENTO ALEM DA CONSULTA (FT-PROCED). O DETALHE (TIPO
      *   2) LEVA O CODIGO DO PROCEDIMENTO NAS POSICOES 40-42 (000 NA
      *   CONSULTA) E OS REGISTROS DA REMESSA PASSAM A 43 POSICOES.
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

       FD  ARQ-REMESSA
           LABEL RECORD STANDARD.
       01  REG-REMESSA   PIC X(43).

       WORKING-STORAGE SECTION.
       77 W-STATF        PIC XX VALUE SPACES.
           02 HD-CONV     PIC X(2).
           02 HD-ANOMES   PIC 9(6).
           02 HD-GERACAO  PIC 9(8).
           02 FILLER      PIC X(26) VALUE SPACES.
       01 REM-DETALHE.
           02 DT-TIPO     PIC X(1)  VALUE "2".
           02 DT-COD-PAC  PIC 9(5).
           02 DT-DATA     PIC 9(8).
           02 DT-HORA     PIC 9(4).
           02 DT-VALOR    PIC 9(4)V99.
           02 DT-AUTORIZ  PIC X(15).
           02 DT-PROCED   PIC 9(3).
           02 FILLER      PIC X(1)  VALUE SPACES.
       01 REM-TRAILER.
           02 TR-TIPO     PIC X(1)  VALUE "9".
           02 TR-QTD      PIC 9(5).
           02 TR-TOTAL    PIC 9(8)V99.
           02 FILLER      PIC X(27) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
               MOVE FT-DATA    TO DT-DATA
               MOVE FT-HORA    TO DT-HORA
               MOVE FT-VALOR   TO DT-VALOR
               MOVE FT-AUTORIZ TO DT-AUTORIZ
               IF FT-PROCED NUMERIC
                   MOVE FT-PROCED TO DT-PROCED
               ELSE
                   MOVE ZEROS TO DT-PROCED
               END-IF
               WRITE REG-REMESSA FROM REM-DETALHE
           END-IF.
           PERFORM LER-FATURA.
