      *   HORA-AULA POR TURMA POR SEMANA) E VALORIZA PELO VALOR DA
      *   HORA DE INSTRUT.DAT. SAI EM CARGAINS.LST - A BASE DO
      *   PAGAMENTO POR HORA DOS INSTRUTORES.
      * 15 OUTUBRO 2026 - JULIANO - INSTRUT.DAT GANHA A MATRICULA DO
      *   INSTRUTOR EMPREGADO (IN-MATRICULA), MANTIDA PELO CADINSTR.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 IN-NOME       PIC X(30).
           02 IN-FONE       PIC X(12).
           02 IN-VALOR-HORA PIC 9(4)V99.
           02 IN-MATRICULA  PIC 9(8).

       FD  REL-CARGA
           LABEL RECORD STANDARD.
