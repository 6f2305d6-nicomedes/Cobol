      *   SEMANA E HORA - ATE AQUI ESSA ESCALA ERA COMBINADA DE BOCA
      *   E VIVIA BATENDO. A CARGA SEMANAL POR INSTRUTOR SAI NO
      *   RELCARGA.cbl, BASE DO PAGAMENTO POR HORA.
      * 15 OUTUBRO 2026 - JULIANO - INSTRUT.DAT GANHA A MATRICULA DO
      *   INSTRUTOR EMPREGADO (IN-MATRICULA), MANTIDA PELO CADINSTR.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 IN-NOME       PIC X(30).
           02 IN-FONE       PIC X(12).
           02 IN-VALOR-HORA PIC 9(4)V99.
           02 IN-MATRICULA  PIC 9(8).

       WORKING-STORAGE         SECTION.

