      *   EXTRA A 50% E O QUE FALTA PARA AS 8 HORAS VIRA DESCONTO DE
      *   FALTA NAO ABONADA. O RESULTADO VAI PARA APONTMES.DAT, DE
      *   ONDE A FOLHA (FOLHA.cbl) MONTA O BRUTO DO HOLERITE.
      * 15 OUTUBRO 2026 - JULIANO - APONTMES.DAT GANHA O VALOR DAS
      *   AULAS DE NATACAO DADAS NO MES PELO INSTRUTOR EMPREGADO
      *   (AM-VLR-AULAS, LANCADO PELO PAGINSTR.cbl). A APURACAO LE O
      *   REGISTRO ANTES DE REGRAVAR PARA NAO ZERAR ESSE VALOR.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

       FD  ARQ-APONTMES.
       01  REG-APONTMES.
           02 AM-HORAS-TRAB  PIC 9(3)V99.
           02 AM-VLR-EXTRAS  PIC 9(8)V99.
           02 AM-VLR-FALTAS  PIC 9(8)V99.
           02 AM-VLR-AULAS   PIC 9(8)V99.

       WORKING-STORAGE         SECTION.


           MOVE W-ANOMES            TO AM-ANOMES.
           MOVE TA-MATRICULA(W-IND) TO AM-MATRICULA.
           READ ARQ-APONTMES
               INVALID KEY
                   MOVE ZEROS TO AM-VLR-AULAS
           END-READ.
           COMPUTE AM-HORAS-TRAB = TA-MIN-TRAB(W-IND) / 60.
           COMPUTE AM-VLR-EXTRAS ROUNDED =
               TA-MIN-EXTRA(W-IND) * W-VALOR-HORA * 1,5 / 60.
