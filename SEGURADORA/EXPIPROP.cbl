           02 PR-CPF          PIC 9(11).
           02 PR-NUM-APOLICE  PIC 9(6).
           02 PR-DT-CONVERSAO PIC 9(8).
           02 PR-VEIC-MODELO  PIC X(20).
           02 PR-VEIC-ANO     PIC 9(4).
           02 PR-VEIC-PLACA   PIC X(7).
           02 PR-VEIC-CHASSI  PIC X(17).
           02 PR-VLR-SEGURADO PIC 9(8)V99.

       WORKING-STORAGE         SECTION.

