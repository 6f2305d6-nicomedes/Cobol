           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

       FD  ARQ-APOLICE.
       01  REG-APOLICE.
           02 AP-CLASSE-BONUS PIC 9.
           02 AP-CORRETOR    PIC 9(3).
           02 AP-CPF         PIC 9(11).
           02 AP-INICIO-VIG  PIC 9(8).
           02 AP-VEIC-MODELO PIC X(20).
           02 AP-VEIC-ANO    PIC 9(4).
           02 AP-VEIC-PLACA  PIC X(7).
           02 AP-VEIC-CHASSI PIC X(17).
           02 AP-VLR-SEGURADO PIC 9(8)V99.

       FD  REL-CRUZA
           LABEL RECORD STANDARD.
