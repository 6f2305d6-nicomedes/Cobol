      *   FIADOMOV.DAT CADA COMANDA PENDURADA E CADA RECEBIMENTO, COM
      *   OS TOTAIS DO MES E O SALDO DEVEDOR ATUAL DE CONTACLI.DAT,
      *   EM EXTRATO.LST.
      * 15 OUTUBRO 2026 - JULIANO - CONTACLI.DAT GANHA O CPF DO CLIENTE
      *   (REFERENCIA AO CADASTRO UNICO DE PESSOAS).
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
           02 CC-NOME   PIC X(30).
           02 CC-FONE   PIC X(12).
           02 CC-SALDO  PIC 9(7)V99.
           02 CC-CPF    PIC 9(11).

       FD  ARQ-FIADOMOV.
       01  REG-FIADOMOV.
