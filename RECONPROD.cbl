      *     CODIGO 9000 + CODIGO ANTIGO (FAIXA LIVRE, JA QUE O
      *     CADASTRO ANTIGO VAI DE 101 A 499). CADA MIGRACAO E
      *     REGISTRADA EM AUDITORIA.LOG.
      *     15 OUTUBRO 2026 - JULIANO - PROD-QTD DE PRODUTOS.DAT
      *     AMPLIADO PARA 5 DIGITOS (TOMADOS DO FILLER).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).
       FD  REL-RECON
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).
