      *   OPERADOR (PONTO-E-VIRGULA SE NADA FOR INFORMADO) - PARA O
      *   ESCRITORIO ABRIR O ESTOQUE E OS CADASTROS SEM REDIGITAR OS
      *   .LST IMPRESSOS.
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD DE PRODUTOS.DAT AMPLIADO
      *   PARA 5 DIGITOS (TOMADOS DO FILLER, MESMO TAMANHO DE REGISTRO).
      * 15 OUTUBRO 2026 - JULIANO - NADADORES.DAT PASSA A SER INDEXADO
      *   PELO CODIGO DO NADADOR; NADADOR.CSV GANHA A COLUNA CODIGO.
      * 15 OUTUBRO 2026 - JULIANO - NADADORES.DAT GANHA O CODIGO DO
      *   RESPONSAVEL FINANCEIRO; NADADOR.CSV GANHA A COLUNA
      *   RESPONSAVEL.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ORGANIZATION INDEXED ACCESS SEQUENTIAL
               RECORD KEY AP-NUM-APOLICE FILE STATUS IS W-STAT.
           SELECT ARQ-NADADORES ASSIGN TO "NADADORES.DAT"
               ORGANIZATION INDEXED ACCESS SEQUENTIAL
               RECORD KEY RN-CODIGO
               ALTERNATE RECORD KEY RN-NOME WITH DUPLICATES
               FILE STATUS W-STAT.
           SELECT ARQ-CSV ASSIGN TO W-NOME-CSV
               ORGANIZATION LINE SEQUENTIAL
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 PROD-FORN      PIC 9(3).
           02 PROD-CUSTO     PIC 9(4)V99.
           02 PROD-CATEGORIA PIC X(10).
           02 PROD-UNIDADE   PIC X(3).
           02 FILLER         PIC X(55).
       FD  ARQ-PAC.
       01  REG-PAC.
           05 COD-PAC    PIC 9(05).
           02 AP-CLASSE-BONUS PIC 9.
           02 AP-CORRETOR    PIC 9(3).
           02 AP-CPF         PIC 9(11).
           02 AP-INICIO-VIG  PIC 9(8).
           02 AP-VEIC-MODELO PIC X(20).
           02 AP-VEIC-ANO    PIC 9(4).
           02 AP-VEIC-PLACA  PIC X(7).
           02 AP-VEIC-CHASSI PIC X(17).
           02 AP-VLR-SEGURADO PIC 9(8)V99.
       FD  ARQ-NADADORES.
       01  REG-NADADOR.
           02 RN-CODIGO      PIC 9(6).
           02 FILLER         PIC X(1).
           02 RN-NOME        PIC X(20).
           02 FILLER         PIC X(1).
           02 RN-IDADE       PIC 99.
           02 RN-DATA        PIC 9(8).
           02 FILLER         PIC X(1).
           02 RN-NASC        PIC 9(8).
           02 FILLER         PIC X(1).
           02 RN-RESPONSAVEL PIC 9(6).

       FD  ARQ-CSV
           LABEL RECORD STANDARD.
           IF W-STAT = "00"
               OPEN OUTPUT ARQ-CSV
               MOVE SPACES TO W-LINHA-CSV
               STRING "CODIGO" W-SEP
                      "NOME" W-SEP "IDADE" W-SEP "CATEGORIA" W-SEP
                      "DATA MATRICULA" W-SEP "NASCIMENTO" W-SEP
                      "RESPONSAVEL"
                      DELIMITED BY SIZE INTO W-LINHA-CSV
               WRITE REG-CSV FROM W-LINHA-CSV
               PERFORM EXPORTAR-UM-NADADOR UNTIL FIM-ARQUIVO
           END-IF.

       EXPORTAR-UM-NADADOR.
           READ ARQ-NADADORES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQ
               NOT AT END

       GRAVAR-NADADOR-CSV.
           MOVE SPACES TO W-LINHA-CSV.
           STRING RN-CODIGO                      W-SEP
                  FUNCTION TRIM(RN-NOME)         W-SEP
                  RN-IDADE                       W-SEP
                  FUNCTION TRIM(RN-CATEGORIA)    W-SEP
                  RN-DATA                        W-SEP
                  RN-NASC                        W-SEP
                  RN-RESPONSAVEL
                  DELIMITED BY SIZE INTO W-LINHA-CSV.
           PERFORM GRAVAR-LINHA-CSV.
