      *   EM EXCECOES.LST COM ARQUIVO, CHAVE, CAMPO E VALOR
      *   ENCONTRADO - PARA A CORRUPCAO APARECER AQUI E NAO NO MEIO DE
      *   UM SORT DO RELPAC.
      * 15 OUTUBRO 2026 - JULIANO - PROD-QTD DE PRODUTOS.DAT AMPLIADO
      *   PARA 5 DIGITOS (TOMADOS DO FILLER, MESMO TAMANHO DE REGISTRO).
      * 15 OUTUBRO 2026 - JULIANO - AGENDA GANHA AG-LEMBRETE (RESULTADO
      *   DA LIGACAO DE LEMBRETE: C/R/N OU BRANCO), CONFERIDO AQUI.
      * 15 OUTUBRO 2026 - JULIANO - REG-AGENDA GANHA A AUTORIZACAO DO
      *   CONVENIO (AG-AUTORIZ) E A SUA VALIDADE (AG-VALID-AUT),
      *   ESTA CONFERIDA COMO NUMERICA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           02 PROD-COD       PIC 9(4).
           02 PROD-NOME      PIC X(30).
           02 PROD-PRECO     PIC 999V99.
           02 PROD-QTD       PIC 9(5).
           02 FILLER         PIC X(77).
       FD  ARQ-PAC.
       01  REG-PAC.
           05 COD-PAC    PIC 9(05).
               88 AG-STATUS-OK   VALUE "A" "X" "P" "F".
           05 AG-TIPO        PIC X(01).
               88 AG-TIPO-OK     VALUE "P" "C" "R" " ".
           05 AG-LEMBRETE    PIC X(01).
               88 AG-LEMBRETE-OK VALUE "C" "R" "N" " ".
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD  REL-EXCECOES
           LABEL RECORD STANDARD.
               MOVE AG-TIPO       TO LD-VALOR
               PERFORM GRAVAR-EXCECAO
           END-IF.
           IF NOT AG-LEMBRETE-OK
               MOVE "AG-LEMBRETE" TO LD-CAMPO
               MOVE AG-LEMBRETE   TO LD-VALOR
               PERFORM GRAVAR-EXCECAO
           END-IF.
           IF AG-VALID-AUT NOT NUMERIC
               MOVE "AG-VALID-AUT" TO LD-CAMPO
               MOVE AG-VALID-AUT  TO LD-VALOR
               PERFORM GRAVAR-EXCECAO
           END-IF.
           PERFORM LER-AGENDA.
