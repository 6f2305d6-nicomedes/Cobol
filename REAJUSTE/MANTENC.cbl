      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             MANTENC.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - MANUTENCAO DOS ENCARGOS DO
      *   EMPREGADOR (ENCARGOS.DAT), NO MESMO ESPIRITO DO MANTDESC PARA
      *   AS TABELAS DE DESCONTO: ALIQUOTAS DE FGTS (FG), PREVIDENCIA
      *   PATRONAL (IP), RISCO DE ACIDENTE DO TRABALHO (RT), OUTRAS
      *   ENTIDADES (OE) E DAS PROVISOES MENSAIS DE FERIAS COM TERCO
      *   (PF) E DE DECIMO TERCEIRO (PD), MAIS O DIA DE VENCIMENTO DO
      *   FGTS (VF) E O CODIGO DO CREDOR DO FGTS EM FORNECED.DAT (CF)
      *   PARA A CONTA A PAGAR. A TELA MOSTRA OS VALORES ATUAIS
      *   (PADROES DO FONTE NA FALTA DO ARQUIVO), ACEITA OS NOVOS (0
      *   MANTEM, 99,99 ZERA A ALIQUOTA - EMPRESA DO SIMPLES NAO PAGA
      *   A PATRONAL) E REGRAVA O ARQUIVO. O CUSTOFOL.cbl LE ESTES
      *   PARAMETROS A CADA EXECUCAO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENCARGOS ASSIGN TO "ENCARGOS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-ENC.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-ENCARGOS
           LABEL RECORD STANDARD.
       01  REG-ENCARGO.
           02 EC-CODIGO  PIC X(2).
           02 FILLER     PIC X(1)  VALUE SPACE.
           02 EC-ALIQ    PIC 99V99.
           02 FILLER     PIC X(1)  VALUE SPACE.
           02 EC-NUMERO  PIC 9(3).

       WORKING-STORAGE         SECTION.

       77 COD-ERRO-ENC    PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-IND           PIC 9  VALUE ZEROS.
       77 W-LINHA         PIC 99 VALUE ZEROS.
       77 W-ALIQ-NOVA     PIC 99V99   VALUE ZEROS.
       77 W-ALIQ-ED       PIC Z9,99   VALUE ZEROS.
       77 W-NUMERO-NOVO   PIC 9(3)    VALUE ZEROS.
       77 W-DIA-VENC-FGTS PIC 9(3)    VALUE ZEROS.
       77 W-CREDOR-FGTS   PIC 9(3)    VALUE ZEROS.

       01 TAB-ENCARGOS.
           02 TE-ITEM OCCURS 6 TIMES.
               03 TE-CODIGO    PIC X(2).
               03 TE-DESCRICAO PIC X(24).
               03 TE-ALIQ      PIC 99V99.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           PERFORM CARREGAR-PARAMETROS.

           DISPLAY ERASE.
           DISPLAY "ENCARGOS DO EMPREGADOR" AT 0120.
           DISPLAY "ALIQUOTA % (0 MANTEM / 99,99 ZERA):" AT 0310.
           MOVE ZEROS TO W-IND.
           PERFORM RECEBER-ALIQUOTA 6 TIMES.

           DISPLAY "VF DIA DE VENCIMENTO DO FGTS" AT 1202.
           DISPLAY W-DIA-VENC-FGTS AT 1236.
           MOVE ZEROS TO W-NUMERO-NOVO.
           ACCEPT W-NUMERO-NOVO AT 1244.
           IF W-NUMERO-NOVO > ZEROS AND W-NUMERO-NOVO < 29
               MOVE W-NUMERO-NOVO TO W-DIA-VENC-FGTS
           END-IF.
           DISPLAY "CF CREDOR DO FGTS (FORNECEDOR)" AT 1302.
           DISPLAY W-CREDOR-FGTS AT 1336.
           MOVE ZEROS TO W-NUMERO-NOVO.
           ACCEPT W-NUMERO-NOVO AT 1344.
           IF W-NUMERO-NOVO NOT = ZEROS
               MOVE W-NUMERO-NOVO TO W-CREDOR-FGTS
           END-IF.

           PERFORM CONFIRMAR-E-GRAVAR.
           GOBACK.

      *-----------------------------------------------------------------*
      * CARREGAR-PARAMETROS - PADROES DO FONTE SOBREPOSTOS PELO
      *   CONTEUDO ATUAL DE ENCARGOS.DAT.
      *-----------------------------------------------------------------*
       CARREGAR-PARAMETROS.
           MOVE "FG" TO TE-CODIGO(1).
           MOVE "FGTS"                     TO TE-DESCRICAO(1).
           MOVE  8,00 TO TE-ALIQ(1).
           MOVE "IP" TO TE-CODIGO(2).
           MOVE "PREVIDENCIA PATRONAL"     TO TE-DESCRICAO(2).
           MOVE 20,00 TO TE-ALIQ(2).
           MOVE "RT" TO TE-CODIGO(3).
           MOVE "RISCO ACIDENTE TRABALHO"  TO TE-DESCRICAO(3).
           MOVE  2,00 TO TE-ALIQ(3).
           MOVE "OE" TO TE-CODIGO(4).
           MOVE "OUTRAS ENTIDADES"         TO TE-DESCRICAO(4).
           MOVE  5,80 TO TE-ALIQ(4).
           MOVE "PF" TO TE-CODIGO(5).
           MOVE "PROVISAO FERIAS + TERCO"  TO TE-DESCRICAO(5).
           MOVE 11,11 TO TE-ALIQ(5).
           MOVE "PD" TO TE-CODIGO(6).
           MOVE "PROVISAO DECIMO TERCEIRO" TO TE-DESCRICAO(6).
           MOVE  8,33 TO TE-ALIQ(6).
           MOVE  20  TO W-DIA-VENC-FGTS.
           MOVE 999  TO W-CREDOR-FGTS.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-ENCARGOS.
           IF COD-ERRO-ENC = "00"
               PERFORM LER-ENCARGO
               PERFORM APLICAR-REGISTRO UNTIL FIM-ARQUIVO
               CLOSE ARQ-ENCARGOS
           END-IF.

       LER-ENCARGO.
           READ ARQ-ENCARGOS
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       APLICAR-REGISTRO.
           EVALUATE EC-CODIGO
               WHEN "VF"
                   MOVE EC-NUMERO TO W-DIA-VENC-FGTS
               WHEN "CF"
                   MOVE EC-NUMERO TO W-CREDOR-FGTS
               WHEN OTHER
                   MOVE ZEROS TO W-IND
                   PERFORM PROCURAR-CODIGO 6 TIMES
           END-EVALUATE.
           PERFORM LER-ENCARGO.

       PROCURAR-CODIGO.
           ADD 1 TO W-IND.
           IF TE-CODIGO(W-IND) = EC-CODIGO
               MOVE EC-ALIQ TO TE-ALIQ(W-IND)
           END-IF.

       RECEBER-ALIQUOTA.
           ADD 1 TO W-IND.
           COMPUTE W-LINHA = 4 + W-IND.
           MOVE TE-ALIQ(W-IND) TO W-ALIQ-ED.
           DISPLAY TE-CODIGO(W-IND)    AT LINE W-LINHA COLUMN 02.
           DISPLAY TE-DESCRICAO(W-IND) AT LINE W-LINHA COLUMN 05.
           DISPLAY W-ALIQ-ED           AT LINE W-LINHA COLUMN 31.
           MOVE ZEROS TO W-ALIQ-NOVA.
           ACCEPT W-ALIQ-NOVA AT LINE W-LINHA COLUMN 44.
           IF W-ALIQ-NOVA = 99,99
               MOVE ZEROS TO TE-ALIQ(W-IND)
           ELSE
               IF W-ALIQ-NOVA NOT = ZEROS
                   MOVE W-ALIQ-NOVA TO TE-ALIQ(W-IND)
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * CONFIRMAR-E-GRAVAR - REGRAVA ENCARGOS.DAT COM AS SEIS
      *   ALIQUOTAS E OS DOIS PARAMETROS DO FGTS.
      *-----------------------------------------------------------------*
       CONFIRMAR-E-GRAVAR.
           DISPLAY "GRAVAR OS ENCARGOS? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2037 WITH UPPER AUTO
           END-PERFORM.
           IF W-RESP = "S"
               OPEN OUTPUT ARQ-ENCARGOS
               MOVE ZEROS TO W-IND
               PERFORM GRAVAR-ALIQUOTA 6 TIMES
               MOVE SPACES          TO REG-ENCARGO
               MOVE "VF"            TO EC-CODIGO
               MOVE ZEROS           TO EC-ALIQ
               MOVE W-DIA-VENC-FGTS TO EC-NUMERO
               WRITE REG-ENCARGO
               MOVE SPACES          TO REG-ENCARGO
               MOVE "CF"            TO EC-CODIGO
               MOVE ZEROS           TO EC-ALIQ
               MOVE W-CREDOR-FGTS   TO EC-NUMERO
               WRITE REG-ENCARGO
               CLOSE ARQ-ENCARGOS
               DISPLAY "ENCARGOS GRAVADOS EM ENCARGOS.DAT" AT 2210
           ELSE
               DISPLAY "ENCARGOS NAO GRAVADOS            " AT 2210
           END-IF.
           STOP " ".

       GRAVAR-ALIQUOTA.
           ADD 1 TO W-IND.
           MOVE SPACES           TO REG-ENCARGO.
           MOVE TE-CODIGO(W-IND) TO EC-CODIGO.
           MOVE TE-ALIQ(W-IND)   TO EC-ALIQ.
           MOVE ZEROS            TO EC-NUMERO.
           WRITE REG-ENCARGO.
