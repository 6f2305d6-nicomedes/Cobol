      *   CAD-MESA. COM TRES PROFISSIONAIS ATENDENDO EM PARALELO, A
      *   AGENDA PASSA A CARREGAR O CODIGO DO PROFISSIONAL NA CHAVE E
      *   O CONTROLE DE HORARIO DUPLICADO VALE POR PROFISSIONAL.
      * 15 OUTUBRO 2026 - SOLANGE - CADA PROFISSIONAL GANHA O
      *   PERCENTUAL DE REPASSE PADRAO (PF-PERC) E, SE FOR O CASO, UM
      *   PERCENTUAL PROPRIO POR CONVENIO (PF-PERC-CONV, ZERO USA O
      *   PADRAO), USADOS NA APURACAO MENSAL DO REPASSE.cbl.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
           02 PF-COD    PIC 9(2).
           02 PF-NOME   PIC X(30).
           02 PF-ESPEC  PIC X(20).
           02 PF-PERC   PIC 9(3)V99.
           02 PF-PERC-CONV OCCURS 5 TIMES PIC 9(3)V99.

      *--------------------------------
       WORKING-STORAGE SECTION.
       77 W-COD-PROF      PIC 9(2)  VALUE ZEROS.
       77 W-NOME          PIC X(30) VALUE SPACES.
       77 W-ESPEC         PIC X(20) VALUE SPACES.
       77 W-PERC          PIC 9(3)V99 VALUE ZEROS.
       77 W-PERC-ED       PIC ZZ9,99 VALUE ZEROS.
       77 W-IND           PIC 9(1)  VALUE ZEROS.
       77 W-COLUNA        PIC 9(2)  VALUE ZEROS.

      *    PERCENTUAL DE REPASSE POR CONVENIO, NA ORDEM DOS CONVENIOS
      *    ACEITOS (01-UNIMED 02-AMIL 03-BRADESCO 04-SULAMERICA
      *    99-PARTICULAR). ZERO USA O PERCENTUAL PADRAO.
       01 W-TAB-PERC.
           02 W-PERC-CONV OCCURS 5 TIMES PIC 9(3)V99.
       01 W-TAB-ROTULOS.
           02 FILLER      PIC X(10) VALUE "0102030499".
       01 FILLER REDEFINES W-TAB-ROTULOS.
           02 W-ROT-CONV  OCCURS 5 TIMES PIC X(2).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       PROCESSA.
           MOVE ZEROS  TO W-COD-PROF.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME W-ESPEC.
           MOVE ZEROS  TO W-PERC W-TAB-PERC.

           DISPLAY ERASE.
           DISPLAY "C A D A S T R O   D E   P R O F I S S I O N A I S"
                       MOVE W-COD-PROF TO PF-COD
                       MOVE W-NOME     TO PF-NOME
                       MOVE W-ESPEC    TO PF-ESPEC
                       PERFORM MOVER-PERCENTUAIS
                       WRITE REG-PROF
                       MOVE PF-COD   TO W-CHAVE-AUDIT
                       MOVE SPACES   TO W-ANTES-AUDIT
                   MOVE REG-PROF TO W-ANTES-AUDIT
                   DISPLAY "NOME ATUAL: " AT 1010
                   DISPLAY PF-NOME        AT 1023
                   PERFORM MOSTRAR-PERCENTUAIS
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-NOME  TO PF-NOME
                       MOVE W-ESPEC TO PF-ESPEC
                       PERFORM MOVER-PERCENTUAIS
                       REWRITE REG-PROF
                       MOVE REG-PROF TO W-DEPOIS-AUDIT
                       MOVE PF-COD   TO W-CHAVE-AUDIT
           END-PERFORM.
           DISPLAY "ESPECIALIDADE....:" AT 1410.
           ACCEPT W-ESPEC AT 1429.
           DISPLAY "REPASSE PADRAO (%):" AT 1510.
           PERFORM WITH TEST AFTER UNTIL W-PERC NOT > 100
               ACCEPT W-PERC AT 1530
               IF W-PERC > 100
                   DISPLAY "PERCENTUAL ACIMA DE 100" AT 2310
               ELSE
                   DISPLAY "                       " AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "REPASSE POR CONVENIO (%) - ZERO USA O PADRAO:"
               AT 1610.
           MOVE ZEROS TO W-IND.
           PERFORM RECEBER-PERC-CONV 5 TIMES.

       RECEBER-PERC-CONV.
           ADD 1 TO W-IND.
           COMPUTE W-COLUNA = W-IND * 13 - 3.
           DISPLAY W-ROT-CONV(W-IND) AT LINE 17 COLUMN W-COLUNA.
           ADD 4 TO W-COLUNA.
           PERFORM WITH TEST AFTER UNTIL W-PERC-CONV(W-IND) NOT > 100
               ACCEPT W-PERC-CONV(W-IND) AT LINE 17 COLUMN W-COLUNA
           END-PERFORM.

      *    NA ALTERACAO, MOSTRA OS PERCENTUAIS VIGENTES ANTES DE PEDIR
      *    OS NOVOS.
       MOSTRAR-PERCENTUAIS.
           IF PF-PERC NOT NUMERIC
               MOVE ZEROS TO PF-PERC
           END-IF.
           MOVE PF-PERC TO W-PERC-ED.
           DISPLAY "REPASSE ATUAL (%):" AT 1050.
           DISPLAY W-PERC-ED            AT 1069.

       MOVER-PERCENTUAIS.
           MOVE W-PERC TO PF-PERC.
           MOVE ZEROS  TO W-IND.
           PERFORM MOVER-PERC-CONV 5 TIMES.

       MOVER-PERC-CONV.
           ADD 1 TO W-IND.
           MOVE W-PERC-CONV(W-IND) TO PF-PERC-CONV(W-IND).

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1810.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1838 WITH UPPER AUTO
           END-PERFORM.
