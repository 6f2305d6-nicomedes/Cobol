      *   COMO RECORDE PESSOAL E ATUALIZA O HISTORICO, PARA O RANKING
      *   (RANKTORN.cbl) DESTACAR. COMO O ARQUIVO DO TORNEIO E
      *   SEQUENCIAL, ELE E CARREGADO EM TABELA E REGRAVADO NO FIM.
      * 15 OUTUBRO 2026 - JULIANO - TORNEIO.DAT E MELHORES.DAT PASSAM
      *   A GUARDAR O CODIGO DO NADADOR NO LUGAR DO NOME (O MELHOR
      *   TEMPO NAO SE PERDE MAIS NUMA CORRECAO DE GRAFIA NEM SE
      *   MISTURA ENTRE HOMONIMOS). O NADADOR E INFORMADO PELO CODIGO
      *   OU, COM ZERO, PELO NOME, VIA BUSCANAD.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       FD  ARQ-TORNEIO
           LABEL RECORD STANDARD.
       01  REG-TORNEIO.
           02 TO-NADADOR   PIC 9(6).
           02 FILLER       PIC X(1).
           02 TO-CATEGORIA PIC X(10).
           02 FILLER       PIC X(1).
       FD  ARQ-MELHORES.
       01  REG-MELHOR.
           02 MH-CHAVE.
               03 MH-NADADOR   PIC 9(6).
               03 MH-PROVA     PIC X(10).
               03 MH-DISTANCIA PIC 9(4).
           02 MH-TEMPO     PIC 9(6).
       77 W-HOUVE-MUDANCA PIC X  VALUE "N".

       77 W-NOME          PIC X(20) VALUE SPACES.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU-NAD     PIC X     VALUE "N".
       77 W-PROVA         PIC X(10) VALUE SPACES.
       77 W-DISTANCIA     PIC 9(4)  VALUE ZEROS.
       77 W-TEMPO         PIC 9(6)  VALUE ZEROS.

       01 TAB-TORNEIO.
           02 TT-ENTRADA OCCURS 300 TIMES.
               03 TT-NADADOR   PIC 9(6).
               03 TT-CATEGORIA PIC X(10).
               03 TT-PROVA     PIC X(10).
               03 TT-DISTANCIA PIC 9(4).
       GUARDAR-INSCRICAO.
           IF W-QTD-INSC < 300
               ADD 1 TO W-QTD-INSC
               MOVE TO-NADADOR   TO TT-NADADOR(W-QTD-INSC)
               MOVE TO-CATEGORIA TO TT-CATEGORIA(W-QTD-INSC)
               MOVE TO-PROVA     TO TT-PROVA(W-QTD-INSC)
               MOVE TO-DISTANCIA TO TT-DISTANCIA(W-QTD-INSC)

       PROCESSA.
           MOVE SPACES TO W-NOME W-PROVA W-GRAVA.
           MOVE ZEROS  TO W-DISTANCIA W-TEMPO W-COD-NADADOR.

           DISPLAY ERASE.
           DISPLAY "RESULTADOS DO TORNEIO" AT 0325.
           DISPLAY "COD. NADADOR.......:" AT 0510.
           DISPLAY "(0 = PROCURAR PELO NOME)" AT 0539.
           ACCEPT W-COD-NADADOR AT 0531.
           IF W-COD-NADADOR = ZEROS
               DISPLAY "NOME DO NADADOR....:" AT 0610
               PERFORM WITH TEST AFTER UNTIL W-NOME NOT = SPACES
                   ACCEPT W-NOME AT 0631 WITH UPPER
               END-PERFORM
           END-IF.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME
                                      W-CATEG-NAD W-ACHOU-NAD.
           IF W-ACHOU-NAD NOT = "S"
               DISPLAY "NADADOR NAO ENCONTRADO EM NADADORES.DAT" AT 2310
               PERFORM PERGUNTAR-OUTRO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY W-COD-NADADOR AT 0531.
           DISPLAY "                        " AT 0539.
           DISPLAY "NOME DO NADADOR....:" AT 0610.
           DISPLAY W-NOME AT 0631.
           DISPLAY "NADO...............:" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-PROVA NOT = SPACES
               ACCEPT W-PROVA AT 0731 WITH UPPER
           ELSE
               DISPLAY "INSCRICAO NAO ENCONTRADA" AT 2310
           END-IF.
           PERFORM PERGUNTAR-OUTRO.

       PERGUNTAR-OUTRO.
           DISPLAY "OUTRO RESULTADO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2034 WITH UPPER AUTO

       PROCURAR-INSCRICAO.
           ADD 1 TO W-IND.
           IF TT-NADADOR(W-IND) = W-COD-NADADOR
              AND TT-PROVA(W-IND) = W-PROVA
              AND TT-DISTANCIA(W-IND) = W-DISTANCIA
               MOVE "S" TO W-ACHOU
           MOVE "N"     TO TT-RECORDE(W-IND).
           MOVE "S"     TO W-HOUVE-MUDANCA.

           MOVE W-COD-NADADOR TO MH-NADADOR.
           MOVE W-PROVA     TO MH-PROVA.
           MOVE W-DISTANCIA TO MH-DISTANCIA.
           READ ARQ-MELHORES
       REGRAVAR-UMA.
           ADD 1 TO W-IND.
           MOVE SPACES             TO REG-TORNEIO.
           MOVE TT-NADADOR(W-IND)  TO TO-NADADOR.
           MOVE TT-CATEGORIA(W-IND) TO TO-CATEGORIA.
           MOVE TT-PROVA(W-IND)    TO TO-PROVA.
           MOVE TT-DISTANCIA(W-IND) TO TO-DISTANCIA.
