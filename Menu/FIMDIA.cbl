      * 02 SETEMBRO 2026 - JULIANO - O QUADRO PASSA A ANOTAR QUANDO O
      *   FECHAMENTO RODOU EM DIA NAO UTIL DO CALENDARIO DE FERIADOS
      *   (FERIADOS.DAT DO CADFERIA.cbl, VIA COMUM/DIAUTIL.cbl).
      * 15 OUTUBRO 2026 - JULIANO - PASSO 4: LISTA DE LEMBRETES DAS
      *   CONSULTAS DO PROXIMO DIA UTIL (LEMBRETE.cbl), PARA A RECEPCAO
      *   LIGAR PARA OS PACIENTES ANTES DA CONSULTA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       77 W-DIA-UTIL      PIC X    VALUE SPACE.

       01 TAB-PASSOS.
           02 TP-ENTRADA OCCURS 4 TIMES.
               03 TP-NOME      PIC X(8).
               03 TP-CONCLUIDO PIC X.

           MOVE "RELESTOQ" TO TP-NOME(1).
           MOVE "RELPAC  " TO TP-NOME(2).
           MOVE "REPDADOS" TO TP-NOME(3).
           MOVE "LEMBRETE" TO TP-NOME(4).
           MOVE "N" TO TP-CONCLUIDO(1) TP-CONCLUIDO(2)
                       TP-CONCLUIDO(3) TP-CONCLUIDO(4).

      *-----------------------------------------------------------------*
      * LER-CONTROLE - MARCA COMO CONCLUIDO TODO PASSO QUE JA TEM

       MARCAR-CONCLUIDO.
           IF FD-DATA = W-DATA-HOJE AND FD-SITUACAO = "OK"
              AND FD-PASSO > 0 AND FD-PASSO < 5
               MOVE "S" TO TP-CONCLUIDO(FD-PASSO)
           END-IF.
           PERFORM LER-UM-CONTROLE.

       EXECUTAR-PASSOS.
           MOVE ZEROS TO W-IND.
           PERFORM EXECUTAR-UM-PASSO 4 TIMES.

       EXECUTAR-UM-PASSO.
           ADD 1 TO W-IND.
                       CALL "RELPAC"
                   WHEN 3
                       CALL "REPDADOS"
                   WHEN 4
                       CALL "LEMBRETE"
               END-EVALUATE
               PERFORM REGISTRAR-FIM
               MOVE "S" TO TP-CONCLUIDO(W-IND)
               WRITE REG-REL FROM LINFERIADO
           END-IF.
           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-UM-PASSO 4 TIMES.
           CLOSE REL-FIMDIA.

       IMPRIMIR-UM-PASSO.
