      *   REVISAR AS FALHAS DA NOITE NO RELERROS.cbl. A LINKAGE GANHA
      *   O NOME DO PROGRAMA CHAMADOR, E TODOS OS CHAMADORES FORAM
      *   AJUSTADOS.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - STATUS "51" (REGISTRO
      *   BLOQUEADO POR OUTRO TERMINAL) GANHA MENSAGEM PROPRIA. OS
      *   PROGRAMAS QUE BLOQUEIAM REGISTRO (ENTRADA, SAIDA, ABRE-
      *   COMANDA, FECHA-COMANDA, PAINEL-COZ) CHAMAM AQUI NO CONFLITO,
      *   QUE FICA CONTADO EM ERROS.LOG.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               WHEN "35"
                   MOVE "ARQUIVO NAO ENCONTRADO"
                       TO MENSAGEM-STATUS
               WHEN "51"
                   MOVE "REGISTRO EM USO POR OUTRO TERMINAL"
                       TO MENSAGEM-STATUS
               WHEN "91"
                   MOVE "ERRO PERMANENTE DE E/S NO ARQUIVO"
                       TO MENSAGEM-STATUS
