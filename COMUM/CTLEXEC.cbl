      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CONTROLE-EXECUCAO.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * CONTROLE DAS RODADAS MENSAIS DOS LOTES DE GERACAO (FATURAR,
      * MENSANAT, FOLHA): UM REGISTRO POR PROGRAMA + COMPETENCIA EM
      * EXECMES.DAT, COM A SITUACAO DA RODADA ("A" EM ANDAMENTO, "C"
      * CONCLUIDA), A ULTIMA CHAVE PROCESSADA E OS TOTAIS. RODAR DE
      * NOVO O MESMO MES DUPLICAVA OU PERDIA COBRANCAS; COM O REGISTRO
      * O LOTE RECUSA A SEGUNDA RODADA (SALVO REGERACAO PEDIDA PELO
      * OPERADOR) E UMA RODADA INTERROMPIDA RECOMECA DA ULTIMA CHAVE.
      *   OPERACAO "C" - CONSULTA: DEVOLVE SITUACAO (ESPACO QUANDO A
      *                  COMPETENCIA NUNCA RODOU), ULTIMA CHAVE E
      *                  TOTAIS.
      *   OPERACAO "I" - INICIO: MARCA A RODADA EM ANDAMENTO COM A
      *                  CHAVE E OS TOTAIS INFORMADOS (ZERADOS NA
      *                  RODADA NOVA, OS DA CONSULTA NA RETOMADA).
      *   OPERACAO "P" - PONTO DE CONTROLE: GUARDA A ULTIMA CHAVE
      *                  PROCESSADA E OS TOTAIS ATE ALI.
      *   OPERACAO "F" - FIM: MARCA A RODADA CONCLUIDA COM OS TOTAIS.
      * O ARQUIVO E ABERTO E FECHADO A CADA CHAMADA, COMO NO
      * PROXIMO-NUMERO, PARA O PONTO DE CONTROLE FICAR GRAVADO MESMO
      * QUE O LOTE CAIA LOGO DEPOIS.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXECMES ASSIGN TO "EXECMES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS EX-CHAVE
               FILE STATUS     IS COD-ERRO-EXE.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-EXECMES.
       01  REG-EXECMES.
           02 EX-CHAVE.
               03 EX-PROGRAMA  PIC X(8).
               03 EX-ANOMES    PIC 9(6).
           02 EX-SITUACAO      PIC X(1).
               88 EX-ANDAMENTO     VALUE "A".
               88 EX-CONCLUIDA     VALUE "C".
           02 EX-ULT-CHAVE     PIC X(30).
           02 EX-QTD-GERADOS   PIC 9(6).
           02 EX-QTD-PULADOS   PIC 9(6).
           02 EX-VALOR         PIC 9(10)V99.
           02 EX-RODADAS       PIC 9(3).
           02 EX-DT-INICIO     PIC 9(8).
           02 EX-DT-FIM        PIC 9(8).

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-EXE    PIC XX   VALUE SPACES.
       77 W-TENTATIVAS    PIC 9(3) VALUE ZEROS.
       77 W-ABERTO        PIC X    VALUE "N".

       LINKAGE                 SECTION.
       01 OPERACAO        PIC X(1).
       01 PROGRAMA        PIC X(8).
       01 ANOMES          PIC 9(6).
       01 SITUACAO        PIC X(1).
       01 ULT-CHAVE       PIC X(30).
       01 QTD-GERADOS     PIC 9(6).
       01 QTD-PULADOS     PIC 9(6).
       01 VALOR-TOTAL     PIC 9(10)V99.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING OPERACAO PROGRAMA ANOMES SITUACAO
                                ULT-CHAVE QTD-GERADOS QTD-PULADOS
                                VALOR-TOTAL.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE ZEROS TO W-TENTATIVAS.
           MOVE "N"   TO W-ABERTO.
           PERFORM TENTAR-ABRIR
               WITH TEST AFTER
               UNTIL W-ABERTO = "S" OR W-TENTATIVAS > 100.
           IF W-ABERTO NOT = "S"
               IF OPERACAO = "C"
                   MOVE SPACES TO SITUACAO ULT-CHAVE
                   MOVE ZEROS  TO QTD-GERADOS QTD-PULADOS VALOR-TOTAL
               END-IF
               EXIT PROGRAM
           END-IF.

           MOVE PROGRAMA TO EX-PROGRAMA.
           MOVE ANOMES   TO EX-ANOMES.
           READ ARQ-EXECMES
               INVALID KEY
                   INITIALIZE REG-EXECMES
                   MOVE PROGRAMA TO EX-PROGRAMA
                   MOVE ANOMES   TO EX-ANOMES
           END-READ.

           EVALUATE OPERACAO
               WHEN "C"
                   PERFORM DEVOLVER-EXECUCAO
               WHEN "I"
                   PERFORM INICIAR-EXECUCAO
               WHEN "P"
                   PERFORM GUARDAR-PONTO
               WHEN "F"
                   PERFORM CONCLUIR-EXECUCAO
           END-EVALUATE.
           CLOSE ARQ-EXECMES.
           EXIT PROGRAM.

       TENTAR-ABRIR.
           ADD 1 TO W-TENTATIVAS.
           OPEN I-O ARQ-EXECMES.
           IF COD-ERRO-EXE = "35"
               OPEN OUTPUT ARQ-EXECMES
               CLOSE       ARQ-EXECMES
               OPEN I-O    ARQ-EXECMES
           END-IF.
           IF COD-ERRO-EXE = "00"
               MOVE "S" TO W-ABERTO
           END-IF.

       DEVOLVER-EXECUCAO.
           MOVE EX-SITUACAO    TO SITUACAO.
           MOVE EX-ULT-CHAVE   TO ULT-CHAVE.
           MOVE EX-QTD-GERADOS TO QTD-GERADOS.
           MOVE EX-QTD-PULADOS TO QTD-PULADOS.
           MOVE EX-VALOR       TO VALOR-TOTAL.

       INICIAR-EXECUCAO.
           MOVE "A" TO EX-SITUACAO.
           ADD 1 TO EX-RODADAS.
           ACCEPT EX-DT-INICIO FROM DATE YYYYMMDD.
           MOVE ZEROS TO EX-DT-FIM.
           PERFORM COPIAR-TOTAIS.
           PERFORM GRAVAR-EXECUCAO.

       GUARDAR-PONTO.
           PERFORM COPIAR-TOTAIS.
           PERFORM GRAVAR-EXECUCAO.

       CONCLUIR-EXECUCAO.
           MOVE "C" TO EX-SITUACAO.
           ACCEPT EX-DT-FIM FROM DATE YYYYMMDD.
           PERFORM COPIAR-TOTAIS.
           PERFORM GRAVAR-EXECUCAO.

       COPIAR-TOTAIS.
           MOVE ULT-CHAVE   TO EX-ULT-CHAVE.
           MOVE QTD-GERADOS TO EX-QTD-GERADOS.
           MOVE QTD-PULADOS TO EX-QTD-PULADOS.
           MOVE VALOR-TOTAL TO EX-VALOR.

       GRAVAR-EXECUCAO.
           REWRITE REG-EXECMES
               INVALID KEY
                   WRITE REG-EXECMES
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE.
