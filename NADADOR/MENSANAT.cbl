      *   DO CADPNAT.cbl. MES JA GERADO NAO GERA DE NOVO (MESMA CHAVE).
      *   A BAIXA DE PAGAMENTO E NO BAIXANAT.cbl E A INADIMPLENCIA NO
      *   INADNAT.cbl. ESTAVAMOS TOCANDO UMA PISCINA DE GRACA.
      * 15 OUTUBRO 2026 - JULIANO - MATRINAT.DAT TRAZ O CODIGO DO
      *   NADADOR E A CHAVE DE MENSANAT.DAT PASSA A SER COMPETENCIA +
      *   TURMA + CODIGO (MN-NADADOR): DOIS HOMONIMOS NA MESMA TURMA
      *   JA NAO DISPUTAM A MESMA COBRANCA.
      * 15 OUTUBRO 2026 - JULIANO - DESCONTO DE IRMAOS: A COBRANCA
      *   GANHA O RESPONSAVEL FINANCEIRO (MN-RESPONSAVEL, TIRADO DA
      *   FICHA DO NADADOR) E O DESCONTO CONCEDIDO (MN-DESCONTO);
      *   MN-VALOR PASSA A SER O VALOR LIQUIDO A PAGAR. DEPOIS DE
      *   GERAR, AS COBRANCAS EM ABERTO DA COMPETENCIA SAO REVISTAS
      *   POR FAMILIA: OS FILHOS DE CADA RESPONSAVEL SAO ORDENADOS
      *   PELO CODIGO DO NADADOR (O MAIS ANTIGO PAGA CHEIO), O 2O
      *   RECEBE IR-PERC-2 E O 3O EM DIANTE IR-PERC-3 DE IRMAOS.PAR
      *   (MANTPAR.cbl; NA FALTA DO ARQUIVO, 10% E 20%). RODAR DE NOVO
      *   A MESMA COMPETENCIA RECALCULA SO AS COBRANCAS EM ABERTO.
      * 15 OUTUBRO 2026 - JULIANO - A RODADA DA COMPETENCIA FICA
      *   REGISTRADA EM EXECMES.DAT (CONTROLE-EXECUCAO). COMPETENCIA JA
      *   GERADA SO RODA DE NOVO SE O OPERADOR PEDIR A REGERACAO, QUE
      *   APAGA ANTES AS COBRANCAS EM ABERTO E DEIXA AS PAGAS COMO
      *   ESTAO. RODADA INTERROMPIDA RECOMECA DEPOIS DA ULTIMA
      *   MATRICULA PROCESSADA. O FECHAMENTO MOSTRA GERADAS, JA
      *   EXISTENTES E O TOTAL DA COMPETENCIA.
      * 15 OUTUBRO 2026 - JULIANO - COMPETENCIA COM A NATACAO JA
      *   FECHADA NO CONTROLE DE PERIODOS (PERIODO.cbl) NAO E GERADA,
      *   RETOMADA NEM REGERADA: O PRIMEIRO DIA DA COMPETENCIA E
      *   CONSULTADO NO COMUM/VERIFPERIODO.cbl ANTES DE QUALQUER
      *   GRAVACAO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               FILE STATUS  W-STATP.
           SELECT ARQ-MENSAL ASSIGN TO "MENSANAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MN-CHAVE
               FILE STATUS     IS W-STATMN.
           SELECT ARQ-NADADORES ASSIGN TO "NADADORES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS RN-CODIGO
               ALTERNATE RECORD KEY IS RN-NOME WITH DUPLICATES
               FILE STATUS     IS COD-ERRO-NAD.
           SELECT ARQ-IRMPAR ASSIGN TO "IRMAOS.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATIRM.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
       01  REG-MATRICULA.
           02 MT-TURMA    PIC 9(3).
           02 FILLER      PIC X(1).
           02 MT-NADADOR  PIC 9(6).
           02 FILLER      PIC X(1).
           02 MT-DATA     PIC 9(8).
           02 FILLER      PIC X(1).
           02 MN-CHAVE.
               03 MN-ANOMES PIC 9(6).
               03 MN-TURMA  PIC 9(3).
               03 MN-NADADOR PIC 9(6).
           02 MN-CATEGORIA PIC X(10).
           02 MN-VALOR     PIC 9(4)V99.
           02 MN-STATUS    PIC X(1).
               88 MN-ABERTA VALUE "A".
               88 MN-PAGA   VALUE "P".
           02 MN-DT-PGTO   PIC 9(8).
           02 MN-RESPONSAVEL PIC 9(6).
           02 MN-DESCONTO  PIC 9(4)V99.

       FD  ARQ-NADADORES.
       01  REG-NADADOR.
           02 RN-CODIGO      PIC 9(6).
           02 FILLER         PIC X(1).
           02 RN-NOME        PIC X(20).
           02 FILLER         PIC X(1).
           02 RN-IDADE       PIC 99.
           02 FILLER         PIC X(1).
           02 RN-CATEGORIA   PIC X(10).
           02 FILLER         PIC X(1).
           02 RN-DATA        PIC 9(8).
           02 FILLER         PIC X(1).
           02 RN-NASC        PIC 9(8).
           02 FILLER         PIC X(1).
           02 RN-RESPONSAVEL PIC 9(6).

       FD  ARQ-IRMPAR
           LABEL RECORD STANDARD.
       01  REG-IRMPAR.
           02 IR-PERC-2      PIC 99V99.
           02 FILLER         PIC X(1).
           02 IR-PERC-3      PIC 99V99.

       WORKING-STORAGE         SECTION.

       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-DATA-COMP     PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".
       77 W-QTD-GERADAS   PIC 9(6) VALUE ZEROS.
       77 W-QTD-PULADAS   PIC 9(6) VALUE ZEROS.
       77 W-QTD-REMOVIDAS PIC 9(6) VALUE ZEROS.
       77 W-VLR-TOTAL     PIC 9(10)V99 VALUE ZEROS.
       77 W-VLR-TOTAL-ED  PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 W-SITUACAO-EXEC PIC X    VALUE SPACES.
       77 W-OPCAO         PIC X    VALUE "S".
           88 OPCAO-DESISTIR       VALUE "N".
           88 OPCAO-REGERAR        VALUE "R".
       77 W-RETOMAR       PIC X    VALUE "N".
           88 RETOMANDO            VALUE "S".
       77 W-IND           PIC 9    VALUE ZEROS.
       77 COD-ERRO-NAD    PIC XX VALUE SPACES.
       77 W-STATIRM       PIC XX VALUE SPACES.
       77 W-NAD-OK        PIC X  VALUE "N".
       77 W-PERC-IRMAO-2  PIC 99V99     VALUE 10,00.
       77 W-PERC-IRMAO-3  PIC 99V99     VALUE 20,00.
       77 W-PERC          PIC 99V99     VALUE ZEROS.
       77 W-BRUTO         PIC 9(4)V99   VALUE ZEROS.
       77 W-QTD-FILHOS    PIC 9(3) VALUE ZEROS.
       77 W-QTD-DESCONTO  PIC 9(4) VALUE ZEROS.
       77 W-IF            PIC 9(3) VALUE ZEROS.
       77 W-IF2           PIC 9(3) VALUE ZEROS.
       77 W-ORDEM         PIC 9(3) VALUE ZEROS.
       77 W-ACHOU-FILHO   PIC X    VALUE "N".
           88 ACHOU-FILHO          VALUE "S".

      * ULTIMA MATRICULA PROCESSADA, GUARDADA EM EXECMES.DAT
       01 W-CHAVE-EXEC.
           02 W-CE-TURMA     PIC 9(3).
           02 W-CE-NADADOR   PIC 9(6).
           02 FILLER         PIC X(21).

      * FILHOS COM COBRANCA NA COMPETENCIA, POR RESPONSAVEL, E A
      * POSICAO DE CADA UM NA FAMILIA (1 = MAIS ANTIGO)
       01 TAB-FILHOS.
           02 TK-ENTRADA OCCURS 500 TIMES.
               03 TK-RESPONSAVEL PIC 9(6).
               03 TK-NADADOR     PIC 9(6).
               03 TK-ORDEM       PIC 9(3).

       01 TAB-PRECOS.
           02 TP-ENTRADA OCCURS 5 TIMES.
               ACCEPT W-ANOMES AT 0932
           END-PERFORM.

           COMPUTE W-DATA-COMP = W-ANOMES * 100 + 1.
           CALL "VERIFICA-PERIODO" USING "N" W-DATA-COMP W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY "MES FECHADO PARA A NATACAO" AT 1410
               STOP " "
               GOBACK
           END-IF.

           PERFORM CONFERIR-EXECUCAO.
           IF OPCAO-DESISTIR
               DISPLAY "NADA FEITO" AT 1410
               STOP " "
               GOBACK
           END-IF.

           PERFORM CARREGAR-PRECOS.
           OPEN INPUT ARQ-TURMAS.
           IF W-STATT NOT = "00"
               CLOSE       ARQ-MENSAL
               OPEN I-O    ARQ-MENSAL
           END-IF.
           IF OPCAO-REGERAR
               PERFORM REMOVER-ABERTAS
           END-IF.
           CALL "CONTROLE-EXECUCAO" USING "I" "MENSANAT" W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-GERADAS
               W-QTD-PULADAS W-VLR-TOTAL.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MATRICULAS.
               PERFORM LER-MATRICULA
               PERFORM GERAR-MENSALIDADE UNTIL FIM-ARQUIVO
               CLOSE ARQ-MATRICULAS
               IF RETOMANDO
                   PERFORM REPROCESSAR-MATRICULAS
               END-IF
           END-IF.

           PERFORM CARREGAR-DESCONTOS.
           PERFORM APLICAR-DESCONTOS.

           CLOSE ARQ-TURMAS ARQ-MENSAL.
           CALL "CONTROLE-EXECUCAO" USING "F" "MENSANAT" W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-GERADAS
               W-QTD-PULADAS W-VLR-TOTAL.
           DISPLAY "MENSALIDADES GERADAS: " AT 1210.
           DISPLAY W-QTD-GERADAS AT 1233.
           DISPLAY "JA EXISTENTES       : " AT 1310.
           DISPLAY W-QTD-PULADAS AT 1333.
           DISPLAY "COM DESCONTO IRMAOS : " AT 1410.
           DISPLAY W-QTD-DESCONTO AT 1433.
           IF OPCAO-REGERAR
               DISPLAY "ABERTAS REMOVIDAS   : " AT 1510
               DISPLAY W-QTD-REMOVIDAS AT 1533
           END-IF.
           MOVE W-VLR-TOTAL TO W-VLR-TOTAL-ED.
           DISPLAY "TOTAL DA COMPETENCIA: " AT 1610.
           DISPLAY W-VLR-TOTAL-ED AT 1633.
           STOP " ".
           GOBACK.

               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * CONFERIR-EXECUCAO - RODADA INTERROMPIDA E RETOMADA DEPOIS DA
      *   ULTIMA MATRICULA PROCESSADA, COM OS TOTAIS QUE JA TINHA.
      *   COMPETENCIA CONCLUIDA (OU GERADA ANTES DO CONTROLE, COM
      *   COBRANCA EM MENSANAT.DAT) SO RODA DE NOVO COMO REGERACAO.
      *-----------------------------------------------------------------*
       CONFERIR-EXECUCAO.
           CALL "CONTROLE-EXECUCAO" USING "C" "MENSANAT" W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-GERADAS
               W-QTD-PULADAS W-VLR-TOTAL.
           MOVE "S" TO W-OPCAO.
           IF W-SITUACAO-EXEC = "A"
               MOVE "S" TO W-RETOMAR
               DISPLAY "RODADA INTERROMPIDA - RETOMANDO APOS A TURMA/"
                   AT 1110
               DISPLAY "NADADOR:" AT 1210
               DISPLAY W-CE-TURMA   AT 1219
               DISPLAY "/"          AT 1222
               DISPLAY W-CE-NADADOR AT 1223
               EXIT PARAGRAPH
           END-IF.
           IF W-SITUACAO-EXEC NOT = "C"
               PERFORM VERIFICAR-COMPETENCIA
           END-IF.
           IF W-SITUACAO-EXEC = "C"
               DISPLAY "COMPETENCIA JA GERADA" AT 1110
               DISPLAY "(R)EGERAR AS COBRANCAS EM ABERTO OU (N)AO:"
                   AT 1210
               PERFORM WITH TEST AFTER UNTIL W-OPCAO = "R" OR "N"
                   ACCEPT W-OPCAO AT 1253 WITH UPPER AUTO
               END-PERFORM
           END-IF.
           MOVE SPACES TO W-CHAVE-EXEC.
           MOVE ZEROS  TO W-QTD-GERADAS W-QTD-PULADAS W-VLR-TOTAL.

      *    COMPETENCIA SEM REGISTRO DE RODADA MAS COM COBRANCA EM
      *    MENSANAT.DAT FOI GERADA ANTES DO CONTROLE: CONTA COMO
      *    CONCLUIDA.
       VERIFICAR-COMPETENCIA.
           OPEN INPUT ARQ-MENSAL.
           IF W-STATMN = "00"
               PERFORM POSICIONAR-COMPETENCIA
               IF NOT FIM-ARQUIVO
                   MOVE "C" TO W-SITUACAO-EXEC
               END-IF
               CLOSE ARQ-MENSAL
           END-IF.

      *    REGERACAO: APAGA AS COBRANCAS EM ABERTO DA COMPETENCIA; AS
      *    PAGAS FICAM E SAO CONTADAS COMO JA EXISTENTES NA GERACAO.
       REMOVER-ABERTAS.
           PERFORM POSICIONAR-COMPETENCIA.
           PERFORM EXCLUIR-ABERTA UNTIL FIM-ARQUIVO.

       EXCLUIR-ABERTA.
           IF MN-ABERTA
               DELETE ARQ-MENSAL RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO W-QTD-REMOVIDAS
               END-DELETE
           END-IF.
           PERFORM LER-PROXIMA-MENSAL.

      *    A ULTIMA MATRICULA PROCESSADA SUMIU DE MATRINAT.DAT: RELE O
      *    ARQUIVO INTEIRO - O QUE JA FOI GERADO CAI NA CHAVE REPETIDA
      *    E E CONTADO COMO JA EXISTENTE.
       REPROCESSAR-MATRICULAS.
           MOVE "N" TO W-RETOMAR W-FIM-ARQ.
           OPEN INPUT ARQ-MATRICULAS.
           PERFORM LER-MATRICULA.
           PERFORM GERAR-MENSALIDADE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MATRICULAS.

      *-----------------------------------------------------------------*
      * GERAR-MENSALIDADE - MATRICULA ATIVA GERA A COBRANCA DO MES NA
      *   CHAVE COMPETENCIA + TURMA + NADADOR; CHAVE JA EXISTENTE (PAGA
      *   QUE FICOU NA REGERACAO) E CONTADA COMO JA EXISTENTE. NA
      *   RETOMADA, PULA ATE A ULTIMA MATRICULA PROCESSADA. CADA
      *   MATRICULA VIRA PONTO DE CONTROLE EM EXECMES.DAT.
      *-----------------------------------------------------------------*
       GERAR-MENSALIDADE.
           IF RETOMANDO
               IF MT-TURMA = W-CE-TURMA AND MT-NADADOR = W-CE-NADADOR
                   MOVE "N" TO W-RETOMAR
               END-IF
               PERFORM LER-MATRICULA
               EXIT PARAGRAPH
           END-IF.
           IF MT-ATIVA
               MOVE MT-TURMA TO TN-CODIGO
               READ ARQ-TURMAS
                       PERFORM GRAVAR-MENSALIDADE
               END-READ
           END-IF.
           MOVE MT-TURMA   TO W-CE-TURMA.
           MOVE MT-NADADOR TO W-CE-NADADOR.
           CALL "CONTROLE-EXECUCAO" USING "P" "MENSANAT" W-ANOMES
               W-SITUACAO-EXEC W-CHAVE-EXEC W-QTD-GERADAS
               W-QTD-PULADAS W-VLR-TOTAL.
           PERFORM LER-MATRICULA.

       GRAVAR-MENSALIDADE.
           MOVE W-ANOMES      TO MN-ANOMES.
           MOVE MT-TURMA      TO MN-TURMA.
           MOVE MT-NADADOR    TO MN-NADADOR.
           MOVE TN-CATEGORIA  TO MN-CATEGORIA.
           MOVE ZEROS         TO MN-VALOR.
           MOVE ZEROS TO W-IND.
           PERFORM VALORAR-MENSALIDADE 5 TIMES.
           MOVE "A"           TO MN-STATUS.
           MOVE ZEROS         TO MN-DT-PGTO MN-RESPONSAVEL MN-DESCONTO.
           WRITE REG-MENSAL
               INVALID KEY
                   ADD 1 TO W-QTD-PULADAS
               NOT INVALID KEY
                   ADD 1 TO W-QTD-GERADAS
           END-WRITE.
           IF TP-CATEG(W-IND) = TN-CATEGORIA
               MOVE TP-VALOR(W-IND) TO MN-VALOR
           END-IF.

      *-----------------------------------------------------------------*
      * CARREGAR-DESCONTOS - PERCENTUAIS DE IRMAOS.PAR; NA FALTA DO
      *   ARQUIVO VALEM OS PADROES DO MANTPAR.
      *-----------------------------------------------------------------*
       CARREGAR-DESCONTOS.
           OPEN INPUT ARQ-IRMPAR.
           IF W-STATIRM = "00"
               READ ARQ-IRMPAR
                   AT END CONTINUE
                   NOT AT END
                       IF IR-PERC-2 NUMERIC
                           MOVE IR-PERC-2 TO W-PERC-IRMAO-2
                       END-IF
                       IF IR-PERC-3 NUMERIC
                           MOVE IR-PERC-3 TO W-PERC-IRMAO-3
                       END-IF
               END-READ
               CLOSE ARQ-IRMPAR
           END-IF.

      *-----------------------------------------------------------------*
      * APLICAR-DESCONTOS - 1A PASSAGEM: ATUALIZA O RESPONSAVEL DAS
      *   COBRANCAS EM ABERTO DA COMPETENCIA PELA FICHA DO NADADOR E
      *   MONTA A TABELA DE FILHOS POR RESPONSAVEL (PAGAS TAMBEM
      *   CONTAM COMO IRMAO). ORDENA CADA FAMILIA PELO CODIGO.
      *   2A PASSAGEM: RECALCULA DESCONTO E VALOR LIQUIDO DAS ABERTAS.
      *-----------------------------------------------------------------*
       APLICAR-DESCONTOS.
           INITIALIZE TAB-FILHOS.
           MOVE ZEROS TO W-QTD-FILHOS W-QTD-DESCONTO.
           MOVE "N" TO W-NAD-OK.
           OPEN INPUT ARQ-NADADORES.
           IF COD-ERRO-NAD = "00"
               MOVE "S" TO W-NAD-OK
           END-IF.

           PERFORM POSICIONAR-COMPETENCIA.
           PERFORM MONTAR-FAMILIA UNTIL FIM-ARQUIVO.
           IF W-NAD-OK = "S"
               CLOSE ARQ-NADADORES
           END-IF.

           MOVE ZEROS TO W-IF.
           PERFORM ORDENAR-FILHO W-QTD-FILHOS TIMES.

           MOVE ZEROS TO W-VLR-TOTAL.
           PERFORM POSICIONAR-COMPETENCIA.
           PERFORM DESCONTAR-IRMAO UNTIL FIM-ARQUIVO.

       POSICIONAR-COMPETENCIA.
           MOVE "N"      TO W-FIM-ARQ.
           MOVE W-ANOMES TO MN-ANOMES.
           MOVE ZEROS    TO MN-TURMA MN-NADADOR.
           START ARQ-MENSAL KEY IS NOT LESS THAN MN-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           IF NOT FIM-ARQUIVO
               PERFORM LER-PROXIMA-MENSAL
           END-IF.

       LER-PROXIMA-MENSAL.
           READ ARQ-MENSAL NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF NOT FIM-ARQUIVO AND MN-ANOMES NOT = W-ANOMES
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       MONTAR-FAMILIA.
           IF MN-RESPONSAVEL NOT NUMERIC
               MOVE ZEROS TO MN-RESPONSAVEL
           END-IF.
           IF MN-ABERTA AND W-NAD-OK = "S"
               MOVE MN-NADADOR TO RN-CODIGO
               READ ARQ-NADADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RN-RESPONSAVEL NUMERIC
                          AND RN-RESPONSAVEL NOT = MN-RESPONSAVEL
                           MOVE RN-RESPONSAVEL TO MN-RESPONSAVEL
                           REWRITE REG-MENSAL
                       END-IF
               END-READ
           END-IF.
           IF MN-RESPONSAVEL NOT = ZEROS
               PERFORM ACHAR-FILHO
               IF NOT ACHOU-FILHO AND W-QTD-FILHOS < 500
                   ADD 1 TO W-QTD-FILHOS
                   MOVE MN-RESPONSAVEL TO TK-RESPONSAVEL(W-QTD-FILHOS)
                   MOVE MN-NADADOR     TO TK-NADADOR(W-QTD-FILHOS)
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-MENSAL.

       ACHAR-FILHO.
           MOVE "N"   TO W-ACHOU-FILHO.
           MOVE ZEROS TO W-IF.
           PERFORM PROCURAR-FILHO
               UNTIL ACHOU-FILHO OR W-IF >= W-QTD-FILHOS.

       PROCURAR-FILHO.
           ADD 1 TO W-IF.
           IF TK-RESPONSAVEL(W-IF) = MN-RESPONSAVEL
              AND TK-NADADOR(W-IF) = MN-NADADOR
               MOVE "S" TO W-ACHOU-FILHO
           END-IF.

       ORDENAR-FILHO.
           ADD 1 TO W-IF.
           MOVE 1     TO W-ORDEM.
           MOVE ZEROS TO W-IF2.
           PERFORM CONTAR-IRMAO-MAIS-ANTIGO W-QTD-FILHOS TIMES.
           MOVE W-ORDEM TO TK-ORDEM(W-IF).

       CONTAR-IRMAO-MAIS-ANTIGO.
           ADD 1 TO W-IF2.
           IF TK-RESPONSAVEL(W-IF2) = TK-RESPONSAVEL(W-IF)
              AND TK-NADADOR(W-IF2) < TK-NADADOR(W-IF)
               ADD 1 TO W-ORDEM
           END-IF.

       DESCONTAR-IRMAO.
           IF MN-ABERTA
               MOVE ZEROS TO W-PERC
               IF MN-RESPONSAVEL NOT = ZEROS
                   PERFORM ACHAR-FILHO
                   IF ACHOU-FILHO
                       EVALUATE TK-ORDEM(W-IF)
                           WHEN 1
                               MOVE ZEROS          TO W-PERC
                           WHEN 2
                               MOVE W-PERC-IRMAO-2 TO W-PERC
                           WHEN OTHER
                               MOVE W-PERC-IRMAO-3 TO W-PERC
                       END-EVALUATE
                   END-IF
               END-IF
               IF MN-DESCONTO NOT NUMERIC
                   MOVE ZEROS TO MN-DESCONTO
               END-IF
               COMPUTE W-BRUTO = MN-VALOR + MN-DESCONTO
               COMPUTE MN-DESCONTO ROUNDED = W-BRUTO * W-PERC / 100
               COMPUTE MN-VALOR = W-BRUTO - MN-DESCONTO
               REWRITE REG-MENSAL
               IF MN-DESCONTO > ZEROS
                   ADD 1 TO W-QTD-DESCONTO
               END-IF
           END-IF.
           ADD MN-VALOR TO W-VLR-TOTAL.
           PERFORM LER-PROXIMA-MENSAL.
