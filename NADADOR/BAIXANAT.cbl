      *   E NOME DO NADADOR (GERADA PELO MENSANAT.cbl), MOSTRA O VALOR
      *   E, CONFIRMADO, MARCA COMO PAGA COM A DATA DE HOJE - O MESMO
      *   MOLDE DO BAIXAPAR DA SEGURADORA.
      * 15 OUTUBRO 2026 - JULIANO - A CHAVE DE MENSANAT.DAT PASSA A
      *   SER COMPETENCIA + TURMA + CODIGO DO NADADOR. O OPERADOR
      *   INFORMA O CODIGO OU, COM ZERO, O NOME (HOMONIMOS ESCOLHIDOS
      *   NA TELA PELO BUSCANAD.cbl).
      * 15 OUTUBRO 2026 - JULIANO - BAIXA POR (F)AMILIA: INFORMADOS
      *   COMPETENCIA E CODIGO DO RESPONSAVEL (RESPONS.DAT, CADRESP),
      *   LISTA AS MENSALIDADES EM ABERTO DE TODOS OS FILHOS DELE NA
      *   COMPETENCIA (MN-RESPONSAVEL), COM O TOTAL, E UM SO
      *   RECEBIMENTO CONFIRMADO QUITA TODAS. A BAIXA POR (N)ADADOR
      *   CONTINUA COMO ERA.
      * 15 OUTUBRO 2026 - JULIANO - MES DA NATACAO FECHADO NO CONTROLE
      *   DE PERIODOS (PERIODO.cbl) NAO ACEITA MAIS BAIXA: A DATA DO
      *   DIA E CONSULTADA NO COMUM/VERIFPERIODO.cbl NA ABERTURA.
      * 15 OUTUBRO 2026 - JULIANO - MENSALIDADE RECEBIDA (POR NADADOR
      *   OU POR FAMILIA) PASSA A ENTRAR NO LIVRO CAIXA CENTRAL
      *   (COMUM/GRAVACAIXA), COMO AS DEMAIS AREAS, PARA A
      *   CONTABILIDADE.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
       FILE-CONTROL.
           SELECT ARQ-MENSAL ASSIGN TO "MENSANAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MN-CHAVE
               FILE STATUS     IS W-STATMN.
           SELECT ARQ-RESPONS ASSIGN TO "RESPONS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS RP-CODIGO
               FILE STATUS     IS W-STATR.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
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

       FD  ARQ-RESPONS.
       01  REG-RESPONSAVEL.
           02 RP-CODIGO      PIC 9(6).
           02 RP-NOME        PIC X(30).
           02 RP-CPF         PIC 9(11).
           02 RP-FONE        PIC X(12).

       WORKING-STORAGE         SECTION.

       77 W-RESP          PIC X  VALUE SPACES.
       77 W-CONF          PIC X  VALUE SPACES.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X    VALUE "A".
           88 MES-FECHADO          VALUE "F".
       77 W-ANOMES        PIC 9(6) VALUE ZEROS.
       77 W-TURMA         PIC 9(3) VALUE ZEROS.
       77 W-NOME          PIC X(20) VALUE SPACES.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-NADADOR         VALUE "S".
       77 W-VALOR-ED      PIC Z.ZZ9,99 VALUE ZEROS.
       77 W-STATR         PIC XX VALUE SPACES.
       77 W-MODO          PIC X  VALUE SPACES.
           88 W-MODO-OK            VALUE "N" "F".
       77 W-COD-RESP      PIC 9(6)  VALUE ZEROS.
       77 W-FIM-ARQ       PIC X     VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-QTD-FAMILIA   PIC 9(3)  VALUE ZEROS.
       77 W-QTD-BAIXADAS  PIC 9(3)  VALUE ZEROS.
       77 W-TOTAL-FAMILIA PIC 9(6)V99 VALUE ZEROS.
       77 W-TOTAL-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 W-LINHA         PIC 99    VALUE ZEROS.
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.

       01 LINFAMILIA.
           02 LF-CODIGO    PIC 9(6).
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 LF-NOME      PIC X(20).
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 LF-TURMA     PIC 9(3).
           02 FILLER       PIC X(3)  VALUE SPACES.
           02 LF-VALOR     PIC Z.ZZ9,99.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "VERIFICA-PERIODO" USING "N" W-DATA-HOJE
               W-SIT-PERIODO.
           IF MES-FECHADO
               DISPLAY ERASE
               DISPLAY "MES FECHADO PARA A NATACAO" AT 1020
               STOP " "
               GOBACK
           END-IF.
           OPEN I-O ARQ-MENSAL.
           IF W-STATMN NOT = "00"
               DISPLAY ERASE
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-ANOMES W-TURMA W-COD-NADADOR W-COD-RESP.
           MOVE SPACES TO W-NOME W-CONF W-MODO.

           DISPLAY ERASE.
           DISPLAY "BAIXA DE MENSALIDADE DA PISCINA" AT 0320.
           DISPLAY "BAIXA POR (N)ADADOR OU (F)AMILIA:" AT 0410.
           PERFORM WITH TEST AFTER UNTIL W-MODO-OK
               ACCEPT W-MODO AT 0444 WITH UPPER AUTO
           END-PERFORM.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 0510.
           PERFORM WITH TEST AFTER UNTIL W-ANOMES NOT = ZEROS
               ACCEPT W-ANOMES AT 0532
           END-PERFORM.
           IF W-MODO = "F"
               PERFORM BAIXAR-FAMILIA
           ELSE
               PERFORM BAIXAR-NADADOR
           END-IF.

           DISPLAY "OUTRA BAIXA? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2030 WITH UPPER AUTO
           END-PERFORM.

       BAIXAR-NADADOR.
           DISPLAY "TURMA...............:" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-TURMA NOT = ZEROS
               ACCEPT W-TURMA AT 0732
           END-PERFORM.
           DISPLAY "CODIGO DO NADADOR...:" AT 0910.
           DISPLAY "(0 = PROCURAR PELO NOME)" AT 0940.
           ACCEPT W-COD-NADADOR AT 0932.
           IF W-COD-NADADOR = ZEROS
               DISPLAY "NOME DO NADADOR.....:" AT 1010
               PERFORM WITH TEST AFTER UNTIL W-NOME NOT = SPACES
                   ACCEPT W-NOME AT 1032 WITH UPPER
               END-PERFORM
           END-IF.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME
                                      W-CATEG-NAD W-ACHOU.

           IF NOT ACHOU-NADADOR
               DISPLAY "NADADOR NAO ENCONTRADO EM NADADORES.DAT" AT 2310
           ELSE
               DISPLAY W-COD-NADADOR AT 0932
               DISPLAY "                        " AT 0940
               DISPLAY "NOME DO NADADOR.....:" AT 1010
               DISPLAY W-NOME AT 1032
               MOVE W-ANOMES      TO MN-ANOMES
               MOVE W-TURMA       TO MN-TURMA
               MOVE W-COD-NADADOR TO MN-NADADOR
               READ ARQ-MENSAL
                   INVALID KEY
                       DISPLAY "MENSALIDADE NAO ENCONTRADA" AT 2310
                   NOT INVALID KEY
                       PERFORM BAIXAR-MENSALIDADE
               END-READ
           END-IF.

       BAIXAR-MENSALIDADE.
           MOVE MN-VALOR TO W-VALOR-ED.
           DISPLAY "VALOR: " AT 1110.
                   MOVE "P"         TO MN-STATUS
                   MOVE W-DATA-HOJE TO MN-DT-PGTO
                   REWRITE REG-MENSAL
                   PERFORM LANCAR-CAIXA
                   DISPLAY "PAGAMENTO REGISTRADO" AT 2310
               ELSE
                   DISPLAY "BAIXA ABANDONADA    " AT 2310
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * BAIXAR-FAMILIA - 1A PASSAGEM LISTA E SOMA AS MENSALIDADES EM
      *   ABERTO DO RESPONSAVEL NA COMPETENCIA (ATE 8 NA TELA, O TOTAL
      *   CONTA TODAS); CONFIRMADO, A 2A PASSAGEM MARCA TODAS COMO
      *   PAGAS COM A DATA DE HOJE.
      *-----------------------------------------------------------------*
       BAIXAR-FAMILIA.
           DISPLAY "RESPONSAVEL.........:" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-COD-RESP NOT = ZEROS
               ACCEPT W-COD-RESP AT 0732
           END-PERFORM.
           OPEN INPUT ARQ-RESPONS.
           IF W-STATR NOT = "00"
               DISPLAY "RESPONS.DAT NAO ENCONTRADO (CADRESP)" AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE W-COD-RESP TO RP-CODIGO.
           READ ARQ-RESPONS
               INVALID KEY
                   MOVE SPACES TO RP-NOME
           END-READ.
           CLOSE ARQ-RESPONS.
           IF RP-NOME = SPACES
               DISPLAY "RESPONSAVEL NAO CADASTRADO" AT 2310
               EXIT PARAGRAPH
           END-IF.
           DISPLAY RP-NOME AT 0740.

           DISPLAY "NADADOR NOME                  TURMA      VALOR"
               AT 0910.
           MOVE ZEROS TO W-QTD-FAMILIA W-TOTAL-FAMILIA.
           MOVE 9     TO W-LINHA.
           PERFORM POSICIONAR-COMPETENCIA.
           PERFORM LISTAR-COBRANCA-FAMILIA UNTIL FIM-ARQUIVO.
           IF W-QTD-FAMILIA = ZEROS
               DISPLAY "NENHUMA MENSALIDADE EM ABERTO DA FAMILIA"
                   AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE W-TOTAL-FAMILIA TO W-TOTAL-ED.
           DISPLAY "TOTAL DA FAMILIA:" AT 1810.
           DISPLAY W-TOTAL-ED AT 1842.
           DISPLAY "MENSALIDADES:" AT 1856.
           DISPLAY W-QTD-FAMILIA AT 1870.

           DISPLAY "CONFIRMA O RECEBIMENTO? (S/N):" AT 1910.
           PERFORM WITH TEST AFTER UNTIL W-CONF = "S" OR "N"
               ACCEPT W-CONF AT 1941 WITH UPPER AUTO
           END-PERFORM.
           IF W-CONF NOT = "S"
               DISPLAY "BAIXA ABANDONADA    " AT 2310
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO W-QTD-BAIXADAS.
           PERFORM POSICIONAR-COMPETENCIA.
           PERFORM QUITAR-COBRANCA-FAMILIA UNTIL FIM-ARQUIVO.
           DISPLAY "PAGAMENTO REGISTRADO - MENSALIDADES:" AT 2310.
           DISPLAY W-QTD-BAIXADAS AT 2347.

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

       LISTAR-COBRANCA-FAMILIA.
           IF MN-ABERTA AND MN-RESPONSAVEL = W-COD-RESP
               ADD 1        TO W-QTD-FAMILIA
               ADD MN-VALOR TO W-TOTAL-FAMILIA
               IF W-LINHA < 17
                   ADD 1 TO W-LINHA
                   MOVE MN-NADADOR TO LF-CODIGO W-COD-NADADOR
                   MOVE SPACES     TO W-NOME
                   CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME
                                              W-CATEG-NAD W-ACHOU
                   MOVE W-NOME     TO LF-NOME
                   MOVE MN-TURMA   TO LF-TURMA
                   MOVE MN-VALOR   TO LF-VALOR
                   DISPLAY LINFAMILIA AT LINE W-LINHA COLUMN 10
               END-IF
           END-IF.
           PERFORM LER-PROXIMA-MENSAL.

       QUITAR-COBRANCA-FAMILIA.
           IF MN-ABERTA AND MN-RESPONSAVEL = W-COD-RESP
               MOVE "P"         TO MN-STATUS
               MOVE W-DATA-HOJE TO MN-DT-PGTO
               REWRITE REG-MENSAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO W-QTD-BAIXADAS
                       PERFORM LANCAR-CAIXA
               END-REWRITE
           END-IF.
           PERFORM LER-PROXIMA-MENSAL.

      *-----------------------------------------------------------------*
      * LANCAR-CAIXA - CADA MENSALIDADE RECEBIDA ENTRA NO LIVRO CAIXA
      *   CENTRAL (CAIXAGER.DAT) COM COMPETENCIA-NADADOR DE DOCUMENTO.
      *-----------------------------------------------------------------*
       LANCAR-CAIXA.
           MOVE SPACES TO W-DOC-CAIXA.
           STRING MN-ANOMES   DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  MN-NADADOR  DELIMITED BY SIZE
                  INTO W-DOC-CAIXA.
           MOVE MN-VALOR TO W-VLR-CAIXA.
           CALL "GRAVA-CAIXA" USING "BAIXANAT" W-DOC-CAIXA
               W-VLR-CAIXA "E".
