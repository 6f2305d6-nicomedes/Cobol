      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             AGREPOS.
       AUTHOR.                 JULIANO.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - AGENDAMENTO DA AULA DE REPOSICAO:
      *   A FALTA JUSTIFICADA DA CHAMADA (CHAMADA.cbl) GERA EM
      *   REPOSNAT.DAT UM CREDITO VALIDO POR 30 DIAS. AQUI O NADADOR E
      *   LOCALIZADO (BUSCANAD.cbl), SEUS CREDITOS AINDA VALIDOS SAO
      *   LISTADOS E, PARA O CREDITO E A DATA ESCOLHIDOS, SAO
      *   OFERECIDAS AS TURMAS DE TURMASN.DAT DA MESMA CATEGORIA DA
      *   TURMA PERDIDA, QUE TEM AULA NAQUELE DIA DA SEMANA
      *   (COMUM/DATASEMANA.cbl) E VAGA NA DATA: CAPACIDADE MENOS
      *   MATRICULADOS MENOS REPOSICOES JA AGENDADAS PARA O DIA. A
      *   TURMA ESCOLHIDA FICA GRAVADA NO CREDITO, QUE PASSA A
      *   AGENDADO E APARECE NA CHAMADA DA TURMA NAQUELA DATA. CREDITO
      *   JA AGENDADO PODE SER REMARCADO ENQUANTO VALIDO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-REPOSICAO ASSIGN TO "REPOSNAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RE-CHAVE
               ALTERNATE RECORD KEY IS RE-AGENDA WITH DUPLICATES
               FILE STATUS     IS W-STATRE.
           SELECT ARQ-TURMAS ASSIGN TO "TURMASN.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS TN-CODIGO
               FILE STATUS     IS W-STATT.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-REPOSICAO.
       01  REG-REPOSICAO.
           02 RE-CHAVE.
               03 RE-NADADOR     PIC 9(6).
               03 RE-DATA-FALTA  PIC 9(8).
               03 RE-TURMA-ORIG  PIC 9(3).
           02 RE-VALIDADE        PIC 9(8).
           02 RE-AGENDA.
               03 RE-TURMA-DEST  PIC 9(3).
               03 RE-DATA-REPOS  PIC 9(8).
           02 RE-SITUACAO        PIC X(1).
               88 RE-LIVRE            VALUE "C".
               88 RE-AGENDADA         VALUE "A".
               88 RE-REPOSTA          VALUE "P".
               88 RE-FALTOU           VALUE "F".

       FD  ARQ-TURMAS.
       01  REG-TURMA.
           02 TN-CODIGO       PIC 9(3).
           02 TN-CATEGORIA    PIC X(10).
           02 TN-DIA-SEMANA   PIC X(3).
           02 TN-HORA         PIC 9(4).
           02 TN-CAPACIDADE   PIC 99.
           02 TN-MATRICULADOS PIC 99.
           02 TN-INSTRUTOR    PIC 99.

       WORKING-STORAGE         SECTION.

       77 W-STATRE        PIC XX VALUE SPACES.
       77 W-STATT         PIC XX VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-NOME-PROCURA  PIC X(20) VALUE SPACES.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-NADADOR         VALUE "S".
       77 W-IND           PIC 9(2)  VALUE ZEROS.
       77 W-LINHA         PIC 9(2)  VALUE ZEROS.
       77 W-QTD-CRED      PIC 9(2)  VALUE ZEROS.
       77 W-ESCOLHA       PIC 9(1)  VALUE ZEROS.
       77 W-QTD-OPCOES    PIC 9(2)  VALUE ZEROS.
       77 W-TURMA-ESCOLHA PIC 9(3)  VALUE ZEROS.
       77 W-OPCAO-OK      PIC X     VALUE "N".
           88 OPCAO-VALIDA          VALUE "S".
       77 W-CATEG-ORIGEM  PIC X(10) VALUE SPACES.
       77 W-DATA-REPOS    PIC 9(8)  VALUE ZEROS.
       77 W-DATA-OK       PIC X     VALUE "N".
       77 W-AGENDADOS     PIC 9(3)  VALUE ZEROS.
       77 W-VAGAS         PIC S9(3) VALUE ZEROS.
       77 W-BRANCO        PIC X(70) VALUE SPACES.

       01 W-DATA-SEM      PIC 9(8)  VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-SEM.
           02 W-ANO-SEM   PIC 9(4).
           02 W-MES-SEM   PIC 9(2).
           02 W-DIA-SEM   PIC 9(2).
       77 W-DATA-BARRA    PIC X(10) VALUE SPACES.
       77 W-NOME-DIA-SEM  PIC X(13) VALUE SPACES.

      *    CREDITO ESCOLHIDO, GUARDADO PARA A REGRAVACAO NO FIM.
       01 W-CHAVE-CREDITO.
           02 W-CRED-NADADOR  PIC 9(6).
           02 W-CRED-FALTA    PIC 9(8).
           02 W-CRED-TURMA    PIC 9(3).
       77 W-CRED-VALIDADE PIC 9(8)  VALUE ZEROS.

      *    CREDITOS VALIDOS DO NADADOR (LIVRES OU JA AGENDADOS).
       01 TAB-CREDITOS.
           02 TC-ENTRADA OCCURS 5 TIMES.
               03 TC-CHAVE.
                   04 TC-NADADOR  PIC 9(6).
                   04 TC-FALTA    PIC 9(8).
                   04 TC-TURMA    PIC 9(3).
               03 TC-VALIDADE PIC 9(8).

      *    TURMAS COM VAGA OFERECIDAS PARA A REPOSICAO.
       01 TAB-OPCOES.
           02 TO-TURMA OCCURS 7 TIMES PIC 9(3).

       01 LINCRED.
           02 LC-NUM      PIC 9.
           02 FILLER      PIC X(3)  VALUE " - ".
           02 FILLER      PIC X(9)  VALUE "FALTA EM ".
           02 LC-FALTA    PIC 9999/99/99.
           02 FILLER      PIC X(8)  VALUE "  TURMA ".
           02 LC-TURMA    PIC 9(3).
           02 FILLER      PIC X(9)  VALUE "  VALE A ".
           02 LC-VALIDADE PIC 9999/99/99.
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LC-AGENDA   PIC X(15).
       01 LINAGENDA.
           02 FILLER      PIC X(4)  VALUE "AG. ".
           02 LA-TURMA    PIC 9(3).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 LA-DATA     PIC 99/99.
           02 FILLER      PIC X(2)  VALUE SPACES.
       01 LINOPCAO.
           02 FILLER      PIC X(6)  VALUE "TURMA ".
           02 LO-TURMA    PIC 9(3).
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LO-DIA      PIC X(3).
           02 FILLER      PIC X(2)  VALUE SPACES.
           02 LO-HORA     PIC 99B99.
           02 FILLER      PIC X(9)  VALUE "  VAGAS: ".
           02 LO-VAGAS    PIC Z9.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-REPOSICAO.
           IF W-STATRE NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATRE W-MENSAGEM-ERRO
                   "AGREPOS "
               DISPLAY W-MENSAGEM-ERRO AT 2310
               DISPLAY "SEM CREDITOS DE REPOSICAO (CHAMADA)" AT 2410
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-TURMAS.
           IF W-STATT NOT = "00"
               DISPLAY "TURMASN.DAT NAO ENCONTRADO" AT 2310
               CLOSE ARQ-REPOSICAO
               STOP " "
               GOBACK
           END-IF.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-REPOSICAO ARQ-TURMAS.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-COD-NADADOR W-ESCOLHA W-DATA-REPOS.
           MOVE SPACES TO W-NOME-PROCURA W-GRAVA.

           DISPLAY ERASE.
           DISPLAY "AGENDAMENTO DE AULA DE REPOSICAO" AT 0320.
           PERFORM LOCALIZAR-NADADOR.
           IF NOT ACHOU-NADADOR
               DISPLAY "NADADOR NAO ENCONTRADO EM NADADORES.DAT"
                   AT 2310
           ELSE
               PERFORM AGENDAR-REPOSICAO
           END-IF.

           DISPLAY "OUTRO AGENDAMENTO? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2036 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * LOCALIZAR-NADADOR - CODIGO (OU NOME, COM ZERO) RESOLVIDO PELO
      *   BUSCANAD.cbl, COMO NO INSCTORN.
      *-----------------------------------------------------------------*
       LOCALIZAR-NADADOR.
           DISPLAY "COD. NADADOR...:" AT 0510.
           DISPLAY "(0 = PROCURAR PELO NOME)" AT 0535.
           ACCEPT W-COD-NADADOR AT 0527.
           IF W-COD-NADADOR = ZEROS
               DISPLAY "NOME DO NADADOR:" AT 0610
               PERFORM WITH TEST AFTER UNTIL W-NOME-PROCURA NOT = SPACES
                   ACCEPT W-NOME-PROCURA AT 0627 WITH UPPER
               END-PERFORM
           END-IF.
           CALL "BUSCA-NADADOR" USING W-COD-NADADOR W-NOME-PROCURA
                                      W-CATEG-NAD W-ACHOU.
           IF ACHOU-NADADOR
               DISPLAY W-COD-NADADOR AT 0527
               DISPLAY "                        " AT 0535
               DISPLAY "NOME DO NADADOR:" AT 0610
               DISPLAY W-NOME-PROCURA AT 0627
           END-IF.

      *-----------------------------------------------------------------*
      * AGENDAR-REPOSICAO - ESCOLHA DO CREDITO, DA DATA E DA TURMA E
      *   GRAVACAO DO AGENDAMENTO NO CREDITO.
      *-----------------------------------------------------------------*
       AGENDAR-REPOSICAO.
           PERFORM CARREGAR-CREDITOS.
           IF W-QTD-CRED = ZEROS
               DISPLAY "NADADOR SEM CREDITO DE REPOSICAO VALIDO" AT 2310
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CREDITO (0 = DESISTE):" AT 1510.
           PERFORM WITH TEST AFTER UNTIL W-ESCOLHA NOT > W-QTD-CRED
               ACCEPT W-ESCOLHA AT 1533
           END-PERFORM.
           IF W-ESCOLHA = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE TC-CHAVE(W-ESCOLHA)    TO W-CHAVE-CREDITO.
           MOVE TC-VALIDADE(W-ESCOLHA) TO W-CRED-VALIDADE.

           MOVE W-CRED-TURMA TO TN-CODIGO.
           READ ARQ-TURMAS
               INVALID KEY
                   DISPLAY "TURMA DA FALTA NAO CADASTRADA" AT 2310
                   EXIT PARAGRAPH
           END-READ.
           MOVE TN-CATEGORIA TO W-CATEG-ORIGEM.

           PERFORM RECEBER-DATA-REPOSICAO.
           PERFORM LISTAR-TURMAS-LIVRES.
           IF W-QTD-OPCOES = ZEROS
               DISPLAY "NENHUMA TURMA DA CATEGORIA COM VAGA NO DIA"
                   AT 2310
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "TURMA ESCOLHIDA (0 = DESISTE):" AT 1810.
           PERFORM WITH TEST AFTER UNTIL OPCAO-VALIDA
               ACCEPT W-TURMA-ESCOLHA AT 1841
               PERFORM CONFERIR-OPCAO
           END-PERFORM.
           IF W-TURMA-ESCOLHA = ZEROS
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CONFIRMA O AGENDAMENTO? (S/N):" AT 1910.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1941 WITH UPPER AUTO
           END-PERFORM.
           IF W-GRAVA NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE W-CHAVE-CREDITO TO RE-CHAVE.
           READ ARQ-REPOSICAO
               INVALID KEY
                   DISPLAY "CREDITO NAO ENCONTRADO" AT 2310
                   EXIT PARAGRAPH
           END-READ.
           MOVE W-TURMA-ESCOLHA TO RE-TURMA-DEST.
           MOVE W-DATA-REPOS    TO RE-DATA-REPOS.
           MOVE "A"             TO RE-SITUACAO.
           REWRITE REG-REPOSICAO
               INVALID KEY
                   DISPLAY "AGENDAMENTO NAO GRAVADO" AT 2310
               NOT INVALID KEY
                   DISPLAY "REPOSICAO AGENDADA" AT 2310
           END-REWRITE.

      *-----------------------------------------------------------------*
      * CARREGAR-CREDITOS - ATE CINCO CREDITOS DO NADADOR, LIVRES OU
      *   AGENDADOS, COM VALIDADE NAO VENCIDA, LISTADOS NAS LINHAS 9
      *   A 13 (CHAVE PRIMARIA COMECA PELO CODIGO DO NADADOR).
      *-----------------------------------------------------------------*
       CARREGAR-CREDITOS.
           INITIALIZE TAB-CREDITOS.
           MOVE ZEROS TO W-QTD-CRED.
           MOVE 8     TO W-LINHA.
           MOVE "N"   TO W-FIM-ARQ.
           MOVE W-COD-NADADOR TO RE-NADADOR.
           MOVE ZEROS TO RE-DATA-FALTA RE-TURMA-ORIG.
           START ARQ-REPOSICAO KEY IS NOT LESS THAN RE-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-CREDITO
               UNTIL FIM-ARQUIVO OR W-QTD-CRED = 5.
           IF W-QTD-CRED NOT = ZEROS
               DISPLAY "CREDITOS DE REPOSICAO:" AT 0810
           END-IF.

       LER-CREDITO.
           READ ARQ-REPOSICAO NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF RE-NADADOR NOT = W-COD-NADADOR
               MOVE "S" TO W-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           IF NOT (RE-LIVRE OR RE-AGENDADA)
              OR RE-VALIDADE < W-DATA-HOJE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO W-QTD-CRED W-LINHA.
           MOVE RE-CHAVE    TO TC-CHAVE(W-QTD-CRED).
           MOVE RE-VALIDADE TO TC-VALIDADE(W-QTD-CRED).
           MOVE W-QTD-CRED    TO LC-NUM.
           MOVE RE-DATA-FALTA TO LC-FALTA.
           MOVE RE-TURMA-ORIG TO LC-TURMA.
           MOVE RE-VALIDADE   TO LC-VALIDADE.
           MOVE SPACES        TO LC-AGENDA.
           IF RE-AGENDADA
               MOVE RE-TURMA-DEST       TO LA-TURMA
               MOVE RE-DATA-REPOS(5:4)  TO LA-DATA
               MOVE LINAGENDA           TO LC-AGENDA
           END-IF.
           DISPLAY LINCRED AT LINE W-LINHA COLUMN 10.

      *-----------------------------------------------------------------*
      * RECEBER-DATA-REPOSICAO - DE HOJE ATE A VALIDADE DO CREDITO; O
      *   DIA DA SEMANA (3 LETRAS, COMO NO CADTURMA) VEM DO DATASEMANA.
      *-----------------------------------------------------------------*
       RECEBER-DATA-REPOSICAO.
           DISPLAY "DATA DA REPOSICAO (AAAAMMDD):" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT W-DATA-REPOS AT 1640
               CALL "VALIDA-DATA" USING W-DATA-REPOS W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA                     " AT 2310
               ELSE
                   IF W-DATA-REPOS < W-DATA-HOJE
                      OR W-DATA-REPOS > W-CRED-VALIDADE
                       DISPLAY "FORA DA VALIDADE DO CREDITO       "
                           AT 2310
                       MOVE "N" TO W-DATA-OK
                   ELSE
                       DISPLAY "                                  "
                           AT 2310
                   END-IF
               END-IF
           END-PERFORM.
           MOVE W-DATA-REPOS TO W-DATA-SEM.
           CALL "DATA-SEMANA" USING W-ANO-SEM W-MES-SEM W-DIA-SEM
               W-DATA-BARRA W-NOME-DIA-SEM.
           DISPLAY W-NOME-DIA-SEM AT 1651.

      *-----------------------------------------------------------------*
      * LISTAR-TURMAS-LIVRES - PERCORRE TURMASN.DAT ATRAS DE TURMAS DA
      *   CATEGORIA DA FALTA, NO DIA DA SEMANA DA DATA ESCOLHIDA E COM
      *   VAGA NAQUELE DIA. A TELA DOS CREDITOS DA LUGAR A LISTA.
      *-----------------------------------------------------------------*
       LISTAR-TURMAS-LIVRES.
           MOVE 7 TO W-LINHA.
           PERFORM LIMPAR-LINHA 8 TIMES.
           DISPLAY "TURMAS COM VAGA:" AT 0810.
           INITIALIZE TAB-OPCOES.
           MOVE ZEROS TO W-QTD-OPCOES.
           MOVE 8     TO W-LINHA.
           MOVE "N"   TO W-FIM-ARQ.
           MOVE ZEROS TO TN-CODIGO.
           START ARQ-TURMAS KEY IS NOT LESS THAN TN-CODIGO
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM AVALIAR-TURMA
               UNTIL FIM-ARQUIVO OR W-QTD-OPCOES = 7.

       AVALIAR-TURMA.
           READ ARQ-TURMAS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF TN-CATEGORIA NOT = W-CATEG-ORIGEM
              OR TN-CODIGO = W-CRED-TURMA
              OR TN-DIA-SEMANA NOT = W-NOME-DIA-SEM(1:3)
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTAR-AGENDADOS.
           COMPUTE W-VAGAS = TN-CAPACIDADE - TN-MATRICULADOS
                           - W-AGENDADOS.
           IF W-VAGAS NOT > ZEROS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO W-QTD-OPCOES W-LINHA.
           MOVE TN-CODIGO     TO TO-TURMA(W-QTD-OPCOES).
           MOVE TN-CODIGO     TO LO-TURMA.
           MOVE TN-DIA-SEMANA TO LO-DIA.
           MOVE TN-HORA       TO LO-HORA.
           MOVE W-VAGAS       TO LO-VAGAS.
           DISPLAY LINOPCAO AT LINE W-LINHA COLUMN 10.

      *    REPOSICOES DE OUTROS CREDITOS JA MARCADAS PARA A TURMA NA
      *    DATA (O PROPRIO CREDITO, SE REMARCADO, NAO OCUPA VAGA).
       CONTAR-AGENDADOS.
           MOVE ZEROS        TO W-AGENDADOS.
           MOVE TN-CODIGO    TO RE-TURMA-DEST.
           MOVE W-DATA-REPOS TO RE-DATA-REPOS.
           START ARQ-REPOSICAO KEY IS EQUAL TO RE-AGENDA
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM CONTAR-UM-AGENDADO
               UNTIL RE-TURMA-DEST NOT = TN-CODIGO
                  OR RE-DATA-REPOS NOT = W-DATA-REPOS.

       CONTAR-UM-AGENDADO.
           READ ARQ-REPOSICAO NEXT RECORD
               AT END
                   MOVE ZEROS TO RE-AGENDA
           END-READ.
           IF RE-TURMA-DEST = TN-CODIGO
              AND RE-DATA-REPOS = W-DATA-REPOS
              AND RE-CHAVE NOT = W-CHAVE-CREDITO
              AND NOT RE-LIVRE
               ADD 1 TO W-AGENDADOS
           END-IF.

       CONFERIR-OPCAO.
           MOVE "N" TO W-OPCAO-OK.
           IF W-TURMA-ESCOLHA = ZEROS
               MOVE "S" TO W-OPCAO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-OPCAO
               UNTIL OPCAO-VALIDA OR W-IND >= W-QTD-OPCOES.
           IF NOT OPCAO-VALIDA
               DISPLAY "TURMA FORA DA LISTA" AT 2310
           END-IF.

       PROCURAR-OPCAO.
           ADD 1 TO W-IND.
           IF TO-TURMA(W-IND) = W-TURMA-ESCOLHA
               MOVE "S" TO W-OPCAO-OK
           END-IF.

       LIMPAR-LINHA.
           ADD 1 TO W-LINHA.
           DISPLAY W-BRANCO AT LINE W-LINHA COLUMN 1.
