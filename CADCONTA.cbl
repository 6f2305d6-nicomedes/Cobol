      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CADCONTA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - PLANO DE CONTAS DA CONTABILIDADE
      *   (PLANOCTA.DAT): CODIGO DE 5 DIGITOS, NOME, TIPO (A)TIVO,
      *   (P)ASSIVO, PATRIMONIO (L)IQUIDO, (R)ECEITA OU (D)ESPESA E A
      *   UNIDADE DE NEGOCIO A QUE A CONTA PERTENCE - (R)ESTAURANTE,
      *   (E)STOQUE, (C)LINICA, (S)EGUROS, (N)ATACAO, (F)OLHA OU
      *   (G)ERAL. O TIPO E A UNIDADE DEFINEM ONDE A CONTA APARECE NO
      *   BALANCETE E NO RESULTADO POR UNIDADE (BALANCET.cbl). OPCOES
      *   (I)NCLUIR, (A)LTERAR E (E)XCLUIR NO MOLDE DO CADOPER; CONTA
      *   USADA NO DE-PARA DO CAIXA (CONTAMAP.DAT, CADMAPA) NAO PODE
      *   SER EXCLUIDA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTA ASSIGN TO "PLANOCTA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CT-CONTA
               FILE STATUS     IS W-STATC.
           SELECT ARQ-MAPA ASSIGN TO "CONTAMAP.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CM-CHAVE
               FILE STATUS     IS W-STATM.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONTA.
       01  REG-CONTA.
           02 CT-CONTA    PIC 9(5).
           02 CT-NOME     PIC X(30).
           02 CT-TIPO     PIC X(1).
               88 CT-ATIVO       VALUE "A".
               88 CT-PASSIVO     VALUE "P".
               88 CT-PATRIMONIO  VALUE "L".
               88 CT-RECEITA     VALUE "R".
               88 CT-DESPESA     VALUE "D".
           02 CT-UNIDADE  PIC X(1).

       FD  ARQ-MAPA.
       01  REG-MAPA.
           02 CM-CHAVE.
               03 CM-PROGRAMA  PIC X(8).
               03 CM-DIRECAO   PIC X(1).
           02 CM-DEBITO    PIC 9(5).
           02 CM-CREDITO   PIC 9(5).
           02 CM-HISTORICO PIC X(20).

       WORKING-STORAGE         SECTION.

       77 W-STATC         PIC XX VALUE SPACES.
       77 W-STATM         PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "I" "A" "E".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-EM-USO        PIC X  VALUE "N".
           88 CONTA-EM-USO         VALUE "S".
       77 W-COD-CONTA     PIC 9(5)  VALUE ZEROS.
       77 W-NOME-CONTA    PIC X(30) VALUE SPACES.
       77 W-TIPO-CONTA    PIC X     VALUE SPACE.
           88 W-TIPO-OK           VALUE "A" "P" "L" "R" "D".
       77 W-UNID-CONTA    PIC X     VALUE SPACE.
           88 W-UNID-OK           VALUE "R" "E" "C" "S" "N" "F" "G".

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           PERFORM ROT-ABRIR.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-CONTA.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ROT-ABRIR.
           OPEN I-O ARQ-CONTA.
           IF W-STATC = "35"
               OPEN OUTPUT ARQ-CONTA
               CLOSE       ARQ-CONTA
               OPEN I-O    ARQ-CONTA
           ELSE
               IF W-STATC NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATC
                       W-MENSAGEM-ERRO
                       "CADCONTA"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       ROT-PROCESSA.
           MOVE ZEROS  TO W-COD-CONTA.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME-CONTA W-TIPO-CONTA
                          W-UNID-CONTA.

           DISPLAY ERASE.
           DISPLAY "PLANO DE CONTAS" AT 0520.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (E)XCLUIR:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0848 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU E" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "CONTA (5 DIGITOS)...:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL W-COD-CONTA NOT = ZEROS
               ACCEPT W-COD-CONTA AT 1032
           END-PERFORM.
           MOVE W-COD-CONTA TO CT-CONTA.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "E"
                   PERFORM ROT-EXCLUIR
           END-EVALUATE.

           DISPLAY "OUTRA CONTA? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2030 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-CONTA
               INVALID KEY
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-COD-CONTA  TO CT-CONTA
                       MOVE W-NOME-CONTA TO CT-NOME
                       MOVE W-TIPO-CONTA TO CT-TIPO
                       MOVE W-UNID-CONTA TO CT-UNIDADE
                       WRITE REG-CONTA
                       MOVE CT-CONTA TO W-CHAVE-AUDIT
                       MOVE SPACES   TO W-ANTES-AUDIT
                       MOVE REG-CONTA TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADCONTA"
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "CONTA JA CADASTRADA" AT 2310
           END-READ.

       ROT-ALTERAR.
           READ ARQ-CONTA
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   MOVE CT-NOME    TO W-NOME-CONTA
                   MOVE CT-TIPO    TO W-TIPO-CONTA
                   MOVE CT-UNIDADE TO W-UNID-CONTA
                   MOVE REG-CONTA  TO W-ANTES-AUDIT
                   DISPLAY W-NOME-CONTA AT 1140
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-NOME-CONTA TO CT-NOME
                       MOVE W-TIPO-CONTA TO CT-TIPO
                       MOVE W-UNID-CONTA TO CT-UNIDADE
                       REWRITE REG-CONTA
                       MOVE REG-CONTA TO W-DEPOIS-AUDIT
                       MOVE CT-CONTA  TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADCONTA"
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
           END-READ.

       ROT-EXCLUIR.
           READ ARQ-CONTA
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA" AT 2310
               NOT INVALID KEY
                   DISPLAY CT-NOME AT 1140
                   PERFORM VERIFICAR-USO
                   IF CONTA-EM-USO
                       DISPLAY "CONTA USADA NO DE-PARA DO CAIXA" AT 2310
                   ELSE
                       MOVE REG-CONTA TO W-ANTES-AUDIT
                       PERFORM CONFIRMAR-GRAVACAO
                       IF W-GRAVA = "S"
                           DELETE ARQ-CONTA
                           MOVE SPACES   TO W-DEPOIS-AUDIT
                           MOVE CT-CONTA TO W-CHAVE-AUDIT
                           CALL "GRAVA-AUDITORIA" USING "CADCONTA"
                               W-CHAVE-AUDIT "E" W-ANTES-AUDIT
                               W-DEPOIS-AUDIT
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * VERIFICAR-USO - PERCORRE O DE-PARA (CONTAMAP.DAT, POUCOS
      *   REGISTROS) PROCURANDO A CONTA A DEBITO OU A CREDITO.
      *-----------------------------------------------------------------*
       VERIFICAR-USO.
           MOVE "N" TO W-EM-USO W-FIM-ARQ.
           OPEN INPUT ARQ-MAPA.
           IF W-STATM NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-MAPA.
           PERFORM CONFERIR-MAPA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MAPA.

       LER-MAPA.
           READ ARQ-MAPA NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-MAPA.
           IF CM-DEBITO = CT-CONTA OR CM-CREDITO = CT-CONTA
               MOVE "S" TO W-EM-USO W-FIM-ARQ
           ELSE
               PERFORM LER-MAPA
           END-IF.

       RECEBER-DADOS.
           DISPLAY "NOME................:" AT 1110.
           PERFORM WITH TEST AFTER UNTIL W-NOME-CONTA NOT = SPACES
               ACCEPT W-NOME-CONTA AT 1132
           END-PERFORM.
           DISPLAY "TIPO (A)TIVO (P)ASSIVO PATRIM.(L)IQ." AT 1310.
           DISPLAY "     (R)ECEITA (D)ESPESA..........:" AT 1410.
           PERFORM WITH TEST AFTER UNTIL W-TIPO-OK
               ACCEPT W-TIPO-CONTA AT 1447 WITH UPPER AUTO
           END-PERFORM.
           DISPLAY "UNIDADE (R)ESTAUR. (E)STOQUE (C)LIN." AT 1610.
           DISPLAY "(S)EGUROS (N)ATACAO (F)OLHA (G)ERAL:" AT 1710.
           PERFORM WITH TEST AFTER UNTIL W-UNID-OK
               ACCEPT W-UNID-CONTA AT 1747 WITH UPPER AUTO
           END-PERFORM.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1810.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1838 WITH UPPER AUTO
           END-PERFORM.
