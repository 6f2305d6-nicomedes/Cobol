      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*
       PROGRAM-ID.             CADATEST.
       AUTHOR.                 JULIANO.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - ATESTADO MEDICO DOS NADADORES
      *   (ATESTNAT.DAT): O ATESTADO DE APTIDAO VALE 12 MESES E O
      *   UNICO CONTROLE ERA A PASTA DE PAPEL DA SECRETARIA. PARA CADA
      *   NADADOR (LOCALIZADO PELO BUSCANAD.cbl) GRAVA A DATA DE
      *   EMISSAO E QUEM EMITIU (MEDICO/CLINICA), ALEM DO CPF DO
      *   PROPRIO NADADOR, QUE LIGA A FICHA AO CADASTRO DE PACIENTES
      *   DA CLINICA (PACIENTE.DAT): ATESTADO EMITIDO NO PRONTUAR.cbl
      *   PARA PACIENTE COM O MESMO CPF ATUALIZA ESTE ARQUIVO SOZINHO.
      *   INDEXADO PELO CODIGO DO NADADOR, COM CHAVE ALTERNATIVA PELO
      *   CPF (ZERO QUANDO O NADADOR NAO TEM CPF). A VALIDADE E
      *   CALCULADA NO SITATEST.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATESTADOS ASSIGN TO "ATESTNAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS AT-NADADOR
               ALTERNATE RECORD KEY IS AT-CPF WITH DUPLICATES
               FILE STATUS     IS W-STATAT.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-ATESTADOS.
       01  REG-ATESTADO.
           02 AT-NADADOR     PIC 9(6).
           02 AT-CPF         PIC 9(11).
           02 AT-EMISSAO     PIC 9(8).
           02 AT-EMISSOR     PIC X(30).
           02 AT-ORIGEM      PIC X(1).
               88 AT-DIGITADO         VALUE "D".
               88 AT-CLINICA          VALUE "C".

       WORKING-STORAGE         SECTION.

       77 W-STATAT        PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-NOME-PROCURA  PIC X(20) VALUE SPACES.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-NADADOR         VALUE "S".
       77 W-TEM-ATESTADO  PIC X     VALUE "N".
           88 TEM-ATESTADO          VALUE "S".
       77 W-CPF           PIC 9(11) VALUE ZEROS.
       77 W-CPF-OK        PIC X     VALUE "N".
       77 W-EMISSAO       PIC 9(8)  VALUE ZEROS.
       77 W-EMISSAO-ATUAL PIC 9(8)  VALUE ZEROS.
       77 W-ORIGEM-ATUAL  PIC X     VALUE SPACES.
       77 W-DATA-OK       PIC X     VALUE "N".
       77 W-EMISSOR       PIC X(30) VALUE SPACES.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-SITUACAO      PIC X     VALUE SPACES.
       77 W-VENCIMENTO    PIC 9(8)  VALUE ZEROS.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-ATESTADOS.
           IF W-STATAT = "35"
               OPEN OUTPUT ARQ-ATESTADOS
               CLOSE       ARQ-ATESTADOS
               OPEN I-O    ARQ-ATESTADOS
           ELSE
               IF W-STATAT NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATAT
                       W-MENSAGEM-ERRO
                       "CADATEST"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-ATESTADOS.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-COD-NADADOR W-CPF W-EMISSAO.
           MOVE SPACES TO W-NOME-PROCURA W-EMISSOR W-GRAVA.

           DISPLAY ERASE.
           DISPLAY "ATESTADO MEDICO DOS NADADORES" AT 0320.
           PERFORM LOCALIZAR-NADADOR.
           IF NOT ACHOU-NADADOR
               DISPLAY "NADADOR NAO ENCONTRADO EM NADADORES.DAT"
                   AT 2310
           ELSE
               PERFORM MOSTRAR-ATESTADO
               PERFORM RECEBER-ATESTADO
           END-IF.

           DISPLAY "OUTRO NADADOR? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2032 WITH UPPER AUTO
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
      * MOSTRAR-ATESTADO - ATESTADO ATUAL, COM O VENCIMENTO E A ORIGEM
      *   (DIGITADO AQUI OU EMITIDO NA CLINICA). OS DADOS ATUAIS FICAM
      *   COMO SUGESTAO DE CPF E EMISSOR.
      *-----------------------------------------------------------------*
       MOSTRAR-ATESTADO.
           MOVE "N" TO W-TEM-ATESTADO.
           MOVE W-COD-NADADOR TO AT-NADADOR.
           READ ARQ-ATESTADOS
               INVALID KEY
                   DISPLAY "NADADOR SEM ATESTADO CADASTRADO" AT 0710
               NOT INVALID KEY
                   MOVE "S"        TO W-TEM-ATESTADO
                   MOVE AT-CPF     TO W-CPF
                   MOVE AT-EMISSOR TO W-EMISSOR
                   MOVE AT-EMISSAO TO W-EMISSAO-ATUAL
                   MOVE AT-ORIGEM  TO W-ORIGEM-ATUAL
           END-READ.
           IF NOT TEM-ATESTADO
               EXIT PARAGRAPH
           END-IF.

           CLOSE ARQ-ATESTADOS.
           CALL "SITUACAO-ATESTADO" USING W-COD-NADADOR W-DATA-HOJE
                                          W-SITUACAO W-VENCIMENTO.
           OPEN I-O ARQ-ATESTADOS.
           DISPLAY "ATESTADO ATUAL.: EMITIDO EM" AT 0710.
           DISPLAY W-EMISSAO-ATUAL AT 0738.
           DISPLAY "VENCE EM" AT 0748.
           DISPLAY W-VENCIMENTO AT 0757.
           IF W-SITUACAO = "X"
               DISPLAY "(VENCIDO)" AT 0766
           END-IF.
           IF W-ORIGEM-ATUAL = "C"
               DISPLAY "EMITIDO NA CLINICA POR" AT 0810
           ELSE
               DISPLAY "EMITIDO POR" AT 0810
           END-IF.
           DISPLAY W-EMISSOR AT 0833.

      *-----------------------------------------------------------------*
      * RECEBER-ATESTADO - CPF DO NADADOR (ZERO QUANDO NAO TEM), DATA
      *   DE EMISSAO (NAO PODE SER FUTURA) E EMISSOR; CONFIRMADO,
      *   GRAVA OU SUBSTITUI O ATESTADO.
      *-----------------------------------------------------------------*
       RECEBER-ATESTADO.
           PERFORM RECEBER-CPF.

           DISPLAY "EMISSAO (AAAAMMDD)........:" AT 1110.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT W-EMISSAO AT 1138
               CALL "VALIDA-DATA" USING W-EMISSAO W-DATA-OK
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA                    " AT 2310
               ELSE
                   IF W-EMISSAO > W-DATA-HOJE
                       DISPLAY "EMISSAO POSTERIOR A HOJE         "
                           AT 2310
                       MOVE "N" TO W-DATA-OK
                   ELSE
                       DISPLAY "                                 "
                           AT 2310
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY "EMITIDO POR (MEDICO/CRM)..:" AT 1310.
           PERFORM WITH TEST AFTER UNTIL W-EMISSOR NOT = SPACES
               ACCEPT W-EMISSOR AT 1338 WITH UPPER UPDATE
           END-PERFORM.

           PERFORM CONFIRMAR-GRAVACAO.
           IF W-GRAVA NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE W-COD-NADADOR TO AT-NADADOR.
           MOVE W-CPF         TO AT-CPF.
           MOVE W-EMISSAO     TO AT-EMISSAO.
           MOVE W-EMISSOR     TO AT-EMISSOR.
           MOVE "D"           TO AT-ORIGEM.
           IF TEM-ATESTADO
               REWRITE REG-ATESTADO
                   INVALID KEY
                       DISPLAY "ATESTADO NAO REGRAVADO" AT 2310
                   NOT INVALID KEY
                       DISPLAY "ATESTADO ATUALIZADO" AT 2310
               END-REWRITE
           ELSE
               WRITE REG-ATESTADO
                   INVALID KEY
                       DISPLAY "ATESTADO NAO GRAVADO" AT 2310
                   NOT INVALID KEY
                       DISPLAY "ATESTADO GRAVADO" AT 2310
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------*
      * RECEBER-CPF - ZERO DEIXA O NADADOR SEM CPF (SEM LIGACAO COM A
      *   CLINICA). INFORMADO, PASSA PELO VALIDCPF E NAO PODE ESTAR NO
      *   ATESTADO DE OUTRO NADADOR.
      *-----------------------------------------------------------------*
       RECEBER-CPF.
           DISPLAY "CPF DO NADADOR (0 = NAO TEM):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-CPF-OK = "S"
               ACCEPT W-CPF AT 0940 WITH UPDATE
               IF W-CPF = ZEROS
                   MOVE "S" TO W-CPF-OK
               ELSE
                   CALL "VALIDA-CPF" USING W-CPF W-CPF-OK
                   IF W-CPF-OK NOT = "S"
                       DISPLAY "CPF INVALIDO                     "
                           AT 2310
                   ELSE
                       DISPLAY "                                 "
                           AT 2310
                       PERFORM CONFERIR-CPF-REPETIDO
                   END-IF
               END-IF
           END-PERFORM.

       CONFERIR-CPF-REPETIDO.
           MOVE W-CPF TO AT-CPF.
           READ ARQ-ATESTADOS KEY IS AT-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AT-NADADOR NOT = W-COD-NADADOR
                       DISPLAY "CPF JA INFORMADO NO NADADOR" AT 2310
                       DISPLAY AT-NADADOR AT 2339
                       MOVE "N" TO W-CPF-OK
                   END-IF
           END-READ.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1710.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1738 WITH UPPER AUTO
           END-PERFORM.
