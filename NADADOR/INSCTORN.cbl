      *   A DIGITACAO DO RESULTADO (RESTORN.cbl). O RANKING POR
      *   CATEGORIA E PROVA SAI NO RANKTORN.cbl. O TORNEIO SAI DA
      *   PRANCHETA.
      * 15 OUTUBRO 2026 - JULIANO - O NADADOR E LOCALIZADO PELO CODIGO
      *   (OU PELO NOME, COM ESCOLHA DE HOMONIMOS) NO BUSCANAD.cbl, E
      *   TORNEIO.DAT GRAVA O CODIGO DO NADADOR (TO-NADADOR) NO LUGAR
      *   DO NOME.
      * 15 OUTUBRO 2026 - JULIANO - NADADOR SEM ATESTADO MEDICO OU COM
      *   O ATESTADO VENCIDO NA DATA DA INSCRICAO (SITATEST.cbl) NAO
      *   PODE SER INSCRITO; O VENCIMENTO APARECE NA MENSAGEM.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-TORNEIO ASSIGN TO "TORNEIO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTO.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-TORNEIO
           LABEL RECORD STANDARD.
       01  REG-TORNEIO.
           02 TO-NADADOR   PIC 9(6).
           02 FILLER       PIC X(1)  VALUE SPACE.
           02 TO-CATEGORIA PIC X(10).
           02 FILLER       PIC X(1)  VALUE SPACE.

       WORKING-STORAGE         SECTION.

       77 W-STATTO        PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-NOME-PROCURA  PIC X(20) VALUE SPACES.
       77 W-COD-NADADOR   PIC 9(6)  VALUE ZEROS.
       77 W-ACHOU         PIC X  VALUE "N".
           88 ACHOU-NADADOR        VALUE "S".
       77 W-CATEG-NAD     PIC X(10) VALUE SPACES.
           88 PROVA-VALIDA VALUE "LIVRE" "COSTAS" "PEITO"
                                 "BORBOLETA" "MEDLEY".
       77 W-DISTANCIA     PIC 9(4)  VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-SIT-ATESTADO  PIC X     VALUE SPACES.
           88 ATESTADO-VIGENTE      VALUE "V".
           88 ATESTADO-VENCIDO      VALUE "X".
       77 W-VENC-ATESTADO PIC 9(8)  VALUE ZEROS.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.

       PROCESSA.
           MOVE SPACES TO W-NOME-PROCURA W-PROVA W-GRAVA.
           MOVE ZEROS  TO W-DISTANCIA W-COD-NADADOR.

           DISPLAY ERASE.
           DISPLAY "INSCRICAO NO TORNEIO INTERNO" AT 0320.
           PERFORM LOCALIZAR-NADADOR.
           IF NOT ACHOU-NADADOR
               DISPLAY "NADADOR NAO ENCONTRADO EM NADADORES.DAT"
           ELSE
               DISPLAY "CATEGORIA: " AT 0710
               DISPLAY W-CATEG-NAD   AT 0722
               CALL "SITUACAO-ATESTADO" USING W-COD-NADADOR W-DATA-HOJE
                                              W-SIT-ATESTADO
                                              W-VENC-ATESTADO
               EVALUATE TRUE
                   WHEN ATESTADO-VIGENTE
                       PERFORM RECEBER-PROVA
                   WHEN ATESTADO-VENCIDO
                       DISPLAY "INSCRICAO RECUSADA - ATESTADO MEDICO"
                           AT 2310
                       DISPLAY "VENCIDO EM" AT 2348
                       DISPLAY W-VENC-ATESTADO AT 2359
                   WHEN OTHER
                       DISPLAY "INSCRICAO RECUSADA - NADADOR SEM"
                           AT 2310
                       DISPLAY "ATESTADO MEDICO" AT 2344
               END-EVALUATE
           END-IF.

           DISPLAY "OUTRA INSCRICAO? (S/N):" AT 2010.
               ACCEPT W-RESP AT 2034 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * LOCALIZAR-NADADOR - CODIGO (OU NOME, COM ZERO) RESOLVIDO PELO
      *   BUSCANAD.cbl, COMO NO MATNAT.
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
           END-PERFORM.
           IF W-GRAVA = "S"
               MOVE SPACES          TO REG-TORNEIO
               MOVE W-COD-NADADOR   TO TO-NADADOR
               MOVE W-CATEG-NAD     TO TO-CATEGORIA
               MOVE W-PROVA         TO TO-PROVA
               MOVE W-DISTANCIA     TO TO-DISTANCIA
