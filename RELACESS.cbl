      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             RELACESS.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - RELATORIO DE ACESSOS DOS OPERADORES
      *   PARA O DONO: LE O LIVRO DE ACESSOS (ACESSOS.LOG, GRAVADO PELO
      *   COMUM/GRAVAACESSO.cbl NO LOGIN DO PGMENU E NO DESBLOQUEIO DO
      *   CADOPER), ORDENA POR OPERADOR, DATA E HORA E LISTA EM
      *   RELACESS.LST UMA LINHA POR OPERADOR E DIA, COM A PRIMEIRA
      *   ENTRADA, A ULTIMA SAIDA E A QUANTIDADE DE ENTRADAS, SAIDAS,
      *   SENHAS INVALIDAS, BLOQUEIOS, RECUSAS DE BLOQUEADO, TROCAS DE
      *   SENHA E DESBLOQUEIOS. PERIODO E OPERADOR SAO PERGUNTADOS
      *   (ZERO = TODOS).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACESSO ASSIGN TO "ACESSOS.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-LOG.

           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS OP-COD
               FILE STATUS     IS W-STATO.

           SELECT SD-ARQ-ORDENA ASSIGN TO "ACESORD.TMP".

           SELECT REL-ACESSO ASSIGN TO "RELACESS.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-REL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-ACESSO
           LABEL RECORD STANDARD.
       01  REG-ACESSO.
           02 AC-DATA        PIC 9(08).
           02 FILLER         PIC X(01).
           02 AC-HORA        PIC X(08).
           02 FILLER         PIC X(01).
           02 AC-OPERADOR    PIC 9(03).
           02 FILLER         PIC X(01).
           02 AC-EVENTO      PIC X(01).
           02 FILLER         PIC X(01).
           02 AC-DESCRICAO   PIC X(20).

       FD  ARQ-OPER.
       01  REG-OPER.
           02 OP-COD    PIC 9(3).
           02 OP-NOME   PIC X(30).
           02 OP-SENHA  PIC X(16).
           02 OP-NIVEL  PIC 9(1).
               88 OP-OPERADOR    VALUE 1.
               88 OP-SUPERVISOR  VALUE 2.
           02 OP-DT-SENHA PIC 9(8).
           02 OP-TROCA    PIC X(1).
               88 OP-TROCA-OBRIG VALUE "S".
           02 OP-ERROS    PIC 9(1).
           02 OP-BLOQUEIO PIC X(1).
               88 OP-BLOQUEADO   VALUE "S".

       SD  SD-ARQ-ORDENA.
       01  SD-REG-ACESSO.
           02 SD-OPERADOR    PIC 9(03).
           02 SD-DATA        PIC 9(08).
           02 SD-HORA        PIC X(08).
           02 SD-EVENTO      PIC X(01).

       FD  REL-ACESSO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 COD-ERRO-LOG    PIC XX VALUE SPACES.
       77 COD-ERRO-REL    PIC XX VALUE SPACES.
       77 W-STATO         PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-FIM-SORT      PIC X  VALUE "N".
           88 FIM-SORT             VALUE "S".
       77 W-OPER-ABERTO   PIC X  VALUE "N".
           88 OPER-ABERTO          VALUE "S".
       77 W-TEM-GRUPO     PIC X  VALUE "N".
           88 TEM-GRUPO            VALUE "S".

       77 W-DATA-INI      PIC 9(8) VALUE ZEROS.
       77 W-DATA-FIM      PIC 9(8) VALUE ZEROS.
       77 W-OPER-PROCURA  PIC 9(3) VALUE ZEROS.
       77 W-QTD-EVENTOS   PIC 9(6) VALUE ZEROS.

      * GRUPO CORRENTE (OPERADOR + DIA) E SEUS CONTADORES
       01 W-GRUPO.
           02 W-GR-OPERADOR  PIC 9(03) VALUE ZEROS.
           02 W-GR-DATA      PIC 9(08) VALUE ZEROS.
       01 W-GR-PRIM-ENT      PIC X(05) VALUE SPACES.
       01 W-GR-ULT-SAI       PIC X(05) VALUE SPACES.
       01 W-CONTADORES.
           02 W-CT-ENTRADA   PIC 9(3) VALUE ZEROS.
           02 W-CT-SAIDA     PIC 9(3) VALUE ZEROS.
           02 W-CT-FALHA     PIC 9(3) VALUE ZEROS.
           02 W-CT-BLOQUEIO  PIC 9(3) VALUE ZEROS.
           02 W-CT-RECUSA    PIC 9(3) VALUE ZEROS.
           02 W-CT-TROCA     PIC 9(3) VALUE ZEROS.
           02 W-CT-DESBLOQ   PIC 9(3) VALUE ZEROS.
       01 W-TOTAIS.
           02 W-TT-ENTRADA   PIC 9(4) VALUE ZEROS.
           02 W-TT-SAIDA     PIC 9(4) VALUE ZEROS.
           02 W-TT-FALHA     PIC 9(4) VALUE ZEROS.
           02 W-TT-BLOQUEIO  PIC 9(4) VALUE ZEROS.
           02 W-TT-RECUSA    PIC 9(4) VALUE ZEROS.
           02 W-TT-TROCA     PIC 9(4) VALUE ZEROS.
           02 W-TT-DESBLOQ   PIC 9(4) VALUE ZEROS.

       01 CONTROLE-REL.
           02 CR-TITULO     PIC X(40) VALUE
               "ACESSOS DOS OPERADORES POR DIA".
           02 CR-LINHAS     PIC 9(2)  VALUE ZEROS.
           02 CR-PAGINA     PIC 9(4)  VALUE ZEROS.
           02 CR-IMPRIME    PIC X     VALUE SPACE.
           02 CR-CABECALHO  PIC X(80) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(25) VALUE "OPR NOME".
           02 FILLER    PIC X(11) VALUE "DATA".
           02 FILLER    PIC X(12) VALUE "ENTRA SAI".
           02 FILLER    PIC X(32) VALUE
               "ENT SAI FAL BLQ REC TRC DSB".
       01 LINDET.
           02 LD-OPERADOR  PIC 9(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-NOME      PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-DATA      PIC 9999/99/99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-PRIM-ENT  PIC X(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-ULT-SAI   PIC X(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-ENTRADA   PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-SAIDA     PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-FALHA     PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-BLOQUEIO  PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-RECUSA    PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-TROCA     PIC ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 LD-DESBLOQ   PIC ZZ9.
           02 FILLER       PIC X(04) VALUE SPACES.
       01 LINTOTAL.
           02 FILLER       PIC X(47) VALUE "TOTAL DO PERIODO".
           02 LT-ENTRADA   PIC ZZZ9.
           02 LT-SAIDA     PIC ZZZ9.
           02 LT-FALHA     PIC ZZZ9.
           02 LT-BLOQUEIO  PIC ZZZ9.
           02 LT-RECUSA    PIC ZZZ9.
           02 LT-TROCA     PIC ZZZ9.
           02 LT-DESBLOQ   PIC ZZZ9.
           02 FILLER       PIC X(05) VALUE SPACES.
       01 LINRODAPE.
           02 FILLER    PIC X(25) VALUE "EVENTOS NO PERIODO....: ".
           02 LR-QTD    PIC ZZZZZ9.
           02 FILLER    PIC X(49) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           DISPLAY "DATA INICIAL AAAAMMDD (0 = DESDE O INICIO)?".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL AAAAMMDD (0 = ATE HOJE)?".
           ACCEPT W-DATA-FIM.
           IF W-DATA-FIM = ZEROS
               ACCEPT W-DATA-FIM FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "OPERADOR (0 = TODOS)?".
           ACCEPT W-OPER-PROCURA.

           OPEN INPUT ARQ-OPER.
           IF W-STATO = "00"
               MOVE "S" TO W-OPER-ABERTO
           END-IF.

           SORT SD-ARQ-ORDENA
               ON ASCENDING KEY SD-OPERADOR SD-DATA SD-HORA
               INPUT PROCEDURE  ROT-CARREGAR
               OUTPUT PROCEDURE ROT-IMPRIMIR.

           IF OPER-ABERTO
               CLOSE ARQ-OPER
           END-IF.

           DISPLAY "RELATORIO RELACESS.LST GERADO - EVENTOS: "
                   W-QTD-EVENTOS.
           GOBACK.

      *-----------------------------------------------------------------*
      * ROT-CARREGAR - LE ACESSOS.LOG E ENTREGA AO SORT SO OS EVENTOS
      *   DO PERIODO E DO OPERADOR PEDIDOS.
      *-----------------------------------------------------------------*
       ROT-CARREGAR.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-ACESSO.
           IF COD-ERRO-LOG = "00"
               PERFORM LER-ACESSO
               PERFORM FILTRAR-UM UNTIL FIM-ARQUIVO
               CLOSE ARQ-ACESSO
           END-IF.

       LER-ACESSO.
           READ ARQ-ACESSO
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       FILTRAR-UM.
           IF AC-DATA NOT < W-DATA-INI
              AND AC-DATA NOT > W-DATA-FIM
              AND (W-OPER-PROCURA = ZEROS
                   OR AC-OPERADOR = W-OPER-PROCURA)
               MOVE AC-OPERADOR TO SD-OPERADOR
               MOVE AC-DATA     TO SD-DATA
               MOVE AC-HORA     TO SD-HORA
               MOVE AC-EVENTO   TO SD-EVENTO
               RELEASE SD-REG-ACESSO
               ADD 1 TO W-QTD-EVENTOS
           END-IF.
           PERFORM LER-ACESSO.

      *-----------------------------------------------------------------*
      * ROT-IMPRIMIR - RECEBE OS EVENTOS EM ORDEM DE OPERADOR, DATA E
      *   HORA E IMPRIME UMA LINHA A CADA QUEBRA DE OPERADOR OU DIA.
      *-----------------------------------------------------------------*
       ROT-IMPRIMIR.
           OPEN OUTPUT REL-ACESSO.
           PERFORM ROT-RETORNAR-UM UNTIL FIM-SORT.
           IF TEM-GRUPO
               PERFORM IMPRIMIR-GRUPO
           ELSE
               PERFORM CABECALHO-PAGINA
               MOVE "NENHUM ACESSO NO PERIODO" TO REG-REL
               WRITE REG-REL
           END-IF.

           MOVE W-TT-ENTRADA  TO LT-ENTRADA.
           MOVE W-TT-SAIDA    TO LT-SAIDA.
           MOVE W-TT-FALHA    TO LT-FALHA.
           MOVE W-TT-BLOQUEIO TO LT-BLOQUEIO.
           MOVE W-TT-RECUSA   TO LT-RECUSA.
           MOVE W-TT-TROCA    TO LT-TROCA.
           MOVE W-TT-DESBLOQ  TO LT-DESBLOQ.
           WRITE REG-REL FROM LINTOTAL.
           MOVE W-QTD-EVENTOS TO LR-QTD.
           WRITE REG-REL FROM LINRODAPE.
           CLOSE REL-ACESSO.

       CABECALHO-PAGINA.
           CALL "CABECA-RELATORIO" USING CONTROLE-REL.
           IF CR-IMPRIME = "S"
               WRITE REG-REL FROM CR-CABECALHO
               WRITE REG-REL FROM LINCAB2
           END-IF.

       ROT-RETORNAR-UM.
           RETURN SD-ARQ-ORDENA
               AT END
                   MOVE "S" TO W-FIM-SORT
               NOT AT END
                   PERFORM ACUMULAR-EVENTO
           END-RETURN.

       ACUMULAR-EVENTO.
           IF TEM-GRUPO
              AND (SD-OPERADOR NOT = W-GR-OPERADOR
                   OR SD-DATA NOT = W-GR-DATA)
               PERFORM IMPRIMIR-GRUPO
           END-IF.
           IF NOT TEM-GRUPO
               MOVE "S"         TO W-TEM-GRUPO
               MOVE SD-OPERADOR TO W-GR-OPERADOR
               MOVE SD-DATA     TO W-GR-DATA
               MOVE SPACES      TO W-GR-PRIM-ENT W-GR-ULT-SAI
               MOVE ZEROS       TO W-CT-ENTRADA W-CT-SAIDA
                   W-CT-FALHA W-CT-BLOQUEIO W-CT-RECUSA
                   W-CT-TROCA W-CT-DESBLOQ
           END-IF.

           EVALUATE SD-EVENTO
               WHEN "E"
                   ADD 1 TO W-CT-ENTRADA
                   IF W-GR-PRIM-ENT = SPACES
                       MOVE SD-HORA(1:5) TO W-GR-PRIM-ENT
                   END-IF
               WHEN "S"
                   ADD 1 TO W-CT-SAIDA
                   MOVE SD-HORA(1:5) TO W-GR-ULT-SAI
               WHEN "F"
                   ADD 1 TO W-CT-FALHA
               WHEN "B"
                   ADD 1 TO W-CT-BLOQUEIO
               WHEN "R"
                   ADD 1 TO W-CT-RECUSA
               WHEN "T"
                   ADD 1 TO W-CT-TROCA
               WHEN "D"
                   ADD 1 TO W-CT-DESBLOQ
           END-EVALUATE.

      *-----------------------------------------------------------------*
      * IMPRIMIR-GRUPO - LINHA DO OPERADOR NO DIA. O NOME VEM DE
      *   OPERADOR.DAT; CODIGO DIGITADO ERRADO NO LOGIN (OPERADOR QUE
      *   NAO EXISTE) SAI COMO NAO CADASTRADO.
      *-----------------------------------------------------------------*
       IMPRIMIR-GRUPO.
           PERFORM CABECALHO-PAGINA.
           MOVE "NAO CADASTRADO" TO LD-NOME.
           IF OPER-ABERTO
               MOVE W-GR-OPERADOR TO OP-COD
               READ ARQ-OPER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OP-NOME TO LD-NOME
               END-READ
           END-IF.
           MOVE W-GR-OPERADOR TO LD-OPERADOR.
           MOVE W-GR-DATA     TO LD-DATA.
           MOVE W-GR-PRIM-ENT TO LD-PRIM-ENT.
           MOVE W-GR-ULT-SAI  TO LD-ULT-SAI.
           MOVE W-CT-ENTRADA  TO LD-ENTRADA.
           MOVE W-CT-SAIDA    TO LD-SAIDA.
           MOVE W-CT-FALHA    TO LD-FALHA.
           MOVE W-CT-BLOQUEIO TO LD-BLOQUEIO.
           MOVE W-CT-RECUSA   TO LD-RECUSA.
           MOVE W-CT-TROCA    TO LD-TROCA.
           MOVE W-CT-DESBLOQ  TO LD-DESBLOQ.
           WRITE REG-REL FROM LINDET.

           ADD W-CT-ENTRADA  TO W-TT-ENTRADA.
           ADD W-CT-SAIDA    TO W-TT-SAIDA.
           ADD W-CT-FALHA    TO W-TT-FALHA.
           ADD W-CT-BLOQUEIO TO W-TT-BLOQUEIO.
           ADD W-CT-RECUSA   TO W-TT-RECUSA.
           ADD W-CT-TROCA    TO W-TT-TROCA.
           ADD W-CT-DESBLOQ  TO W-TT-DESBLOQ.
           MOVE "N" TO W-TEM-GRUPO.
