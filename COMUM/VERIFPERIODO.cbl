      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             VERIFICA-PERIODO.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - SITUACAO DO MES DE UM
      *   LANCAMENTO NO CONTROLE DE PERIODOS (PERIODOS.DAT, MANTIDO
      *   PELO PERIODO.cbl). RECEBE A AREA (E ESTOQUE, C CLINICA,
      *   S SEGUROS, N NATACAO, F FOLHA, X CAIXA) E A DATA DO
      *   LANCAMENTO (AAAAMMDD) E DEVOLVE "F" SE O MES ESTIVER FECHADO
      *   PARA A AREA OU "A" SE ESTIVER ABERTO (MES NUNCA FECHADO,
      *   REABERTO OU ARQUIVO AINDA NAO CRIADO). O PROGRAMA QUE LANCA
      *   DINHEIRO OU ESTOQUE CHAMA ESTA ROTINA ANTES DE GRAVAR E
      *   RECUSA O LANCAMENTO EM MES FECHADO. CHAMADORES, POR AREA:
      *   E - Menu/ENTRADA, SAIDA, INVENTAR, TRANSFEST, PRODUCAO,
      *       PAGAFORN, NOTACRED; ProjetoComanda/ABRE-COMANDA,
      *       INCL-PROD.
      *   C - PACIENTES/BAIXAFAT, PROCRET, REPASSE, FATURAR
      *       (COMPETENCIA).
      *   S - SEGURADORA/BAIXAPAR, CADSINIS, CONSAPOL.
      *   N - NADADOR/BAIXANAT, MENSANAT (COMPETENCIA).
      *   F - REAJUSTE/CADPONTO, ADIANTA, RETPAG, FOLHA E DECIMO
      *       (COMPETENCIA), FERIAS (MES DO GOZO); NADADOR/PAGINSTR
      *       (COMPETENCIA); ProjetoComanda/RATEIO-SV (COMPETENCIA).
      *   X - ProjetoComanda/CAIXA (ABERTURA DO CAIXA), FECHA-COMANDA,
      *       CAD-FIADO, CONC-CART (NA DATA DO CREDITO).
      *   PROGRAMA NOVO QUE GRAVE EM CAIXAGER.DAT (GRAVA-CAIXA) OU NO
      *   LIVRO DE ESTOQUE (GRAVA-MOVESTOQ) ENTRA NESTA LISTA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PERIODO ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PE-CHAVE
               FILE STATUS     IS COD-ERRO-PER.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-PERIODO.
       01  REG-PERIODO.
           02 PE-CHAVE.
               03 PE-AREA      PIC X(1).
               03 PE-ANOMES    PIC 9(6).
           02 PE-SITUACAO      PIC X(1).
               88 PE-FECHADO          VALUE "F".
               88 PE-REABERTO         VALUE "R".
           02 PE-OPERADOR      PIC 9(3).
           02 PE-DATA          PIC 9(8).
           02 PE-HORA          PIC 9(6).

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-PER   PIC XX VALUE SPACES.

       01 W-DATA-MOV      PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-MOV.
           02 W-ANOMES-MOV PIC 9(6).
           02 W-DIA-MOV    PIC 9(2).

       LINKAGE                 SECTION.
       01 AREA-PERIODO     PIC X(1).
       01 DATA-MOVIMENTO   PIC 9(8).
       01 SITUACAO-PERIODO PIC X(1).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING AREA-PERIODO DATA-MOVIMENTO
                                SITUACAO-PERIODO.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE "A" TO SITUACAO-PERIODO.
           OPEN INPUT ARQ-PERIODO.
           IF COD-ERRO-PER NOT = "00"
               EXIT PROGRAM
           END-IF.

           MOVE DATA-MOVIMENTO TO W-DATA-MOV.
           MOVE AREA-PERIODO   TO PE-AREA.
           MOVE W-ANOMES-MOV   TO PE-ANOMES.
           READ ARQ-PERIODO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PE-FECHADO
                       MOVE "F" TO SITUACAO-PERIODO
                   END-IF
           END-READ.

           CLOSE ARQ-PERIODO.
           EXIT PROGRAM.
