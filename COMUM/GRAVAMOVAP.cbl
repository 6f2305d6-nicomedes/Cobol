      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             GRAVA-MOVAPOL.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * LIVRO DE MOVIMENTACAO DA CARTEIRA DE APOLICES: TODO PROGRAMA
      * QUE MUDA A SITUACAO, O GRUPO OU O PREMIO DE UMA APOLICE EM
      * APOLICE.DAT CHAMA ESTA ROTINA LOGO APOS O WRITE/REWRITE COM O
      * TIPO DO MOVIMENTO E AS IMAGENS DA APOLICE ANTES E DEPOIS:
      *   N EMISSAO (CONVPROP)        R RENOVACAO (RENOVA)
      *   E ENDOSSO (ENDOSSO)         A ALTERACAO DE GRUPO (CONSAPOL)
      *   X CANCELAMENTO (CONSAPOL)   S SUSPENSAO (COBRANCA)
      *   T REATIVACAO (BAIXAPAR)
      * NA EMISSAO A IMAGEM ANTES VEM EM BRANCO. O REGISTRO EM
      * MOVAPOL.DAT, INDEXADO POR APOLICE + DATA + HORA + SEQUENCIA,
      * GUARDA SITUACAO, GRUPO E PREMIO DE ANTES E DE DEPOIS, DE ONDE
      * O RELCART.cbl REFAZ A CARTEIRA EM VIGOR EM QUALQUER DATA.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVAPOL ASSIGN TO "MOVAPOL.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS MA-CHAVE
               FILE STATUS     IS COD-ERRO-MOVAP.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-MOVAPOL.
       01  REG-MOVAPOL.
           02 MA-CHAVE.
               03 MA-NUM-APOLICE PIC 9(06).
               03 MA-DATA        PIC 9(08).
               03 MA-HORA        PIC 9(08).
               03 MA-SEQ         PIC 9(03).
           02 MA-PROGRAMA    PIC X(08).
           02 MA-TIPO        PIC X(01).
           02 MA-CORRETOR    PIC 9(03).
           02 MA-STATUS-ANT  PIC X(01).
           02 MA-STATUS-NOVO PIC X(01).
           02 MA-GRUPO-ANT   PIC X(01).
           02 MA-GRUPO-NOVO  PIC X(01).
           02 MA-PREMIO-ANT  PIC 9(06)V99.
           02 MA-PREMIO-NOVO PIC 9(06)V99.

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-MOVAP  PIC XX VALUE SPACES.
       77 W-GRAVOU        PIC X  VALUE "N".
           88 GRAVACAO-OK          VALUE "S".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.

       LINKAGE                 SECTION.
       01 PROGRAMA      PIC X(08).
       01 TIPO-MOVTO    PIC X(01).
       01 APOLICE-DEPOIS.
           02 AD-NUM-APOLICE PIC 9(6).
           02 AD-NOME        PIC X(15).
           02 AD-IDADE       PIC 99.
           02 AD-GRUPO       PIC X.
           02 AD-CATEGORIA   PIC X(20).
           02 AD-PREMIO      PIC 9(6)V99.
           02 AD-STATUS      PIC X(1).
           02 AD-MOTIVO      PIC X(20).
           02 AD-CLASSE-BONUS PIC 9.
           02 AD-CORRETOR    PIC 9(3).
           02 AD-CPF         PIC 9(11).
           02 AD-INICIO-VIG  PIC 9(8).
           02 AD-VEIC-MODELO PIC X(20).
           02 AD-VEIC-ANO    PIC 9(4).
           02 AD-VEIC-PLACA  PIC X(7).
           02 AD-VEIC-CHASSI PIC X(17).
           02 AD-VLR-SEGURADO PIC 9(8)V99.
       01 APOLICE-ANTES.
           02 AA-NUM-APOLICE PIC 9(6).
           02 AA-NOME        PIC X(15).
           02 AA-IDADE       PIC 99.
           02 AA-GRUPO       PIC X.
           02 AA-CATEGORIA   PIC X(20).
           02 AA-PREMIO      PIC 9(6)V99.
           02 AA-STATUS      PIC X(1).
           02 AA-MOTIVO      PIC X(20).
           02 AA-CLASSE-BONUS PIC 9.
           02 AA-CORRETOR    PIC 9(3).
           02 AA-CPF         PIC 9(11).
           02 AA-INICIO-VIG  PIC 9(8).
           02 AA-VEIC-MODELO PIC X(20).
           02 AA-VEIC-ANO    PIC 9(4).
           02 AA-VEIC-PLACA  PIC X(7).
           02 AA-VEIC-CHASSI PIC X(17).
           02 AA-VLR-SEGURADO PIC 9(8)V99.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING PROGRAMA TIPO-MOVTO
                                APOLICE-DEPOIS APOLICE-ANTES.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE SPACES         TO REG-MOVAPOL.
           MOVE AD-NUM-APOLICE TO MA-NUM-APOLICE.
           ACCEPT MA-DATA FROM DATE YYYYMMDD.
           ACCEPT MA-HORA FROM TIME.
           MOVE ZEROS          TO MA-SEQ.
           MOVE PROGRAMA       TO MA-PROGRAMA.
           MOVE TIPO-MOVTO     TO MA-TIPO.
           MOVE AD-CORRETOR    TO MA-CORRETOR.
           MOVE AD-STATUS      TO MA-STATUS-NOVO.
           MOVE AD-GRUPO       TO MA-GRUPO-NOVO.
           MOVE AD-PREMIO      TO MA-PREMIO-NOVO.
           IF APOLICE-ANTES = SPACES
               MOVE ZEROS       TO MA-PREMIO-ANT
           ELSE
               MOVE AA-STATUS   TO MA-STATUS-ANT
               MOVE AA-GRUPO    TO MA-GRUPO-ANT
               MOVE AA-PREMIO   TO MA-PREMIO-ANT
           END-IF.

           OPEN I-O ARQ-MOVAPOL.
           IF COD-ERRO-MOVAP = "35"
               OPEN OUTPUT ARQ-MOVAPOL
               CLOSE ARQ-MOVAPOL
               OPEN I-O ARQ-MOVAPOL
           END-IF.
           IF COD-ERRO-MOVAP NOT = "00"
               CALL "VERIFICA-STATUS" USING COD-ERRO-MOVAP
                   W-MENSAGEM-ERRO "GRAVAMVA"
               EXIT PROGRAM
           END-IF.

           MOVE "N" TO W-GRAVOU.
           PERFORM GRAVAR-MOVIMENTO
               UNTIL GRAVACAO-OK OR MA-SEQ = 999.
           CLOSE ARQ-MOVAPOL.

           EXIT PROGRAM.

      *-----------------------------------------------------------------*
      * GRAVAR-MOVIMENTO - CHAVE JA EXISTENTE (OUTRO MOVIMENTO DA
      *   MESMA APOLICE NO MESMO CENTESIMO) AVANCA A SEQUENCIA E TENTA
      *   DE NOVO.
      *-----------------------------------------------------------------*
       GRAVAR-MOVIMENTO.
           WRITE REG-MOVAPOL
               INVALID KEY
                   ADD 1 TO MA-SEQ
               NOT INVALID KEY
                   MOVE "S" TO W-GRAVOU
           END-WRITE.
           IF NOT GRAVACAO-OK AND COD-ERRO-MOVAP NOT = "22"
               CALL "VERIFICA-STATUS" USING COD-ERRO-MOVAP
                   W-MENSAGEM-ERRO "GRAVAMVA"
               MOVE 999 TO MA-SEQ
           END-IF.
