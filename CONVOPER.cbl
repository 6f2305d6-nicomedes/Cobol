      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CONVOPER.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CONVERSAO UNICA DE OPERADOR.DAT
      *   PARA A SENHA CIFRADA. O CADASTRO GUARDAVA A SENHA DIGITADA
      *   EM 8 POSICOES; O LAYOUT NOVO GUARDA A CIFRA DE 16 DIGITOS
      *   (COMUM/CIFRASENHA), A DATA DA ULTIMA TROCA, A MARCA DE TROCA
      *   OBRIGATORIA, O CONTADOR DE ERROS E A MARCA DE BLOQUEIO. DUAS
      *   PASSAGENS POR CONVOPER.TMP, COMO NO CONVQTD.cbl: CADA SENHA
      *   ANTIGA E CIFRADA E TODOS OS OPERADORES FICAM DESBLOQUEADOS E
      *   OBRIGADOS A TROCAR A SENHA NO PRIMEIRO LOGIN. AO TERMINAR
      *   GRAVA CONVOPER.CTL; SE ESSE ARQUIVO JA EXISTIR O PROGRAMA
      *   RECUSA RODAR DE NOVO (CIFRAR DUAS VEZES INUTILIZARIA AS
      *   SENHAS). A CONTAGEM SAI EM CONVOPER.LST. FAZER O BACKUP ANTES
      *   DE CONFIRMAR E NINGUEM LOGADO DURANTE A CONVERSAO.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE ASSIGN TO "CONVOPER.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCTL.

           SELECT ARQ-OPER-ANT ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS OA-COD
               FILE STATUS     IS W-STATO.
           SELECT ARQ-OPER ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS OP-COD
               FILE STATUS     IS W-STATO.

           SELECT ARQ-TMP ASSIGN TO "CONVOPER.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.

           SELECT REL-RESUMO ASSIGN TO "CONVOPER.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORD STANDARD.
       01  REG-CONTROLE.
           02 CC-DATA        PIC 9(8).
           02 FILLER         PIC X(01).
           02 CC-PROGRAMA    PIC X(08).

      * OPERADOR.DAT - ANTIGO (SENHA ABERTA) E NOVO (SENHA CIFRADA)
       FD  ARQ-OPER-ANT.
       01  REG-OPER-ANT.
           02 OA-COD    PIC 9(3).
           02 OA-NOME   PIC X(30).
           02 OA-SENHA  PIC X(8).
           02 OA-NIVEL  PIC 9(1).
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

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP    PIC X(80).

       FD  REL-RESUMO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATCTL       PIC XX VALUE SPACES.
       77 W-STATO         PIC XX VALUE SPACES.
       77 W-STATTMP       PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.

       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-CIFRA         PIC X(16) VALUE SPACES.
       77 W-QTD-OPER      PIC 9(6)  VALUE ZEROS.
       77 W-QTD-SUPER     PIC 9(6)  VALUE ZEROS.

       01 LINCAB1.
           02 FILLER    PIC X(34) VALUE
               "CONVERSAO DE OPERADORES - EM: ".
           02 LC-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(36) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINDET.
           02 LD-ROTULO PIC X(30).
           02 LD-QTD    PIC ZZZZZ9.
           02 FILLER    PIC X(44) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CONTROLE.
           IF W-STATCTL = "00"
               READ ARQ-CONTROLE
                   AT END MOVE ZEROS TO CC-DATA
               END-READ
               CLOSE ARQ-CONTROLE
               DISPLAY "CONVERSAO JA EXECUTADA EM " CC-DATA
               DISPLAY "(CONVOPER.CTL) - NADA FOI ALTERADO"
               GOBACK
           END-IF.

           DISPLAY "CONVERSAO DE OPERADOR.DAT - SENHAS CIFRADAS".
           DISPLAY "RODAR UMA UNICA VEZ, COM O BACKUP FEITO E NENHUM".
           DISPLAY "OPERADOR LOGADO. TODOS TERAO DE TROCAR A SENHA".
           DISPLAY "NO PRIMEIRO LOGIN.".
           DISPLAY "CONFIRMA A EXECUCAO? (S/N)".
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP
               MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
           END-PERFORM.
           IF W-RESP = "N"
               DISPLAY "CONVERSAO ABANDONADA"
               GOBACK
           END-IF.

           PERFORM CONVERTER-OPERADORES.
           IF W-STATO NOT = "00" AND W-QTD-OPER = ZEROS
               DISPLAY "OPERADOR.DAT NAO ENCONTRADO - NADA CONVERTIDO"
               GOBACK
           END-IF.

           PERFORM GRAVAR-CONTROLE.
           PERFORM IMPRIMIR-RESUMO.
           DISPLAY "CONVERSAO CONCLUIDA - CONTAGEM EM CONVOPER.LST".
           GOBACK.

      *-----------------------------------------------------------------*
      * CONVERTER-OPERADORES - PASSO 1 LE OPERADOR.DAT NO LAYOUT ANTIGO,
      *   CIFRA A SENHA E GRAVA O REGISTRO NOVO EM CONVOPER.TMP; PASSO 2
      *   RECRIA O INDEXADO A PARTIR DO TMP.
      *-----------------------------------------------------------------*
       CONVERTER-OPERADORES.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-OPER-ANT.
           IF W-STATO NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-OPER-ANT.
           PERFORM SEPARAR-OPERADOR UNTIL FIM-ARQUIVO.
           CLOSE ARQ-OPER-ANT ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-OPER.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-OPERADOR UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-OPER.

       LER-OPER-ANT.
           READ ARQ-OPER-ANT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-OPERADOR.
           CALL "CIFRA-SENHA" USING OA-COD OA-SENHA W-CIFRA.
           MOVE OA-COD   TO OP-COD.
           MOVE OA-NOME  TO OP-NOME.
           MOVE W-CIFRA  TO OP-SENHA.
           MOVE OA-NIVEL TO OP-NIVEL.
           MOVE ZEROS    TO OP-DT-SENHA OP-ERROS.
           MOVE "S"      TO OP-TROCA.
           MOVE "N"      TO OP-BLOQUEIO.
           MOVE SPACES   TO REG-TMP.
           MOVE REG-OPER TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-OPER.
           IF OP-SUPERVISOR
               ADD 1 TO W-QTD-SUPER
           END-IF.
           PERFORM LER-OPER-ANT.

       COPIAR-TMP-OPERADOR.
           MOVE REG-TMP TO REG-OPER.
           WRITE REG-OPER.
           PERFORM LER-TMP.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           MOVE SPACES      TO REG-CONTROLE.
           MOVE W-DATA-HOJE TO CC-DATA.
           MOVE "CONVOPER"  TO CC-PROGRAMA.
           WRITE REG-CONTROLE.
           CLOSE ARQ-CONTROLE.

       IMPRIMIR-RESUMO.
           OPEN OUTPUT REL-RESUMO.
           MOVE W-DATA-HOJE TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.
           MOVE "OPERADORES CONVERTIDOS" TO LD-ROTULO.
           MOVE W-QTD-OPER     TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "  DOS QUAIS SUPERVISORES" TO LD-ROTULO.
           MOVE W-QTD-SUPER    TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           CLOSE REL-RESUMO.
