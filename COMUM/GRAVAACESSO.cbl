      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             GRAVA-ACESSO.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - LIVRO DE ACESSOS: GRAVA
      *   EM ACESSOS.LOG, NO MESMO ESPIRITO DO GRAVA-AUDITORIA, CADA
      *   EVENTO DE ACESSO DE UM OPERADOR COM DATA E HORA - (E)NTRADA
      *   NO SISTEMA, (S)AIDA, (F)ALHA DE SENHA, (B)LOQUEIO POR
      *   TENTATIVAS, (R)ECUSA DE OPERADOR JA BLOQUEADO, (T)ROCA DE
      *   SENHA E (D)ESBLOQUEIO PELO SUPERVISOR. O RELATORIO POR
      *   OPERADOR E DIA SAI NO RELACESS.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACESSO ASSIGN TO "ACESSOS.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  COD-ERRO-ACESSO.

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

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-ACESSO PIC XX VALUE SPACES.

       01 W-DATA-SIS      PIC 9(8) VALUE ZEROS.
       01 W-HORA-SIS.
           02 W-HH   PIC 99.
           02 W-MM   PIC 99.
           02 W-SS   PIC 99.
           02 FILLER PIC 99.
       01 W-HORA-DOISPONTOS.
           02 W-HH-B  PIC 99.
           02 FILLER  PIC X VALUE ":".
           02 W-MM-B  PIC 99.
           02 FILLER  PIC X VALUE ":".
           02 W-SS-B  PIC 99.

       LINKAGE                 SECTION.
       01 OPERADOR  PIC 9(03).
       01 EVENTO    PIC X(01).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING OPERADOR EVENTO.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SIS FROM TIME.
           MOVE W-HH TO W-HH-B.
           MOVE W-MM TO W-MM-B.
           MOVE W-SS TO W-SS-B.

      *    FILLER SEPARADORES EM BRANCO, COMO NO GRAVA-AUDITORIA, PARA
      *    O WRITE EM LINE SEQUENTIAL NAO SER RECUSADO.
           MOVE SPACES            TO REG-ACESSO.
           MOVE W-DATA-SIS        TO AC-DATA.
           MOVE W-HORA-DOISPONTOS TO AC-HORA.
           MOVE OPERADOR          TO AC-OPERADOR.
           MOVE EVENTO            TO AC-EVENTO.
           EVALUATE EVENTO
               WHEN "E"
                   MOVE "ENTRADA NO SISTEMA"   TO AC-DESCRICAO
               WHEN "S"
                   MOVE "SAIDA DO SISTEMA"     TO AC-DESCRICAO
               WHEN "F"
                   MOVE "SENHA INVALIDA"       TO AC-DESCRICAO
               WHEN "B"
                   MOVE "BLOQUEADO - 3 ERROS"  TO AC-DESCRICAO
               WHEN "R"
                   MOVE "RECUSADO - BLOQUEADO" TO AC-DESCRICAO
               WHEN "T"
                   MOVE "TROCA DE SENHA"       TO AC-DESCRICAO
               WHEN "D"
                   MOVE "DESBLOQUEADO"         TO AC-DESCRICAO
           END-EVALUATE.

           OPEN EXTEND ARQ-ACESSO.
           IF COD-ERRO-ACESSO = "35"
               OPEN OUTPUT ARQ-ACESSO
           END-IF.
           WRITE REG-ACESSO.
           CLOSE ARQ-ACESSO.

           EXIT PROGRAM.
