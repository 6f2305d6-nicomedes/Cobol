      *   CAD-MESA. O CADTURMA PASSA A EXIGIR O INSTRUTOR DA TURMA E
      *   RECUSA CHOQUE DE HORARIO; A CARGA SEMANAL SAI NO
      *   RELCARGA.cbl.
      * 15 OUTUBRO 2026 - JULIANO - O INSTRUTOR GANHA A MATRICULA EM
      *   FUNCIONARIOS.DAT QUANDO E EMPREGADO (ZERO PARA O AUTONOMO),
      *   VALIDADA COMO NO CAD-GARCOM.cbl. O PAGINSTR.cbl LANCA AS
      *   AULAS DO MES DO EMPREGADO NO PONTO (APONTMES.DAT) PARA A
      *   FOLHA E EMITE DEMONSTRATIVO DE PAGAMENTO PARA OS DEMAIS.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS IN-COD
               FILE STATUS     IS W-STATI.
           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS RF-MATRICULA
               FILE STATUS     IS W-STATF.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
           02 IN-NOME       PIC X(30).
           02 IN-FONE       PIC X(12).
           02 IN-VALOR-HORA PIC 9(4)V99.
           02 IN-MATRICULA  PIC 9(8).

       FD  ARQ-FUNC.
       01  REG-FUNC.
           02 RF-MATRICULA.
               03 RF-MATR-BASE PIC 9(7).
               03 RF-MATR-DV   PIC 9.
           02 RF-NOME      PIC X(30).
           02 RF-SALARIO   PIC 9(10)V99.
           02 RF-SITUACAO  PIC X(1).
               88 RF-ATIVO      VALUE "A" " ".
               88 RF-DESLIGADO  VALUE "D".
           02 RF-DT-ADMISSAO PIC 9(8).
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

       WORKING-STORAGE         SECTION.

       77 W-STATI         PIC XX VALUE SPACES.
       77 W-STATF         PIC XX VALUE SPACES.
       77 W-FUNC-ABERTO   PIC X  VALUE "N".
           88 FUNC-ABERTO          VALUE "S".
       77 W-MATR-OK       PIC X  VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
       77 W-NOME          PIC X(30) VALUE SPACES.
       77 W-FONE          PIC X(12) VALUE SPACES.
       77 W-VALOR-HORA    PIC 9(4)V99 VALUE ZEROS.
       77 W-MATRICULA     PIC 9(8)    VALUE ZEROS.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.
           OPEN INPUT ARQ-FUNC.
           IF W-STATF = "00"
               MOVE "S" TO W-FUNC-ABERTO
           END-IF.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-INSTRUT.
           IF FUNC-ABERTO
               CLOSE ARQ-FUNC
           END-IF.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       PROCESSA.
           MOVE ZEROS  TO W-COD W-VALOR-HORA W-MATRICULA.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME W-FONE.

           DISPLAY ERASE.
                       MOVE W-NOME       TO IN-NOME
                       MOVE W-FONE       TO IN-FONE
                       MOVE W-VALOR-HORA TO IN-VALOR-HORA
                       MOVE W-MATRICULA  TO IN-MATRICULA
                       WRITE REG-INSTRUTOR
                   END-IF
               NOT INVALID KEY
                       MOVE W-NOME       TO IN-NOME
                       MOVE W-FONE       TO IN-FONE
                       MOVE W-VALOR-HORA TO IN-VALOR-HORA
                       MOVE W-MATRICULA  TO IN-MATRICULA
                       REWRITE REG-INSTRUTOR
                   END-IF
           END-READ.
           PERFORM WITH TEST AFTER UNTIL W-VALOR-HORA NOT = ZEROS
               ACCEPT W-VALOR-HORA AT 1530
           END-PERFORM.
           PERFORM RECEBER-MATRICULA.

      *-----------------------------------------------------------------*
      * RECEBER-MATRICULA - MATRICULA ZERO (INSTRUTOR AUTONOMO, PAGO
      *   POR DEMONSTRATIVO) E ACEITA; QUALQUER OUTRA PRECISA EXISTIR EM
      *   FUNCIONARIOS.DAT E ESTAR ATIVA, QUANDO O CADASTRO EXISTE.
      *-----------------------------------------------------------------*
       RECEBER-MATRICULA.
           DISPLAY "MATRICULA (0=AUTON.):" AT 1710.
           MOVE "N" TO W-MATR-OK.
           PERFORM WITH TEST AFTER UNTIL W-MATR-OK = "S"
               ACCEPT W-MATRICULA AT 1732
               PERFORM VALIDAR-MATRICULA
           END-PERFORM.

       VALIDAR-MATRICULA.
           MOVE "S" TO W-MATR-OK.
           DISPLAY "                              " AT 1742.
           IF W-MATRICULA = ZEROS OR NOT FUNC-ABERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE W-MATRICULA TO RF-MATRICULA.
           READ ARQ-FUNC
               INVALID KEY
                   MOVE "N" TO W-MATR-OK
                   DISPLAY "MATRICULA NAO CADASTRADA" AT 2310
               NOT INVALID KEY
                   IF RF-DESLIGADO
                       MOVE "N" TO W-MATR-OK
                       DISPLAY "FUNCIONARIO DESLIGADO   " AT 2310
                   ELSE
                       DISPLAY RF-NOME AT 1742
                       DISPLAY "                        " AT 2310
                   END-IF
           END-READ.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1910.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1938 WITH UPPER AUTO
           END-PERFORM.
