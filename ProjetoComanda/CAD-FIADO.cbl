      *   FECHA-COMANDA LANCA O CONSUMO PENDURADO, DE ONDE O
      *   REL-FIADO.cbl TIRA O EXTRATO MENSAL. APOSENTA O CADERNO DE
      *   FIADO QUE JA PERDEU DINHEIRO.
      * 15 OUTUBRO 2026 - JULIANO - A CONTA GANHA O CPF DO CLIENTE
      *   (CC-CPF, CRITICADO PELO COMUM/VALIDCPF.cbl), PEDIDO ANTES DO
      *   NOME E PROCURADO NO CADASTRO UNICO DE PESSOAS (PESSOA.DAT,
      *   VIA COMUM/BUSCAPESSOA.cbl): PESSOA EXISTENTE TRAZ NOME E
      *   TELEFONE, PESSOA NOVA E CRIADA COM O QUE FOR DIGITADO AQUI.
      *   CONTAS ANTIGAS (CPF ZERO, CONVERTIDAS PELO CARGAPES.cbl)
      *   RECEBEM O CPF NA PROXIMA ALTERACAO.
      * 15 OUTUBRO 2026 - JULIANO - RECEBIMENTO COM O MES DO CAIXA JA
      *   FECHADO NO CONTROLE DE PERIODOS (PERIODO.cbl) PARA A DATA DO
      *   DIA E RECUSADO ANTES DE ABATER O SALDO E DE LANCAR NO CAIXA
      *   (CONSULTA NO COMUM/VERIFPERIODO.cbl).
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
           02 CC-NOME   PIC X(30).
           02 CC-FONE   PIC X(12).
           02 CC-SALDO  PIC 9(7)V99.
           02 CC-CPF    PIC 9(11).

       FD  ARQ-FIADOMOV.
       01  REG-FIADOMOV.
       77 W-COD-CONTA     PIC 9(3)  VALUE ZEROS.
       77 W-NOME          PIC X(30) VALUE SPACES.
       77 W-FONE          PIC X(12) VALUE SPACES.
       77 W-CPF           PIC 9(11) VALUE ZEROS.
       77 W-CPF-OK        PIC X     VALUE SPACE.
       77 W-PE-NASC       PIC 9(8)  VALUE ZEROS.
       77 W-PE-RETORNO    PIC X     VALUE SPACE.
       77 W-VALOR         PIC 9(7)V99 VALUE ZEROS.
       77 W-SEQ-MOV       PIC 9(4)  VALUE ZEROS.
       77 W-DOC-CAIXA     PIC X(15) VALUE SPACES.
       77 W-VLR-CAIXA     PIC 9(8)V99 VALUE ZEROS.
       77 W-DATA-SIS      PIC 9(8)  VALUE ZEROS.
       77 W-SIT-PERIODO   PIC X     VALUE "A".
           88 MES-FECHADO           VALUE "F".
       01 W-DATA-BARRA.
           02 W-DIA-B   PIC 99.
           02 FILLER    PIC X VALUE "/".
           END-IF.

       PROCESSA.
           MOVE ZEROS  TO W-COD-CONTA W-VALOR W-CPF.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME W-FONE.

           DISPLAY ERASE.
                       MOVE W-NOME      TO CC-NOME
                       MOVE W-FONE      TO CC-FONE
                       MOVE ZEROS       TO CC-SALDO
                       MOVE W-CPF       TO CC-CPF
                       WRITE REG-CONTAC
                       PERFORM GRAVAR-PESSOA
                       MOVE CC-COD     TO W-CHAVE-AUDIT
                       MOVE SPACES     TO W-ANTES-AUDIT
                       MOVE REG-CONTAC TO W-DEPOIS-AUDIT
                   MOVE REG-CONTAC TO W-ANTES-AUDIT
                   DISPLAY "NOME ATUAL: " AT 1010
                   DISPLAY CC-NOME        AT 1023
                   MOVE CC-CPF  TO W-CPF
                   MOVE CC-FONE TO W-FONE
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       MOVE W-NOME TO CC-NOME
                       MOVE W-FONE TO CC-FONE
                       MOVE W-CPF  TO CC-CPF
                       REWRITE REG-CONTAC
                       PERFORM GRAVAR-PESSOA
                       MOVE REG-CONTAC TO W-DEPOIS-AUDIT
                       MOVE CC-COD     TO W-CHAVE-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADFIADO"
                       END-IF
                   END-PERFORM
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       ACCEPT W-DATA-SIS FROM DATE YYYYMMDD
                       CALL "VERIFICA-PERIODO" USING "X" W-DATA-SIS
                           W-SIT-PERIODO
                       IF MES-FECHADO
                           MOVE "N" TO W-GRAVA
                           DISPLAY "MES FECHADO PARA O CAIXA" AT 2310
                       END-IF
                   END-IF
                   IF W-GRAVA = "S"
                       SUBTRACT W-VALOR FROM CC-SALDO
                       REWRITE REG-CONTAC
           MOVE W-SEQ-MOV   TO FM-SEQ.
           READ ARQ-FIADOMOV.

      *-----------------------------------------------------------------*
      * RECEBER-DADOS - CPF PRIMEIRO: PESSOA JA NO CADASTRO UNICO TRAZ
      *   NOME E TELEFONE DE LA (CORRECAO SO NO CADPESSOA.cbl; TELEFONE
      *   EM BRANCO NO CADASTRO E PEDIDO AQUI). PESSOA NOVA TEM NOME E
      *   TELEFONE DIGITADOS.
      *-----------------------------------------------------------------*
       RECEBER-DADOS.
           DISPLAY "CPF (11 DIGITOS).....:" AT 1110.
           MOVE SPACE TO W-CPF-OK.
           PERFORM WITH TEST AFTER UNTIL W-CPF-OK = "S"
               ACCEPT W-CPF AT 1133
               CALL "VALIDA-CPF" USING W-CPF W-CPF-OK
               IF W-CPF-OK NOT = "S"
                   DISPLAY "CPF INVALIDO       " AT 2310
               ELSE
                   DISPLAY "                   " AT 2310
               END-IF
           END-PERFORM.
           DISPLAY "NOME.................:" AT 1210.
           DISPLAY "TELEFONE.............:" AT 1410.
           MOVE SPACES TO W-NOME.
           CALL "BUSCA-PESSOA" USING "C" W-CPF W-NOME W-PE-NASC
               W-FONE W-PE-RETORNO.
           IF W-PE-RETORNO = "S"
               DISPLAY W-NOME AT 1233
               DISPLAY W-FONE AT 1433
               DISPLAY "DADOS DO CADASTRO DE PESSOAS" AT 2310
               IF W-FONE = SPACES
                   ACCEPT W-FONE AT 1433
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST AFTER UNTIL W-NOME NOT = SPACES
               ACCEPT W-NOME AT 1233
           END-PERFORM.
           ACCEPT W-FONE AT 1433.

      *-----------------------------------------------------------------*
      * GRAVAR-PESSOA - CLIENTE NOVO NO CADASTRO UNICO DE PESSOAS;
      *   PESSOA EXISTENTE SO TEM COMPLETADO O QUE ESTAVA EM BRANCO.
      *-----------------------------------------------------------------*
       GRAVAR-PESSOA.
           MOVE ZEROS TO W-PE-NASC.
           CALL "BUSCA-PESSOA" USING "G" CC-CPF CC-NOME W-PE-NASC
               CC-FONE W-PE-RETORNO.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
