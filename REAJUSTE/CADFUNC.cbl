      *   FUNCIONARIO, CRITICADO PELO COMUM/VALIDCPF.cbl, COM AVISO DE
      *   CPF JA CADASTRADO EM OUTRA MATRICULA. O CRUZAMENTO ENTRE OS
      *   CADASTROS DE PESSOAS SAI NO RELCPF.cbl.
      * 15 OUTUBRO 2026 - JULIANO - O REGISTRO GANHA BANCO, AGENCIA E
      *   CONTA-DIGITO DO FUNCIONARIO, PEDIDOS NA INCLUSAO E NA
      *   ALTERACAO, PARA O ARQUIVO DE PAGAMENTO DO GERAPAG.cbl. BANCO
      *   ZERO MARCA QUEM RECEBE POR OUTRO MEIO.
      * 15 OUTUBRO 2026 - JULIANO - O REGISTRO GANHA O PERCENTUAL DO
      *   ADIANTAMENTO QUINZENAL (ADIANTA.cbl): 00,00 SEGUE O PERCENTUAL
      *   GERAL DA RODADA, 99,99 E QUEM NAO QUER ADIANTAMENTO.
      * 15 OUTUBRO 2026 - JULIANO - O CPF PASSA A SER PEDIDO ANTES DO
      *   NOME E PROCURADO NO CADASTRO UNICO DE PESSOAS (PESSOA.DAT, VIA
      *   COMUM/BUSCAPESSOA.cbl): PESSOA EXISTENTE TRAZ O NOME, PESSOA
      *   NOVA E CRIADA COM O NOME DIGITADO AQUI.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
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

       77 W-DATA-OK       PIC X    VALUE SPACES.
       77 W-CPF           PIC 9(11) VALUE ZEROS.
       77 W-CPF-OK        PIC X    VALUE SPACES.
       77 W-BANCO         PIC 9(3)  VALUE ZEROS.
       77 W-AGENCIA       PIC 9(5)  VALUE ZEROS.
       77 W-CONTA         PIC 9(12) VALUE ZEROS.
       77 W-CONTA-DV      PIC X     VALUE SPACE.
       77 W-PCT-ADIANT    PIC 99V99 VALUE ZEROS.
       77 W-REG-SALVA     PIC X(130) VALUE SPACES.
       77 W-FIM-VARRE     PIC X    VALUE "N".
           88 FIM-VARREDURA         VALUE "S".
       77 W-PE-NOME       PIC X(30) VALUE SPACES.
       77 W-PE-NASC       PIC 9(8)  VALUE ZEROS.
       77 W-PE-FONE       PIC X(12) VALUE SPACES.
       77 W-PE-RETORNO    PIC X     VALUE SPACE.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
           END-IF.

       ROT-PROCESSA.
           MOVE ZEROS  TO W-MATR-BASE W-SALARIO W-BANCO W-AGENCIA
                          W-CONTA W-PCT-ADIANT.
           MOVE SPACES TO W-OPCAO W-GRAVA W-NOME-FUNC W-CONTA-DV.

           DISPLAY ERASE.
           DISPLAY "CADASTRO DE FUNCIONARIOS" AT 0320.
                       MOVE ZEROS       TO RF-DT-DESLIG
                       MOVE SPACES      TO RF-MOT-DESLIG
                       MOVE W-CPF       TO RF-CPF
                       MOVE W-PCT-ADIANT TO RF-PCT-ADIANT
                       PERFORM MOVER-BANCO
                       WRITE REG-FUNC
                       PERFORM GRAVAR-PESSOA
                       MOVE RF-MATRICULA TO W-CHAVE-AUDIT
                       MOVE SPACES TO W-ANTES-AUDIT
                       MOVE REG-FUNC(1:40) TO W-DEPOIS-AUDIT
               NOT INVALID KEY
                   MOVE RF-NOME    TO W-NOME-FUNC
                   MOVE RF-SALARIO TO W-SALARIO-ED
                   MOVE RF-BANCO   TO W-BANCO
                   MOVE RF-AGENCIA TO W-AGENCIA
                   MOVE RF-CONTA   TO W-CONTA
                   MOVE RF-CONTA-DV TO W-CONTA-DV
                   MOVE RF-PCT-ADIANT TO W-PCT-ADIANT
                   MOVE RF-CPF     TO W-CPF
                   MOVE REG-FUNC(1:40) TO W-ANTES-AUDIT
                   DISPLAY W-NOME-FUNC AT 1140
                   DISPLAY W-SALARIO-ED AT 1340
                       MOVE W-NOME-FUNC TO RF-NOME
                       MOVE W-SALARIO   TO RF-SALARIO
                       MOVE W-CPF       TO RF-CPF
                       MOVE W-PCT-ADIANT TO RF-PCT-ADIANT
                       PERFORM MOVER-BANCO
                       REWRITE REG-FUNC
                       PERFORM GRAVAR-PESSOA
                       MOVE RF-MATRICULA TO W-CHAVE-AUDIT
                       MOVE REG-FUNC(1:40) TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADFUNC "

      *-----------------------------------------------------------------*
      * RECEBER-DADOS - NOME OBRIGATORIO E SALARIO DENTRO DA FAIXA
      *   ACEITA PELA FOLHA (500,00 A 999.999,99). O CPF VEM PRIMEIRO:
      *   PESSOA JA NO CADASTRO UNICO (PESSOA.DAT) TRAZ O NOME DE LA,
      *   SEM REDIGITAR (CORRECAO SO NO CADPESSOA.cbl).
      *-----------------------------------------------------------------*
       RECEBER-DADOS.
           PERFORM RECEBER-CPF.
           DISPLAY "NOME.................:" AT 1110.
           CALL "BUSCA-PESSOA" USING "C" W-CPF W-PE-NOME W-PE-NASC
               W-PE-FONE W-PE-RETORNO.
           IF W-PE-RETORNO = "S"
               MOVE W-PE-NOME TO W-NOME-FUNC
               DISPLAY W-NOME-FUNC AT 1133
               DISPLAY "NOME DO CADASTRO DE PESSOAS" AT 2310
           ELSE
               PERFORM WITH TEST AFTER UNTIL W-NOME-FUNC NOT = SPACES
                   ACCEPT W-NOME-FUNC AT 1133
               END-PERFORM
           END-IF.
           DISPLAY "SALARIO..............:" AT 1310.
           PERFORM WITH TEST AFTER UNTIL W-SALARIO-OK
               MOVE ZEROS TO W-SALARIO-ED
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM RECEBER-BANCO.
           PERFORM RECEBER-ADIANTAMENTO.

      *-----------------------------------------------------------------*
      * RECEBER-CPF - CPF CRITICADO PELO COMUM/VALIDCPF.cbl, COM AVISO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------*
      * RECEBER-BANCO - BANCO ZERO DISPENSA AGENCIA E CONTA (SALARIO
      *   PAGO POR OUTRO MEIO); COM BANCO, AGENCIA E CONTA SAO
      *   OBRIGATORIAS. NA ALTERACAO OS DADOS ATUAIS VEM NA TELA.
      *-----------------------------------------------------------------*
       RECEBER-BANCO.
           DISPLAY "BANCO (000 SEM CONTA):" AT 1810.
           DISPLAY "AGENCIA / CONTA-DV...:" AT 1910.
           DISPLAY "-" AT 1952.
           DISPLAY W-BANCO    AT 1833.
           DISPLAY W-AGENCIA  AT 1933.
           DISPLAY W-CONTA    AT 1940.
           DISPLAY W-CONTA-DV AT 1953.
           ACCEPT W-BANCO AT 1833.
           IF W-BANCO = ZEROS
               MOVE ZEROS TO W-AGENCIA W-CONTA
               MOVE SPACE TO W-CONTA-DV
               EXIT PARAGRAPH
           END-IF.
           PERFORM WITH TEST AFTER UNTIL W-AGENCIA NOT = ZEROS
               ACCEPT W-AGENCIA AT 1933
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL W-CONTA NOT = ZEROS
               ACCEPT W-CONTA AT 1940
           END-PERFORM.
           ACCEPT W-CONTA-DV AT 1953 WITH UPPER AUTO.

      *-----------------------------------------------------------------*
      * RECEBER-ADIANTAMENTO - PERCENTUAL DO ADIANTAMENTO DO DIA 20 NO
      *   ADIANTA.cbl: 00,00 SEGUE O PERCENTUAL GERAL DA RODADA, 99,99
      *   E O FUNCIONARIO QUE NAO QUER ADIANTAMENTO.
      *-----------------------------------------------------------------*
       RECEBER-ADIANTAMENTO.
           DISPLAY "ADIANTAMENTO % (00,00 GERAL / 99,99 NAO QUER):"
               AT 2110.
           DISPLAY W-PCT-ADIANT AT 2158.
           PERFORM WITH TEST AFTER UNTIL W-PCT-ADIANT < 60,01
                                      OR W-PCT-ADIANT = 99,99
               ACCEPT W-PCT-ADIANT AT 2158
               IF W-PCT-ADIANT > 60,00 AND W-PCT-ADIANT NOT = 99,99
                   DISPLAY "ADIANTAMENTO ATE 60%" AT 2310
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------*
      * GRAVAR-PESSOA - FUNCIONARIO NOVO NO CADASTRO UNICO DE PESSOAS;
      *   PESSOA EXISTENTE SO TEM COMPLETADO O QUE ESTAVA EM BRANCO.
      *-----------------------------------------------------------------*
       GRAVAR-PESSOA.
           MOVE RF-NOME TO W-PE-NOME.
           MOVE ZEROS   TO W-PE-NASC.
           MOVE SPACES  TO W-PE-FONE.
           CALL "BUSCA-PESSOA" USING "G" RF-CPF W-PE-NOME W-PE-NASC
               W-PE-FONE W-PE-RETORNO.

       MOVER-BANCO.
           MOVE W-BANCO    TO RF-BANCO.
           MOVE W-AGENCIA  TO RF-AGENCIA.
           MOVE W-CONTA    TO RF-CONTA.
           MOVE W-CONTA-DV TO RF-CONTA-DV.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1610.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
