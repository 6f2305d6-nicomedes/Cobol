      *    QUANDO O MESMO CPF JA EXISTE EM OUTRO CODIGO - A MESMA
      *    PESSOA VIVIA CADASTRADA DUAS VEZES. O CRUZAMENTO DE CPF
      *    ENTRE PACIENTES, FUNCIONARIOS E APOLICES SAI NO RELCPF.cbl.
      *    15 OUTUBRO 2026 - SOLANGE - O CPF PASSA A SER PEDIDO PRIMEIRO
      *    E A PESSOA E PROCURADA NO CADASTRO UNICO (PESSOA.DAT, VIA
      *    COMUM/BUSCAPESSOA.cbl): SE JA EXISTE, NOME, TELEFONE E
      *    NASCIMENTO VEM DE LA E NAO SAO REDIGITADOS (CORRECAO SO NO
      *    CADPESSOA.cbl); SE NAO EXISTE, E CRIADA COM O QUE FOR
      *    DIGITADO AQUI.
       ENVIRONMENT         DIVISION.

       INPUT-OUTPUT        SECTION.
           88 W-OPER-OK           VALUE "I" "A" "E" "C".
       77 W-CONF          PIC X     VALUE  SPACE.
       77 QQ-TECLA        PIC X     VALUE  SPACE.
       77 W-PE-CPF        PIC 9(11) VALUE  ZEROS.
       77 W-PE-NOME       PIC X(30) VALUE  SPACES.
       77 W-PE-NASC       PIC 9(8)  VALUE  ZEROS.
       77 W-PE-FONE       PIC X(12) VALUE  SPACES.
       77 W-PE-RETORNO    PIC X     VALUE  SPACE.

       SCREEN SECTION.
       01 TELA-1 BACKGROUND-COLOR 7.
           END-PERFORM.

       ROT-INCLUIR.
           PERFORM ENTRA-I6
           PERFORM ENTRA-PESSOA
           PERFORM ENTRA-I2
           PERFORM ENTRA-I5
           WRITE REG-PAC
               INVALID KEY
                   DISPLAY "CODIGO JA CADASTRADO" AT 2325
                   MOVE REG-PAC(1:40) TO W-DEPOIS-AUDIT
                   CALL "GRAVA-AUDITORIA" USING "CADPAC  " W-CHAVE-AUDIT
                       "I" W-ANTES-AUDIT W-DEPOIS-AUDIT
                   PERFORM GRAVAR-PESSOA
           END-WRITE.

      *    ALTERACAO: MOSTRA OS DADOS ATUAIS, RECEBE AS MUDANCAS E,
       ALTERAR-DADOS.
           MOVE REG-PAC(1:40) TO W-ANTES-AUDIT.
           DISPLAY TELA-2.
           PERFORM ENTRA-I6.
           PERFORM ENTRA-PESSOA.
           PERFORM ENTRA-I2.
           PERFORM ENTRA-I5.
           PERFORM CONFIRMAR-OPERACAO.
           IF W-CONF = "S"
               REWRITE REG-PAC
               PERFORM GRAVAR-PESSOA
               MOVE COD-PAC TO W-CHAVE-AUDIT
               MOVE REG-PAC(1:40) TO W-DEPOIS-AUDIT
               CALL "GRAVA-AUDITORIA" USING "CADPAC  " W-CHAVE-AUDIT
                   END-IF
           END-READ.

      *    DADOS PESSOAIS: COM A PESSOA JA NO CADASTRO UNICO, NOME,
      *    TELEFONE E NASCIMENTO SAO COPIADOS DE LA (SO O QUE ESTIVER
      *    EM BRANCO NO CADASTRO E PEDIDO AQUI); PESSOA NOVA TEM OS
      *    TRES DIGITADOS. W-DATA-NUM FICA COM O NASCIMENTO AAAAMMDD.
       ENTRA-PESSOA.
           MOVE CPF-PAC TO W-PE-CPF.
           CALL "BUSCA-PESSOA" USING "C" W-PE-CPF W-PE-NOME W-PE-NASC
               W-PE-FONE W-PE-RETORNO.
           IF W-PE-RETORNO NOT = "S"
               PERFORM ENTRA-I1
               PERFORM ENTRA-I3
               PERFORM ENTRA-I4
               EXIT PARAGRAPH
           END-IF.
           MOVE W-PE-NOME TO NOME-PAC.
           IF W-PE-FONE NOT = SPACES
               MOVE W-PE-FONE TO FONE-PAC
           END-IF.
           IF W-PE-NASC NOT = ZEROS
               MOVE W-PE-NASC TO W-DATA-NUM
               MOVE SPACES TO DTNASC-PAC
               STRING W-DATA-NUM(7:2) "/" W-DATA-NUM(5:2) "/"
                      W-DATA-NUM(1:4) DELIMITED BY SIZE
                      INTO DTNASC-PAC
           END-IF.
           DISPLAY TELA-2.
           DISPLAY "DADOS DO CADASTRO DE PESSOAS" AT 2325.
           IF W-PE-FONE = SPACES
               PERFORM ENTRA-I3
           END-IF.
           IF W-PE-NASC = ZEROS
               PERFORM ENTRA-I4
           END-IF.

      *    PESSOA NOVA ENTRA NO CADASTRO UNICO; PESSOA EXISTENTE SO
      *    TEM COMPLETADO O QUE ESTAVA EM BRANCO.
       GRAVAR-PESSOA.
           MOVE CPF-PAC    TO W-PE-CPF.
           MOVE NOME-PAC   TO W-PE-NOME.
           MOVE FONE-PAC   TO W-PE-FONE.
           MOVE W-DATA-NUM TO W-PE-NASC.
           CALL "BUSCA-PESSOA" USING "G" W-PE-CPF W-PE-NOME W-PE-NASC
               W-PE-FONE W-PE-RETORNO.

       CONTINUA.
           DISPLAY TELA-3
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
