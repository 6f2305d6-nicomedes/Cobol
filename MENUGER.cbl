      *   ENTRADA E SAIDA, E RETOMA O CONTROLE QUANDO O PROGRAMA
      *   CHAMADO TERMINA. UM UNICO PONTO DE ENTRADA PARA A LOJA
      *   INTEIRA.
      * 15 OUTUBRO 2026 - JULIANO - RESTAURANTE GANHA O CADASTRO DE
      *   GARCONS (CAD-GARCOM) E O RATEIO MENSAL DA CAIXINHA DOS 10%
      *   (RATEIO-SV).
      * 15 OUTUBRO 2026 - JULIANO - RESTAURANTE GANHA A TABELA DE
      *   ALIQUOTAS POR CATEGORIA (CAD-TRIB), O CANCELAMENTO DE
      *   DOCUMENTO FISCAL (CANC-FISC) E O MAPA FISCAL DO DIA
      *   (MAPA-FISC).
      * 15 OUTUBRO 2026 - JULIANO - RESTAURANTE GANHA A CONCILIACAO DE
      *   CARTOES CONTRA O ARQUIVO DA ADQUIRENTE (CONC-CART).
      * 15 OUTUBRO 2026 - JULIANO - RESTAURANTE GANHA UMA SEGUNDA TELA
      *   (OPCAO O), PARA ONDE VAO AS ROTINAS FISCAIS E A CONCILIACAO
      *   DE CARTOES, E ONDE ENTRAM AS ZONAS DE ENTREGA (CAD-ZONA), O
      *   CADASTRO DE MOTOBOYS (CAD-MOTOBOY) E O ACERTO DOS MOTOBOYS
      *   NO FIM DO TURNO (ACERTO-MOTO).
      * 15 OUTUBRO 2026 - JULIANO - RESTAURANTE GANHA A FICHA DE CUSTO
      *   DOS PRATOS (FICHA-CUSTO) E A ENGENHARIA DE CARDAPIO
      *   (ENG-CARDAPIO).
      * 15 OUTUBRO 2026 - JULIANO - RESTAURANTE GANHA O GIRO DE MESAS
      *   COM TICKET POR PESSOA (REL-GIRO).
      * 15 OUTUBRO 2026 - JULIANO - RESTAURANTE GANHA O EXTRATO MENSAL
      *   DO PROGRAMA DE FIDELIDADE (REL-FIDEL).
      * 15 OUTUBRO 2026 - JULIANO - NOVA AREA CONTAS A PAGAR, COM A
      *   BAIXA DE PAGAMENTO A FORNECEDOR (PAGAFORN), O AGING POR
      *   FORNECEDOR (AGINGPAG) E A PREVISAO SEMANAL (SEMANPAG).
      * 15 OUTUBRO 2026 - JULIANO - CLINICA GANHA O REPASSE MENSAL DOS
      *   PROFISSIONAIS (REPASSE).
      * 15 OUTUBRO 2026 - JULIANO - CLINICA GANHA O CADASTRO DE
      *   PROCEDIMENTOS COBRADOS NA CONSULTA (CADPROC).
      * 15 OUTUBRO 2026 - JULIANO - CLINICA GANHA O HORARIO SEMANAL E
      *   OS BLOQUEIOS DOS PROFISSIONAIS (CADHORA).
      * 15 OUTUBRO 2026 - JULIANO - CADASTROS GANHA O FECHAMENTO E A
      *   REABERTURA DE PERIODOS POR AREA (PERIODO), SO PARA SUPERVISOR.
      * 15 OUTUBRO 2026 - JULIANO - RELATORIOS GANHA OS ACESSOS DOS
      *   OPERADORES POR DIA (RELACESS).
      * 15 OUTUBRO 2026 - JULIANO - NOVA AREA CONTABILIDADE, COM O
      *   PLANO DE CONTAS (CADCONTA), O DE-PARA DO CAIXA PARA AS CONTAS
      *   (CADMAPA), O LANCAMENTO MENSAL NO DIARIO (LANCCONT), O
      *   BALANCETE COM O RESULTADO POR UNIDADE (BALANCET) E A
      *   EXPORTACAO PARA O CONTADOR (EXPCONT).
      * 15 OUTUBRO 2026 - JULIANO - CADASTROS GANHA O CADASTRO UNICO DE
      *   PESSOAS (CADPESSOA), OPCAO P.
      * 15 OUTUBRO 2026 - JULIANO - CADASTROS GANHA O ATENDIMENTO AO
      *   TITULAR DOS DADOS (DADOSCPF), OPCAO D.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
      *-----------------------------------------------------------------*
       WORKING-STORAGE         SECTION.
       77 OPC-AREA  PIC X VALUE SPACE.
           88 OPC-AREA-OK   VALUE "1" "2" "3" "4" "5" "6" "7" "9".
       77 OPC-PROG  PIC X VALUE SPACE.

      *-----------------------------------------------------------------*
           DISPLAY "(3) RESTAURANTE"     AT 1010.
           DISPLAY "(4) CADASTROS"       AT 1210.
           DISPLAY "(5) RELATORIOS"      AT 1410.
           DISPLAY "(6) CONTAS A PAGAR"  AT 1610.
           DISPLAY "(7) CONTABILIDADE"   AT 1710.
           DISPLAY "(9) ENCERRAR"        AT 1810.
           DISPLAY "ESCOLHA A AREA:"     AT 1910.
           PERFORM WITH TEST AFTER UNTIL OPC-AREA-OK
               ACCEPT OPC-AREA AT 1926 WITH AUTO
                   PERFORM ROT-CADASTROS
               WHEN "5"
                   PERFORM ROT-RELATORIOS
               WHEN "6"
                   PERFORM ROT-CONTAS-PAGAR
               WHEN "7"
                   PERFORM ROT-CONTABILIDADE
           END-EVALUATE.

       ROT-CLINICA.
           DISPLAY "(G) AGING POR CONVENIO"     AT 1045.
           DISPLAY "(M) REMESSA CONVENIO"       AT 1245.
           DISPLAY "(T) RETORNO CONVENIO"       AT 1445.
           DISPLAY "(H) HORARIO PROFISSIONAIS"  AT 1545.
           DISPLAY "(I) TRIAGEM DO IMC"         AT 1645.
           DISPLAY "(U) UNIFICAR DUPLICADO"     AT 1745.
           DISPLAY "(R) REPASSE PROFISSIONAIS"  AT 1845.
           DISPLAY "(P) PROCEDIMENTOS"          AT 1945.
           DISPLAY "(9) VOLTAR"                 AT 1810.
           DISPLAY "ESCOLHA A OPCAO:"           AT 2010.
           ACCEPT OPC-PROG AT 2027 WITH UPPER AUTO.
                   CALL "TRIAGIMC"
               WHEN "U"
                   CALL "UNEPAC"
               WHEN "R"
                   CALL "REPASSE"
               WHEN "P"
                   CALL "CADPROC"
               WHEN "H"
                   CALL "CADHORA"
           END-EVALUATE.

       ROT-RESTAURANTE.
           DISPLAY "(C) PAINEL DA COZINHA"      AT 1745.
           DISPLAY "(S) RETIRADA DO SALAO"      AT 1845.
           DISPLAY "(T) TEMPO DE PREPARO"       AT 1945.
           DISPLAY "(G) CADASTRO DE GARCONS"    AT 2045.
           DISPLAY "(V) RATEIO DA CAIXINHA"     AT 2145.
           DISPLAY "(O) OUTRAS ROTINAS"         AT 2210.
           DISPLAY "(9) VOLTAR"                 AT 1910.
           DISPLAY "ESCOLHA A OPCAO:"           AT 2010.
           ACCEPT OPC-PROG AT 2027 WITH UPPER AUTO.
                   CALL "RETIRA-SAL"
               WHEN "T"
                   CALL "REL-PREPARO"
               WHEN "G"
                   CALL "CAD-GARCOM"
               WHEN "V"
                   CALL "RATEIO-SV"
               WHEN "O"
                   PERFORM ROT-RESTAURANTE-2
           END-EVALUATE.

       ROT-RESTAURANTE-2.
           MOVE SPACE TO OPC-PROG.
           DISPLAY ERASE.
           DISPLAY "R E S T A U R A N T E   -   2" AT 0326.
           DISPLAY "(A) ALIQUOTAS FISCAIS"      AT 0610.
           DISPLAY "(N) CANCELA DOC. FISCAL"    AT 0810.
           DISPLAY "(M) MAPA FISCAL DO DIA"     AT 1010.
           DISPLAY "(K) CONCILIA CARTOES"       AT 1210.
           DISPLAY "(G) GIRO DE MESAS"          AT 1410.
           DISPLAY "(F) FIDELIDADE - EXTRATO"   AT 1610.
           DISPLAY "(Z) ZONAS DE ENTREGA"       AT 0645.
           DISPLAY "(B) CADASTRO DE MOTOBOYS"   AT 0845.
           DISPLAY "(Q) ACERTO DE MOTOBOYS"     AT 1045.
           DISPLAY "(H) FICHA DE CUSTO"         AT 1245.
           DISPLAY "(J) ENGENHARIA CARDAPIO"    AT 1445.
           DISPLAY "(9) VOLTAR"                 AT 1910.
           DISPLAY "ESCOLHA A OPCAO:"           AT 2010.
           ACCEPT OPC-PROG AT 2027 WITH UPPER AUTO.
           EVALUATE OPC-PROG
               WHEN "A"
                   CALL "CAD-TRIB"
               WHEN "N"
                   CALL "CANC-FISC"
               WHEN "M"
                   CALL "MAPA-FISC"
               WHEN "K"
                   CALL "CONC-CART"
               WHEN "Z"
                   CALL "CAD-ZONA"
               WHEN "B"
                   CALL "CAD-MOTOBOY"
               WHEN "Q"
                   CALL "ACERTO-MOTO"
               WHEN "H"
                   CALL "FICHA-CUSTO"
               WHEN "J"
                   CALL "ENG-CARDAPIO"
               WHEN "G"
                   CALL "REL-GIRO"
               WHEN "F"
                   CALL "REL-FIDEL"
           END-EVALUATE.

       ROT-CADASTROS.
           DISPLAY "(5) OPERADORES"               AT 1410.
           DISPLAY "(6) FUNCIONARIOS"             AT 1610.
           DISPLAY "(7) FERIADOS"                 AT 1710.
           DISPLAY "(8) FECHAMENTO DE PERIODOS"   AT 0645.
           DISPLAY "(P) PESSOAS"                  AT 0845.
           DISPLAY "(D) DADOS PESSOAIS POR CPF"   AT 1045.
           DISPLAY "(9) VOLTAR"                   AT 1810.
           DISPLAY "ESCOLHA A OPCAO:"             AT 2010.
           ACCEPT OPC-PROG AT 2027 WITH UPPER AUTO.
           EVALUATE OPC-PROG
               WHEN "1"
                   CALL "CRIAPROD"
                   CALL "CADFUNC"
               WHEN "7"
                   CALL "CADFERIA"
               WHEN "8"
                   CALL "PERIODO"
               WHEN "P"
                   CALL "CADPESSOA"
               WHEN "D"
                   CALL "DADOSCPF"
           END-EVALUATE.

       ROT-RELATORIOS.
           DISPLAY "(6) POSICAO DO CAIXA"         AT 1510.
           DISPLAY "(7) SPOOL / REIMPRESSAO"      AT 1550.
           DISPLAY "(8) RESUMO DO DIA (DONO)"     AT 1650.
           DISPLAY "(A) ACESSOS DE OPERADORES"    AT 1750.
           DISPLAY "(9) VOLTAR"                   AT 1610.
           DISPLAY "ESCOLHA A OPCAO:"             AT 1910.
           ACCEPT OPC-PROG AT 1927 WITH UPPER AUTO.
           EVALUATE OPC-PROG
               WHEN "1"
                   CALL "REPDADOS"
                   CALL "RESPOOL"
               WHEN "8"
                   CALL "RESUMDIA"
               WHEN "A"
                   CALL "RELACESS"
           END-EVALUATE.

       ROT-CONTAS-PAGAR.
           MOVE SPACE TO OPC-PROG.
           DISPLAY ERASE.
           DISPLAY "C O N T A S   A   P A G A R"  AT 0330.
           DISPLAY "(1) PAGAMENTO A FORNECEDOR"   AT 0610.
           DISPLAY "(2) AGING POR FORNECEDOR"     AT 0810.
           DISPLAY "(3) PREVISAO SEMANAL"         AT 1010.
           DISPLAY "(9) VOLTAR"                   AT 1410.
           DISPLAY "ESCOLHA A OPCAO:"             AT 1910.
           ACCEPT OPC-PROG AT 1927 WITH AUTO.
           EVALUATE OPC-PROG
               WHEN "1"
                   CALL "PAGAFORN"
               WHEN "2"
                   CALL "AGINGPAG"
               WHEN "3"
                   CALL "SEMANPAG"
           END-EVALUATE.

       ROT-CONTABILIDADE.
           MOVE SPACE TO OPC-PROG.
           DISPLAY ERASE.
           DISPLAY "C O N T A B I L I D A D E"    AT 0330.
           DISPLAY "(1) PLANO DE CONTAS"          AT 0610.
           DISPLAY "(2) DE-PARA DO CAIXA"         AT 0810.
           DISPLAY "(3) LANCAMENTO MENSAL"        AT 1010.
           DISPLAY "(4) BALANCETE E RESULTADO"    AT 1210.
           DISPLAY "(5) EXPORTACAO CONTADOR"      AT 1410.
           DISPLAY "(9) VOLTAR"                   AT 1610.
           DISPLAY "ESCOLHA A OPCAO:"             AT 1910.
           ACCEPT OPC-PROG AT 1927 WITH AUTO.
           EVALUATE OPC-PROG
               WHEN "1"
                   CALL "CADCONTA"
               WHEN "2"
                   CALL "CADMAPA"
               WHEN "3"
                   CALL "LANCCONT"
               WHEN "4"
                   CALL "BALANCET"
               WHEN "5"
                   CALL "EXPCONT"
           END-EVALUATE.
