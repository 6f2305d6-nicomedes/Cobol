      *    COLUNA TP-TIPO E SAI COM 15 LINHAS (5 CONVENIOS X 3
      *    TIPOS). TABELA GRAVADA NO FORMATO ANTIGO DEVE SER
      *    REDIGITADA AQUI UMA UNICA VEZ.
      *    15 OUTUBRO 2026 - SOLANGE - CADA CONVENIO GANHA A MARCA
      *    "EXIGE AUTORIZACAO" (TP-EXIGE-AUT, NO FIM DE CADA LINHA DE
      *    TABPRECO.DAT): O AGENDA.cbl PASSA A PEDIR O NUMERO DA
      *    GUIA/SENHA E A VALIDADE PARA OS PACIENTES DESSES CONVENIOS
      *    E O FATURAR.cbl SEGURA A CONSULTA SEM AUTORIZACAO VALIDA.
      *    TABELA ANTIGA, SEM A MARCA, ABRE AQUI COM UNIMED E BRADESCO
      *    EXIGINDO; SO PASSA A VALER DEPOIS DE GRAVADA.

       ENVIRONMENT         DIVISION.

           05 TP-TIPO    PIC X(01).
           05 FILLER     PIC X(01) VALUE SPACE.
           05 TP-VALOR   PIC 9(4)V99.
           05 FILLER     PIC X(01) VALUE SPACE.
           05 TP-EXIGE-AUT PIC X(01).

       WORKING-STORAGE SECTION.
       77 W-STATT        PIC XX VALUE SPACES.
       77 W-VALOR-ED     PIC Z.ZZ9,99 VALUE ZEROS.
       77 W-VALOR-NOVO   PIC 9(4)V99  VALUE ZEROS.
       77 W-RESP         PIC X  VALUE SPACES.
       77 W-AUT-NOVO     PIC X  VALUE SPACES.

       01 TAB-CONVENIOS.
           02 TC-ENTRADA OCCURS 5 TIMES.
               03 TC-CONV   PIC X(2).
               03 TC-NOME   PIC X(10).
               03 TC-EXIGE-AUT PIC X.
               03 TC-VALOR  OCCURS 3 TIMES PIC 9(4)V99.

       01 TAB-TIPOS.
           MOVE "SULAMER"  TO TC-NOME(4).
           MOVE "99"       TO TC-CONV(5).
           MOVE "PARTIC"   TO TC-NOME(5).
           MOVE "S" TO TC-EXIGE-AUT(1) TC-EXIGE-AUT(3).
           MOVE "N" TO TC-EXIGE-AUT(2) TC-EXIGE-AUT(4)
                       TC-EXIGE-AUT(5).
           MOVE ZEROS TO W-IND.
           PERFORM ZERAR-CONVENIO 5 TIMES.

           IF TC-CONV(W-IND) = TP-CONV
               MOVE ZEROS TO W-IND-TIPO
               PERFORM CASAR-TIPO-LIDO 3 TIMES
               IF TP-EXIGE-AUT = "S" OR TP-EXIGE-AUT = "N"
                   MOVE TP-EXIGE-AUT TO TC-EXIGE-AUT(W-IND)
               END-IF
           END-IF.

       CASAR-TIPO-LIDO.
       MOSTRAR-E-RECEBER.
           DISPLAY ERASE.
           DISPLAY "TABELA DE PRECO POR CONVENIO E TIPO" AT 0318.
           DISPLAY "VALOR NOVO 0 OU AUTORIZACAO EM BRANCO MANTEM"
               AT 0518.
           MOVE ZEROS TO W-IND.
           PERFORM RECEBER-UM-CONVENIO 5 TIMES.

           COMPUTE W-LINHA = 5 + (W-IND * 3).
           DISPLAY TC-CONV(W-IND)  AT LINE W-LINHA COLUMN 05.
           DISPLAY TC-NOME(W-IND)  AT LINE W-LINHA COLUMN 09.
           PERFORM RECEBER-AUTORIZACAO.
           ADD 1 TO W-LINHA.
           MOVE ZEROS TO W-IND-TIPO.
           PERFORM RECEBER-UM-TIPO 3 TIMES.
               MOVE W-VALOR-NOVO TO TC-VALOR(W-IND W-IND-TIPO)
           END-IF.

      *    S/N LIGA OU DESLIGA A EXIGENCIA DE AUTORIZACAO DO CONVENIO;
      *    EM BRANCO MANTEM A MARCA VIGENTE.
       RECEBER-AUTORIZACAO.
           DISPLAY "EXIGE AUTORIZACAO (S/N):"
               AT LINE W-LINHA COLUMN 22.
           DISPLAY TC-EXIGE-AUT(W-IND) AT LINE W-LINHA COLUMN 47.
           PERFORM WITH TEST AFTER
                   UNTIL W-AUT-NOVO = "S" OR "N" OR SPACE
               MOVE SPACE TO W-AUT-NOVO
               ACCEPT W-AUT-NOVO AT LINE W-LINHA COLUMN 49
                   WITH UPPER AUTO
           END-PERFORM.
           IF W-AUT-NOVO NOT = SPACE
               MOVE W-AUT-NOVO TO TC-EXIGE-AUT(W-IND)
           END-IF.

       CONFIRMAR-E-GRAVAR.
           DISPLAY "GRAVAR A TABELA? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
           MOVE TC-CONV(W-IND)       TO TP-CONV.
           MOVE TT-TIPO(W-IND-TIPO)  TO TP-TIPO.
           MOVE TC-VALOR(W-IND W-IND-TIPO) TO TP-VALOR.
           MOVE TC-EXIGE-AUT(W-IND)  TO TP-EXIGE-AUT.
           WRITE REG-PRECO.
