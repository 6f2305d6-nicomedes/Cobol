      *   ESTAS ANOTACOES JUNTO DE CADA CONSULTA COMPARECIDA - OS
      *   CADERNINHOS DE PAPEL DOS PROFISSIONAIS NUNCA ENCONTRAVAM A
      *   FICHA.
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA AG-LEMBRETE, O
      *   RESULTADO DA LIGACAO DE LEMBRETE DA VESPERA (LEMBRETE.cbl).
      * 15 OUTUBRO 2026 - SOLANGE - REG-AGENDA GANHA O NUMERO DA
      *   AUTORIZACAO DO CONVENIO (AG-AUTORIZ) E A SUA VALIDADE
      *   (AG-VALID-AUT), INFORMADOS NO AGENDA.cbl.
      * 15 OUTUBRO 2026 - SOLANGE - O PRONTUARIO GUARDA ATE CINCO
      *   PROCEDIMENTOS FEITOS NA CONSULTA (PR-PROCED, CODIGOS DO
      *   CADPROC.cbl), QUE O FATURAR.cbl COBRA DO CONVENIO CADA UM EM
      *   LINHA PROPRIA DA FATURA.
      * 15 OUTUBRO 2026 - SOLANGE - RECEITA E PEDIDO DE EXAMES: DEPOIS
      *   DE GRAVAR O PRONTUARIO O PROFISSIONAL PODE DIGITAR ATE OITO
      *   LINHAS DE RECEITA (MEDICAMENTO, DOSAGEM, DURACAO) E ATE OITO
      *   DE EXAMES (EXAME, OBSERVACAO). AS LINHAS FICAM EM
      *   PRESCRIC.DAT, NA CHAVE DO PRONTUARIO + TIPO + LINHA, E CADA
      *   DOCUMENTO SAI NO SPOOL (GERA-SPOOL) COM NOME E ESPECIALIDADE
      *   DO PROFISSIONAL (PROFISSIO.DAT) E NOME E CPF DO PACIENTE
      *   (PACIENTE.DAT). O NOME DO SPOOL FICA GRAVADO NAS LINHAS PARA
      *   A FICHA DO PACIENTE (FICHAPAC.cbl) APONTAR A SEGUNDA VIA NO
      *   RESPOOL.cbl. DOCUMENTO EMITIDO DE NOVO SUBSTITUI O ANTERIOR.
      * 15 OUTUBRO 2026 - SOLANGE - ATESTADO PARA A NATACAO: QUANDO O
      *   CPF DO PACIENTE ESTA NO ATESTADO DE UM NADADOR DA PISCINA
      *   (ATESTNAT.DAT, CADATEST.cbl), O PROFISSIONAL PODE EMITIR O
      *   ATESTADO DE APTIDAO NA PROPRIA CONSULTA: SAI NO SPOOL E A
      *   DATA DA CONSULTA E O NOME DO PROFISSIONAL VAO DIRETO PARA O
      *   ATESTADO DO NADADOR, SEM PASSAR PELA SECRETARIA DA PISCINA.
      *   ATESTADO MAIS RECENTE JA REGISTRADO NAO E SUBSTITUIDO.
      * 15 OUTUBRO 2026 - SOLANGE - PESO E ALTURA TOMADOS NA CONSULTA:
      *   DEPOIS DE GRAVAR O PRONTUARIO A ENFERMAGEM INFORMA PESO,
      *   ALTURA E SEXO (SUGERIDO PELA ULTIMA MEDIDA) E A MEDIDA VAI
      *   PARA IMCHIST.DAT NA CHAVE COD-PAC + DATA DA CONSULTA, COM IMC
      *   E PESO IDEAL CALCULADOS COMO NO PROGRAMA-IMC.cbl. A MESMA
      *   CHAVE FAZ A MEDIDA DO DIA, VINDA DE UM LADO OU DE OUTRO,
      *   SER UMA SO: A ULTIMA DIGITADA PREVALECE. PESO ZERO PULA.
      *----------------------------------------------------------------*
       ENVIRONMENT         DIVISION.
      *----------------------------------------------------------------*
               ACCESS        RANDOM
               FILE STATUS IS W-STATPR.

           SELECT ARQ-PROCED ASSIGN TO "PROCEDIM.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    PC-COD
               ACCESS        RANDOM
               FILE STATUS IS W-STATPC.

           SELECT ARQ-RECEITA ASSIGN TO "PRESCRIC.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    RC-CHAVE
               ACCESS        RANDOM
               FILE STATUS IS W-STATRC.

           SELECT ARQ-PAC ASSIGN TO "PACIENTE.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    COD-PAC
               ACCESS        RANDOM
               FILE STATUS IS W-STATP.

           SELECT ARQ-PROF ASSIGN TO "PROFISSIO.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    PF-COD
               ACCESS        RANDOM
               FILE STATUS IS W-STATPF.

           SELECT ARQ-ATESTADOS ASSIGN TO "ATESTNAT.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    AT-NADADOR
               ALTERNATE RECORD KEY IS AT-CPF
                   WITH DUPLICATES
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATAT.

           SELECT ARQ-IMC-HIST ASSIGN TO "IMCHIST.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    RH-CHAVE
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATH.

           SELECT REL-DOC ASSIGN TO W-NOME-SPOOL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *----------------------------------------------------------------*
       DATA                DIVISION.
      *----------------------------------------------------------------*
               88 TIPO-PRIMEIRA  VALUE "P".
               88 TIPO-CONSULTA  VALUE "C".
               88 TIPO-RETORNO   VALUE "R".
           05 AG-LEMBRETE    PIC X(01).
               88 LEMB-CONFIRMADO  VALUE "C".
               88 LEMB-REMARCAR    VALUE "R".
               88 LEMB-SEM-CONTATO VALUE "N".
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD  ARQ-PRONT.
       01  REG-PRONT.
           02 PR-MOTIVO    PIC X(30).
           02 PR-NOTAS     PIC X(60).
           02 PR-RETORNO   PIC 9(03).
           02 PR-PROCED    OCCURS 5 TIMES PIC 9(03).

       FD  ARQ-PROCED.
       01  REG-PROCED.
           02 PC-COD    PIC 9(3).
           02 PC-NOME   PIC X(30).
           02 PC-VALOR  OCCURS 5 TIMES PIC 9(4)V99.

      *    LINHAS DA RECEITA (RC-TIPO "R": MEDICAMENTO, DOSAGEM E
      *    DURACAO) E DO PEDIDO DE EXAMES (RC-TIPO "E": EXAME E
      *    OBSERVACAO), NA CHAVE DO PRONTUARIO DA CONSULTA.
       FD  ARQ-RECEITA.
       01  REG-RECEITA.
           02 RC-CHAVE.
               03 RC-COD-PAC PIC 9(05).
               03 RC-DATA    PIC 9(08).
               03 RC-HORA    PIC 9(04).
               03 RC-PROF    PIC 9(02).
               03 RC-TIPO    PIC X(01).
               03 RC-LINHA   PIC 9(02).
           02 RC-ITEM      PIC X(30).
           02 RC-DOSE      PIC X(25).
           02 RC-DURACAO   PIC X(15).
           02 RC-SPOOL     PIC X(12).

       FD                  ARQ-PAC.
       01                  REG-PAC.
           05 COD-PAC    PIC 9(05).
           05 NOME-PAC   PIC X(30).
           05 IDADE-PAC  PIC 9(02).
           05 FONE-PAC   PIC X(09).
           05 DTNASC-PAC PIC X(10).
           05 CONV-PAC   PIC X(02).
           05 CPF-PAC    PIC 9(11).

       FD                  ARQ-PROF.
       01                  REG-PROF.
           02 PF-COD    PIC 9(2).
           02 PF-NOME   PIC X(30).
           02 PF-ESPEC  PIC X(20).
           02 PF-PERC   PIC 9(3)V99.
           02 PF-PERC-CONV OCCURS 5 TIMES PIC 9(3)V99.

      *    ATESTADO MEDICO DOS NADADORES DA PISCINA (CADATEST.cbl).
       FD  ARQ-ATESTADOS.
       01  REG-ATESTADO.
           02 AT-NADADOR     PIC 9(6).
           02 AT-CPF         PIC 9(11).
           02 AT-EMISSAO     PIC 9(8).
           02 AT-EMISSOR     PIC X(30).
           02 AT-ORIGEM      PIC X(1).

      *    HISTORICO DE MEDIDAS DO PROGRAMA-IMC.cbl (RH-COD-MEMBRO E O
      *    COD-PAC).
       FD  ARQ-IMC-HIST.
       01  REG-IMC-HIST.
           02 RH-CHAVE.
               03 RH-COD-MEMBRO PIC 9(05).
               03 RH-DATA       PIC 9(8).
           02 RH-NOME        PIC X(10).
           02 RH-SEXO        PIC X.
           02 RH-PESO        PIC 999V99.
           02 RH-ALTURA      PIC 9V99.
           02 RH-IMC         PIC 999V99.
           02 RH-PESOIDEAL   PIC 999V99.

       FD  REL-DOC
           LABEL RECORD STANDARD.
       01  REG-DOC    PIC X(80).

      *--------------------------------
       WORKING-STORAGE SECTION.
      *--------------------------------
       77 W-STATA         PIC X(02) VALUE SPACES.
       77 W-STATPR        PIC X(02) VALUE SPACES.
       77 W-STATPC        PIC X(02) VALUE SPACES.
       77 W-PROC-ABERTO   PIC X     VALUE "N".
           88 PROC-ABERTO             VALUE "S".
       77 W-PROC-OK       PIC X     VALUE "N".
           88 PROCEDIMENTO-OK         VALUE "S".
       77 W-IND           PIC 9(1)  VALUE ZEROS.
       77 W-COLUNA        PIC 9(2)  VALUE ZEROS.
       77 W-RESP          PIC X     VALUE SPACES.
       77 W-GRAVA         PIC X     VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-MOTIVO        PIC X(30) VALUE SPACES.
       77 W-NOTAS         PIC X(60) VALUE SPACES.
       77 W-RETORNO       PIC 9(3)  VALUE ZEROS.
       01 W-TAB-PROCED.
           02 W-PROCED OCCURS 5 TIMES PIC 9(3).

       77 W-STATRC        PIC X(02) VALUE SPACES.
       77 W-STATP         PIC X(02) VALUE SPACES.
       77 W-STATPF        PIC X(02) VALUE SPACES.
       77 W-STATREL       PIC X(02) VALUE SPACES.
       77 W-STATAT        PIC X(02) VALUE SPACES.
       77 W-RESP-ATEST    PIC X     VALUE SPACES.
       77 W-STATH         PIC X(02) VALUE SPACES.
       77 W-FIM-IMC       PIC X     VALUE "N".
       77 W-PESO-ED       PIC ZZ9,99    VALUE ZEROS.
       77 W-ALTURA-ED     PIC 9,99      VALUE ZEROS.
       77 W-IMC-ED        PIC ZZ99,9    VALUE ZEROS.
       77 W-PESO          PIC 999V99    VALUE ZEROS.
           88 PESO-OK                   VALUE 30,0 THRU 200,0.
       77 W-ALTURA        PIC 9V99      VALUE ZEROS.
           88 ALTURA-OK                 VALUE 0,50 THRU 2,50.
       77 W-SEXO          PIC X         VALUE SPACES.
           88 SEXO-OK                   VALUE "M" "F".
       77 W-IMC           PIC 999V99    VALUE ZEROS.
       77 W-PESOIDEAL     PIC 999V99    VALUE ZEROS.
       77 W-NOME-SPOOL    PIC X(12) VALUE SPACES.
       77 W-RESP-DOC      PIC X     VALUE SPACES.
       77 W-TIPO-DOC      PIC X     VALUE SPACES.
           88 DOC-RECEITA             VALUE "R".
           88 DOC-EXAMES              VALUE "E".
       77 W-QTD-LINHAS    PIC 9(2)  VALUE ZEROS.
       77 W-LIN-TELA      PIC 9(2)  VALUE ZEROS.
       77 W-FIM-DOC       PIC X     VALUE "N".
           88 FIM-DOCUMENTO           VALUE "S".
       01 W-CPF           PIC 9(11) VALUE ZEROS.
       01 FILLER REDEFINES W-CPF.
           02 W-CPF-1     PIC 9(3).
           02 W-CPF-2     PIC 9(3).
           02 W-CPF-3     PIC 9(3).
           02 W-CPF-DV    PIC 9(2).

      *    LINHAS DIGITADAS DO DOCUMENTO EM EMISSAO.
       01 W-TAB-DOC.
           02 W-LINHA-DOC OCCURS 8 TIMES.
               03 W-DOC-ITEM    PIC X(30).
               03 W-DOC-DOSE    PIC X(25).
               03 W-DOC-DURACAO PIC X(15).

       01 LINDOC-TRACO.
           02 FILLER    PIC X(75) VALUE ALL "=".
           02 FILLER    PIC X(05) VALUE SPACES.
       01 LINDOC-TITULO.
           02 FILLER    PIC X(25) VALUE SPACES.
           02 LD-TITULO PIC X(30).
           02 FILLER    PIC X(25) VALUE SPACES.
       01 LINDOC-PROF.
           02 FILLER    PIC X(14) VALUE "PROFISSIONAL: ".
           02 LD-PROF   PIC X(30).
           02 FILLER    PIC X(03) VALUE " - ".
           02 LD-ESPEC  PIC X(20).
           02 FILLER    PIC X(13) VALUE SPACES.
       01 LINDOC-PAC.
           02 FILLER    PIC X(14) VALUE "PACIENTE....: ".
           02 LD-PAC    PIC X(30).
           02 FILLER    PIC X(08) VALUE "   CPF: ".
           02 LD-CPF-1  PIC 9(3).
           02 FILLER    PIC X(01) VALUE ".".
           02 LD-CPF-2  PIC 9(3).
           02 FILLER    PIC X(01) VALUE ".".
           02 LD-CPF-3  PIC 9(3).
           02 FILLER    PIC X(01) VALUE "-".
           02 LD-CPF-DV PIC 9(2).
           02 FILLER    PIC X(14) VALUE SPACES.
       01 LINDOC-DATA.
           02 FILLER    PIC X(14) VALUE "DATA........: ".
           02 LD-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(56) VALUE SPACES.
       01 LINDOC-CAB-REC.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 FILLER    PIC X(31) VALUE "MEDICAMENTO".
           02 FILLER    PIC X(26) VALUE "DOSAGEM".
           02 FILLER    PIC X(19) VALUE "DURACAO".
       01 LINDOC-CAB-EXA.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 FILLER    PIC X(31) VALUE "EXAME".
           02 FILLER    PIC X(45) VALUE "OBSERVACAO".
       01 LINDOC-ITEM.
           02 LD-LINHA  PIC Z9.
           02 FILLER    PIC X(02) VALUE ". ".
           02 LD-ITEM   PIC X(30).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-DOSE   PIC X(25).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-DURACAO PIC X(15).
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINDOC-BRANCO.
           02 FILLER    PIC X(80) VALUE SPACES.
       01 LINDOC-ASSINA.
           02 FILLER    PIC X(40) VALUE SPACES.
           02 FILLER    PIC X(35) VALUE ALL "_".
           02 FILLER    PIC X(05) VALUE SPACES.
       01 LINDOC-RODAPE.
           02 FILLER    PIC X(40) VALUE SPACES.
           02 LD-ASSINA PIC X(30).
           02 FILLER    PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-AGENDA ARQ-PRONT.
           IF PROC-ABERTO
               CLOSE ARQ-PROCED
           END-IF.
           CLOSE ARQ-RECEITA.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.
               CLOSE       ARQ-PRONT
               OPEN I-O    ARQ-PRONT
           END-IF.
           OPEN INPUT ARQ-PROCED.
           IF W-STATPC = "00"
               MOVE "S" TO W-PROC-ABERTO
           END-IF.
           OPEN I-O ARQ-RECEITA.
           IF W-STATRC = "35"
               OPEN OUTPUT ARQ-RECEITA
               CLOSE       ARQ-RECEITA
               OPEN I-O    ARQ-RECEITA
           END-IF.

       PROCESSA.
           MOVE ZEROS  TO W-RETORNO W-TAB-PROCED.
           MOVE SPACES TO W-MOTIVO W-NOTAS W-GRAVA.
           INITIALIZE REG-AGENDA.

           END-PERFORM.

      *-----------------------------------------------------------------*
      * REGISTRAR-ATENDIMENTO - RECEBE MOTIVO, ANOTACOES, ATE CINCO
      *   PROCEDIMENTOS FEITOS E RETORNO E GRAVA (OU REGRAVA) O
      *   PRONTUARIO DA CONSULTA.
      *-----------------------------------------------------------------*
       REGISTRAR-ATENDIMENTO.
           MOVE AG-CHAVE TO PR-CHAVE.
           END-PERFORM.
           DISPLAY "ANOTACOES..........:" AT 1610.
           ACCEPT W-NOTAS AT 1631.
           IF PROC-ABERTO
               DISPLAY "PROCEDIMENTOS......:" AT 1710
               MOVE ZEROS TO W-IND
               PERFORM RECEBER-PROCEDIMENTO 5 TIMES
           END-IF.
           DISPLAY "RETORNO EM DIAS....:" AT 1810.
           ACCEPT W-RETORNO AT 1831.

           MOVE W-MOTIVO  TO PR-MOTIVO.
           MOVE W-NOTAS   TO PR-NOTAS.
           MOVE W-RETORNO TO PR-RETORNO.
           MOVE ZEROS     TO W-IND.
           PERFORM MOVER-PROCEDIMENTO 5 TIMES.
           MOVE PR-COD-PAC TO W-CHAVE-AUDIT.
           MOVE PR-MOTIVO  TO W-DEPOIS-AUDIT.
           IF W-ANTES-AUDIT = SPACES
                   "A" W-ANTES-AUDIT W-DEPOIS-AUDIT
           END-IF.
           DISPLAY "PRONTUARIO GRAVADO               " AT 2310.
           PERFORM MEDIR-IMC.
           PERFORM EMITIR-DOCUMENTOS.
           PERFORM ATESTADO-NATACAO.

      *    CODIGO ZERO DEIXA A POSICAO VAZIA; CODIGO FORA DO
      *    PROCEDIM.DAT (CADPROC.cbl) E RECUSADO.
       RECEBER-PROCEDIMENTO.
           ADD 1 TO W-IND.
           COMPUTE W-COLUNA = W-IND * 5 + 26.
           PERFORM WITH TEST AFTER UNTIL PROCEDIMENTO-OK
               ACCEPT W-PROCED(W-IND) AT LINE 17 COLUMN W-COLUNA
               PERFORM CONFERIR-PROCEDIMENTO
           END-PERFORM.

       CONFERIR-PROCEDIMENTO.
           MOVE "S" TO W-PROC-OK.
           IF W-PROCED(W-IND) NOT = ZEROS
               MOVE W-PROCED(W-IND) TO PC-COD
               READ ARQ-PROCED
                   INVALID KEY
                       MOVE "N" TO W-PROC-OK
                       DISPLAY "PROCEDIMENTO NAO CADASTRADO" AT 2310
                   NOT INVALID KEY
                       DISPLAY PC-NOME AT 2310
               END-READ
           END-IF.

       MOVER-PROCEDIMENTO.
           ADD 1 TO W-IND.
           MOVE W-PROCED(W-IND) TO PR-PROCED(W-IND).

      *-----------------------------------------------------------------*
      * MEDIR-IMC - PESO E ALTURA DA CONSULTA PARA IMCHIST.DAT, COM AS
      *   MESMAS FAIXAS, FORMULAS E CLASSIFICACAO DO PROGRAMA-IMC.cbl.
      *-----------------------------------------------------------------*
       MEDIR-IMC.
           MOVE ZEROS  TO W-PESO W-ALTURA W-PESO-ED W-ALTURA-ED
                          W-IMC W-PESOIDEAL.
           MOVE SPACES TO W-SEXO.
           DISPLAY ERASE.
           DISPLAY "M E D I D A S   D A   C O N S U L T A" AT 0321.
           DISPLAY "PESO (0 = NAO MEDIDO):" AT 0610.
           PERFORM WITH TEST AFTER UNTIL W-PESO = ZEROS OR PESO-OK
               ACCEPT W-PESO-ED AT 0633
               MOVE W-PESO-ED TO W-PESO
               IF W-PESO = ZEROS OR PESO-OK
                   DISPLAY "                               " AT 2310
               ELSE
                   DISPLAY "DIGITE UM PESO ENTRE 30,0 E 200" AT 2310
               END-IF
           END-PERFORM.
           IF W-PESO = ZEROS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ALTURA................:" AT 0810.
           PERFORM WITH TEST AFTER UNTIL ALTURA-OK
               ACCEPT W-ALTURA-ED AT 0833
               MOVE W-ALTURA-ED TO W-ALTURA
               IF ALTURA-OK
                   DISPLAY "                                   " AT 2310
               ELSE
                   DISPLAY "DIGITE UMA ALTURA ENTRE 0,50 E 2,50" AT 2310
               END-IF
           END-PERFORM.

           OPEN I-O ARQ-IMC-HIST.
           IF W-STATH = "35"
               OPEN OUTPUT ARQ-IMC-HIST
               CLOSE       ARQ-IMC-HIST
               OPEN I-O    ARQ-IMC-HIST
           END-IF.
           IF W-STATH NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATH W-MENSAGEM-ERRO
               "PRONTUAR"
               DISPLAY W-MENSAGEM-ERRO AT 2310
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-SEXO-ANTERIOR.
           DISPLAY "SEXO (M/F)............:" AT 1010.
           PERFORM WITH TEST AFTER UNTIL SEXO-OK
               ACCEPT W-SEXO AT 1033 WITH UPDATE UPPER AUTO
           END-PERFORM.

           COMPUTE W-IMC = W-PESO / (W-ALTURA ** 2).
           IF W-SEXO = "M"
               COMPUTE W-PESOIDEAL = 72,7 * W-ALTURA - 58
           ELSE
               COMPUTE W-PESOIDEAL = 62,1 * W-ALTURA - 44,7
           END-IF.

           PERFORM BUSCAR-PACIENTE.
           MOVE AG-COD-PAC  TO RH-COD-MEMBRO.
           MOVE AG-DATA     TO RH-DATA.
           MOVE LD-PAC      TO RH-NOME.
           MOVE W-SEXO      TO RH-SEXO.
           MOVE W-PESO      TO RH-PESO.
           MOVE W-ALTURA    TO RH-ALTURA.
           MOVE W-IMC       TO RH-IMC.
           MOVE W-PESOIDEAL TO RH-PESOIDEAL.
           WRITE REG-IMC-HIST
               INVALID KEY
                   REWRITE REG-IMC-HIST
           END-WRITE.
           CLOSE ARQ-IMC-HIST.

           MOVE W-IMC TO W-IMC-ED.
           DISPLAY "IMC...................:" AT 1210.
           DISPLAY W-IMC-ED AT 1233.
           EVALUATE TRUE
               WHEN W-IMC < 18,5
                   DISPLAY "ABAIXO DO PESO!"        AT 1241
               WHEN W-IMC < 25
                   DISPLAY "PESO NORMAL"            AT 1241
               WHEN W-IMC < 30
                   DISPLAY "ACIMA DO PESO"          AT 1241
               WHEN W-IMC < 35
                   DISPLAY "OBESIDADE GRAU I"       AT 1241
               WHEN W-IMC < 40
                   DISPLAY "OBESIDADE GRAU II"      AT 1241
               WHEN OTHER
                   DISPLAY "OBESIDADE GRAU III"     AT 1241
           END-EVALUATE.
           DISPLAY "MEDIDA GRAVADA NO HISTORICO DE IMC" AT 2310.

      *    O SEXO SUGERIDO E O DA MEDIDA MAIS RECENTE DO PACIENTE.
       BUSCAR-SEXO-ANTERIOR.
           MOVE "N"        TO W-FIM-IMC.
           MOVE AG-COD-PAC TO RH-COD-MEMBRO.
           MOVE ZEROS      TO RH-DATA.
           START ARQ-IMC-HIST KEY IS NOT LESS THAN RH-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-IMC
           END-START.
           PERFORM LER-IMC-ANTERIOR UNTIL W-FIM-IMC = "S".

       LER-IMC-ANTERIOR.
           READ ARQ-IMC-HIST NEXT RECORD
               AT END
                   MOVE "S" TO W-FIM-IMC
           END-READ.
           IF W-FIM-IMC = "N"
               IF RH-COD-MEMBRO NOT = AG-COD-PAC
                   MOVE "S" TO W-FIM-IMC
               ELSE
                   MOVE RH-SEXO TO W-SEXO
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * EMITIR-DOCUMENTOS - OFERECE A RECEITA E O PEDIDO DE EXAMES DA
      *   CONSULTA RECEM ANOTADA. CADA UM TEM TELA PROPRIA; NENHUMA
      *   LINHA DIGITADA DEIXA O DOCUMENTO ANTERIOR COMO ESTA.
      *-----------------------------------------------------------------*
       EMITIR-DOCUMENTOS.
           MOVE SPACES TO W-RESP-DOC.
           DISPLAY "EMITIR RECEITA? (S/N):" AT 2110.
           PERFORM WITH TEST AFTER UNTIL W-RESP-DOC = "S" OR "N"
               ACCEPT W-RESP-DOC AT 2133 WITH UPPER AUTO
           END-PERFORM.
           IF W-RESP-DOC = "S"
               MOVE "R" TO W-TIPO-DOC
               PERFORM EMITIR-DOCUMENTO
           END-IF.

           MOVE SPACES TO W-RESP-DOC.
           DISPLAY "EMITIR PEDIDO DE EXAMES? (S/N):" AT 2110.
           PERFORM WITH TEST AFTER UNTIL W-RESP-DOC = "S" OR "N"
               ACCEPT W-RESP-DOC AT 2142 WITH UPPER AUTO
           END-PERFORM.
           IF W-RESP-DOC = "S"
               MOVE "E" TO W-TIPO-DOC
               PERFORM EMITIR-DOCUMENTO
           END-IF.

       EMITIR-DOCUMENTO.
           MOVE SPACES TO W-TAB-DOC.
           MOVE ZEROS  TO W-QTD-LINHAS.
           MOVE "N"    TO W-FIM-DOC.

           DISPLAY ERASE.
           IF DOC-RECEITA
               DISPLAY "R E C E I T A" AT 0333
               DISPLAY "MEDICAMENTO"   AT 0603
               DISPLAY "DOSAGEM"       AT 0634
               DISPLAY "DURACAO"       AT 0660
           ELSE
               DISPLAY "P E D I D O   D E   E X A M E S" AT 0324
               DISPLAY "EXAME"         AT 0603
               DISPLAY "OBSERVACAO"    AT 0634
           END-IF.
           DISPLAY "(LINHA EM BRANCO ENCERRA)" AT 1803.
           PERFORM RECEBER-LINHA-DOC
               UNTIL FIM-DOCUMENTO OR W-QTD-LINHAS = 8.

           IF W-QTD-LINHAS = ZEROS
               DISPLAY "NENHUMA LINHA - DOCUMENTO NAO EMITIDO" AT 2310
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO W-GRAVA.
           DISPLAY "CONFIRMA A EMISSAO? (S/N):" AT 1910.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1937 WITH UPPER AUTO
           END-PERFORM.
           IF W-GRAVA NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           PERFORM APAGAR-DOCUMENTO-ANTERIOR.
           PERFORM IMPRIMIR-DOCUMENTO.
           MOVE ZEROS TO W-IND.
           PERFORM GRAVAR-LINHA-DOC W-QTD-LINHAS TIMES.
           DISPLAY "DOCUMENTO GERADO NO SPOOL " AT 2310.
           DISPLAY W-NOME-SPOOL AT 2337.

      *    UMA LINHA DA TELA POR LINHA DO DOCUMENTO, DA 7 A 14.
       RECEBER-LINHA-DOC.
           COMPUTE W-LIN-TELA = W-QTD-LINHAS + 7.
           ADD 1 TO W-QTD-LINHAS.
           ACCEPT W-DOC-ITEM(W-QTD-LINHAS)
               AT LINE W-LIN-TELA COLUMN 03.
           IF W-DOC-ITEM(W-QTD-LINHAS) = SPACES
               SUBTRACT 1 FROM W-QTD-LINHAS
               MOVE "S" TO W-FIM-DOC
           ELSE
               ACCEPT W-DOC-DOSE(W-QTD-LINHAS)
                   AT LINE W-LIN-TELA COLUMN 34
               IF DOC-RECEITA
                   ACCEPT W-DOC-DURACAO(W-QTD-LINHAS)
                       AT LINE W-LIN-TELA COLUMN 60
               END-IF
           END-IF.

      *    O DOCUMENTO REEMITIDO SUBSTITUI O ANTERIOR DO MESMO TIPO.
       APAGAR-DOCUMENTO-ANTERIOR.
           MOVE AG-CHAVE   TO RC-CHAVE(1:19).
           MOVE W-TIPO-DOC TO RC-TIPO.
           MOVE ZEROS      TO RC-LINHA.
           PERFORM APAGAR-LINHA-DOC 8 TIMES.

       APAGAR-LINHA-DOC.
           ADD 1 TO RC-LINHA.
           DELETE ARQ-RECEITA RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       GRAVAR-LINHA-DOC.
           ADD 1 TO W-IND.
           MOVE AG-CHAVE               TO RC-CHAVE(1:19).
           MOVE W-TIPO-DOC             TO RC-TIPO.
           MOVE W-IND                  TO RC-LINHA.
           MOVE W-DOC-ITEM(W-IND)      TO RC-ITEM.
           MOVE W-DOC-DOSE(W-IND)      TO RC-DOSE.
           MOVE W-DOC-DURACAO(W-IND)   TO RC-DURACAO.
           MOVE W-NOME-SPOOL           TO RC-SPOOL.
           WRITE REG-RECEITA
               INVALID KEY
                   REWRITE REG-RECEITA
           END-WRITE.

      *-----------------------------------------------------------------*
      * ATESTADO-NATACAO - PACIENTE CUJO CPF ESTA NO ATESTADO DE UM
      *   NADADOR PODE SAIR DA CONSULTA COM O ATESTADO DE APTIDAO PARA
      *   A NATACAO. EMITIDO, ATUALIZA A EMISSAO E O EMISSOR NO
      *   ATESTNAT.DAT (ORIGEM "C", CLINICA) E VAI PARA O SPOOL.
      *-----------------------------------------------------------------*
       ATESTADO-NATACAO.
           PERFORM BUSCAR-PACIENTE.
           IF W-CPF = ZEROS
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O ARQ-ATESTADOS.
           IF W-STATAT NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CPF TO AT-CPF.
           READ ARQ-ATESTADOS KEY IS AT-CPF
               INVALID KEY
                   CLOSE ARQ-ATESTADOS
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO W-RESP-ATEST.
           DISPLAY "PACIENTE E O NADADOR DA PISCINA CODIGO" AT 2310.
           DISPLAY AT-NADADOR AT 2349.
           DISPLAY "EMITIR ATESTADO PARA A NATACAO? (S/N):" AT 2110.
           PERFORM WITH TEST AFTER UNTIL W-RESP-ATEST = "S" OR "N"
               ACCEPT W-RESP-ATEST AT 2149 WITH UPPER AUTO
           END-PERFORM.
           IF W-RESP-ATEST NOT = "S"
               CLOSE ARQ-ATESTADOS
               EXIT PARAGRAPH
           END-IF.
           IF AT-EMISSAO > AG-DATA
               DISPLAY "NADADOR JA TEM ATESTADO MAIS RECENTE  " AT 2310
               CLOSE ARQ-ATESTADOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-PROFISSIONAL.
           MOVE AT-NADADOR TO W-CHAVE-AUDIT.
           MOVE AT-EMISSAO TO W-ANTES-AUDIT.
           MOVE AG-DATA    TO AT-EMISSAO.
           MOVE LD-PROF    TO AT-EMISSOR.
           MOVE "C"        TO AT-ORIGEM.
           REWRITE REG-ATESTADO
               INVALID KEY
                   DISPLAY "ATESTADO DO NADADOR NAO ATUALIZADO   "
                       AT 2310
                   CLOSE ARQ-ATESTADOS
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE ARQ-ATESTADOS.
           MOVE AG-DATA TO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "PRONTUAR" W-CHAVE-AUDIT
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.
           PERFORM IMPRIMIR-ATESTADO.
           DISPLAY "ATESTADO NO SPOOL                     " AT 2310.
           DISPLAY W-NOME-SPOOL AT 2328.

       IMPRIMIR-ATESTADO.
           MOVE "ATESTADO MEDICO" TO LD-TITULO.
           CALL "GERA-SPOOL" USING "PRONTUAR" "ATESTADO" W-NOME-SPOOL.
           OPEN OUTPUT REL-DOC.
           MOVE AG-DATA TO LD-DATA.
           WRITE REG-DOC FROM LINDOC-TRACO.
           WRITE REG-DOC FROM LINDOC-TITULO.
           WRITE REG-DOC FROM LINDOC-TRACO.
           WRITE REG-DOC FROM LINDOC-PROF.
           WRITE REG-DOC FROM LINDOC-PAC.
           WRITE REG-DOC FROM LINDOC-DATA.
           WRITE REG-DOC FROM LINDOC-TRACO.
           WRITE REG-DOC FROM LINDOC-BRANCO.
           MOVE "ATESTO QUE O PACIENTE ACIMA ESTA APTO A PRATICA"
               TO REG-DOC.
           WRITE REG-DOC.
           MOVE "DE NATACAO. VALIDO POR 12 (DOZE) MESES." TO REG-DOC.
           WRITE REG-DOC.
           WRITE REG-DOC FROM LINDOC-BRANCO.
           WRITE REG-DOC FROM LINDOC-BRANCO.
           WRITE REG-DOC FROM LINDOC-ASSINA.
           MOVE LD-PROF TO LD-ASSINA.
           WRITE REG-DOC FROM LINDOC-RODAPE.
           CLOSE REL-DOC.

      *-----------------------------------------------------------------*
      * IMPRIMIR-DOCUMENTO - CABECALHO COM O PROFISSIONAL E O PACIENTE
      *   DA CONSULTA, AS LINHAS DIGITADAS E O CAMPO DE ASSINATURA.
      *   CADASTRO AUSENTE SAI EM BRANCO, SEM IMPEDIR A EMISSAO.
      *-----------------------------------------------------------------*
       IMPRIMIR-DOCUMENTO.
           PERFORM BUSCAR-PROFISSIONAL.
           PERFORM BUSCAR-PACIENTE.
           IF DOC-RECEITA
               MOVE "RECEITA"          TO LD-TITULO
               CALL "GERA-SPOOL" USING "PRONTUAR" "RECEITA "
                   W-NOME-SPOOL
           ELSE
               MOVE "PEDIDO DE EXAMES" TO LD-TITULO
               CALL "GERA-SPOOL" USING "PRONTUAR" "EXAMES  "
                   W-NOME-SPOOL
           END-IF.
           OPEN OUTPUT REL-DOC.
           MOVE AG-DATA TO LD-DATA.
           WRITE REG-DOC FROM LINDOC-TRACO.
           WRITE REG-DOC FROM LINDOC-TITULO.
           WRITE REG-DOC FROM LINDOC-TRACO.
           WRITE REG-DOC FROM LINDOC-PROF.
           WRITE REG-DOC FROM LINDOC-PAC.
           WRITE REG-DOC FROM LINDOC-DATA.
           WRITE REG-DOC FROM LINDOC-TRACO.
           IF DOC-RECEITA
               WRITE REG-DOC FROM LINDOC-CAB-REC
           ELSE
               WRITE REG-DOC FROM LINDOC-CAB-EXA
           END-IF.
           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-LINHA-DOC W-QTD-LINHAS TIMES.
           WRITE REG-DOC FROM LINDOC-BRANCO.
           WRITE REG-DOC FROM LINDOC-BRANCO.
           WRITE REG-DOC FROM LINDOC-ASSINA.
           MOVE LD-PROF TO LD-ASSINA.
           WRITE REG-DOC FROM LINDOC-RODAPE.
           CLOSE REL-DOC.

       IMPRIMIR-LINHA-DOC.
           ADD 1 TO W-IND.
           MOVE W-IND                TO LD-LINHA.
           MOVE W-DOC-ITEM(W-IND)    TO LD-ITEM.
           MOVE W-DOC-DOSE(W-IND)    TO LD-DOSE.
           MOVE W-DOC-DURACAO(W-IND) TO LD-DURACAO.
           WRITE REG-DOC FROM LINDOC-ITEM.

       BUSCAR-PROFISSIONAL.
           MOVE SPACES TO LD-PROF LD-ESPEC.
           OPEN INPUT ARQ-PROF.
           IF W-STATPF = "00"
               MOVE AG-PROF TO PF-COD
               READ ARQ-PROF
                   NOT INVALID KEY
                       MOVE PF-NOME  TO LD-PROF
                       MOVE PF-ESPEC TO LD-ESPEC
               END-READ
               CLOSE ARQ-PROF
           END-IF.

       BUSCAR-PACIENTE.
           MOVE SPACES TO LD-PAC.
           MOVE ZEROS  TO W-CPF.
           OPEN INPUT ARQ-PAC.
           IF W-STATP = "00"
               MOVE AG-COD-PAC TO COD-PAC
               READ ARQ-PAC
                   NOT INVALID KEY
                       MOVE NOME-PAC TO LD-PAC
                       IF CPF-PAC IS NUMERIC
                           MOVE CPF-PAC TO W-CPF
                       END-IF
               END-READ
               CLOSE ARQ-PAC
           END-IF.
           MOVE W-CPF-1  TO LD-CPF-1.
           MOVE W-CPF-2  TO LD-CPF-2.
           MOVE W-CPF-3  TO LD-CPF-3.
           MOVE W-CPF-DV TO LD-CPF-DV.
