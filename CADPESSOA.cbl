      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CADPESSOA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - MANUTENCAO DO CADASTRO UNICO DE
      *   PESSOAS (PESSOA.DAT, INDEXADO PELO CPF): NOME, NASCIMENTO,
      *   DOIS TELEFONES E ENDERECO, COM (I)NCLUIR, (A)LTERAR E
      *   (C)ONSULTAR. E O UNICO LUGAR ONDE DADO PESSOAL E CORRIGIDO:
      *   NA ALTERACAO, NOME, TELEFONE E NASCIMENTO SAO REPASSADOS
      *   PARA AS COPIAS QUE OS CADASTROS DE CADA AREA CARREGAM
      *   (PACIENTE.DAT, FUNCIONARIOS.DAT, APOLICE.DAT E CONTACLI.DAT,
      *   PELO CPF) - ANTES UMA TROCA DE TELEFONE ERA FEITA EM QUATRO
      *   LUGARES. A CONSULTA MOSTRA EM QUANTOS REGISTROS DE CADA
      *   CADASTRO A PESSOA APARECE. TODA MUDANCA VAI PARA
      *   AUDITORIA.LOG. A CARGA INICIAL E O CARGAPES.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PESSOA ASSIGN TO "PESSOA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PE-CPF
               FILE STATUS     IS W-STATPE.
           SELECT ARQ-PAC ASSIGN TO "PACIENTE.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS COD-PAC
               FILE STATUS     IS W-STATP.
           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS RF-MATRICULA
               FILE STATUS     IS W-STATF.
           SELECT ARQ-APOLICE ASSIGN TO "APOLICE.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS AP-NUM-APOLICE
               FILE STATUS     IS W-STATAP.
           SELECT ARQ-CONTAC ASSIGN TO "CONTACLI.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CC-COD
               FILE STATUS     IS W-STATCC.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-PESSOA.
       01  REG-PESSOA.
           02 PE-CPF         PIC 9(11).
           02 PE-NOME        PIC X(30).
           02 PE-DT-NASC     PIC 9(8).
           02 PE-FONE        PIC X(12).
           02 PE-FONE2       PIC X(12).
           02 PE-ENDERECO    PIC X(40).
           02 PE-BAIRRO      PIC X(20).
           02 PE-CIDADE      PIC X(20).
           02 PE-UF          PIC X(2).
           02 PE-CEP         PIC 9(8).
           02 PE-DT-CADASTRO PIC 9(8).
           02 PE-DT-ALTER    PIC 9(8).
           02 FILLER         PIC X(21).

       FD  ARQ-PAC.
       01  REG-PAC.
           05 COD-PAC    PIC 9(05).
           05 NOME-PAC   PIC X(30).
           05 IDADE-PAC  PIC 9(02).
           05 FONE-PAC   PIC X(09).
           05 DTNASC-PAC PIC X(10).
           05 CONV-PAC   PIC X(02).
           05 CPF-PAC    PIC 9(11).

       FD  ARQ-FUNC.
       01  REG-FUNC.
           02 RF-MATRICULA PIC 9(8).
           02 RF-NOME      PIC X(30).
           02 RF-SALARIO   PIC 9(10)V99.
           02 RF-SITUACAO  PIC X(1).
           02 RF-DT-ADMISSAO PIC 9(8).
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.

       FD  ARQ-APOLICE.
       01  REG-APOLICE.
           02 AP-NUM-APOLICE PIC 9(6).
           02 AP-NOME        PIC X(15).
           02 AP-IDADE       PIC 99.
           02 AP-GRUPO       PIC X.
           02 AP-CATEGORIA   PIC X(20).
           02 AP-PREMIO      PIC 9(6)V99.
           02 AP-STATUS      PIC X(1).
           02 AP-MOTIVO      PIC X(20).
           02 AP-CLASSE-BONUS PIC 9.
           02 AP-CORRETOR    PIC 9(3).
           02 AP-CPF         PIC 9(11).
           02 AP-INICIO-VIG  PIC 9(8).
           02 AP-VEIC-MODELO PIC X(20).
           02 AP-VEIC-ANO    PIC 9(4).
           02 AP-VEIC-PLACA  PIC X(7).
           02 AP-VEIC-CHASSI PIC X(17).
           02 AP-VLR-SEGURADO PIC 9(8)V99.

       FD  ARQ-CONTAC.
       01  REG-CONTAC.
           02 CC-COD    PIC 9(3).
           02 CC-NOME   PIC X(30).
           02 CC-FONE   PIC X(12).
           02 CC-SALDO  PIC 9(7)V99.
           02 CC-CPF    PIC 9(11).

       WORKING-STORAGE         SECTION.

       77 W-STATPE        PIC XX VALUE SPACES.
       77 W-STATP         PIC XX VALUE SPACES.
       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATAP        PIC XX VALUE SPACES.
       77 W-STATCC        PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "I" "A" "C".
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.

       77 W-CPF           PIC 9(11) VALUE ZEROS.
       77 W-CPF-OK        PIC X     VALUE SPACE.
       77 W-DATA-OK       PIC X     VALUE SPACE.
       77 W-ATUALIZA      PIC X     VALUE "N".
           88 ATUALIZA-COPIAS      VALUE "S".
       77 W-QTD-PAC       PIC 9(4)  VALUE ZEROS.
       77 W-QTD-FUNC      PIC 9(4)  VALUE ZEROS.
       77 W-QTD-APOL      PIC 9(4)  VALUE ZEROS.
       77 W-QTD-CONTA     PIC 9(4)  VALUE ZEROS.
       77 W-DTNASC-BARRA  PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           PERFORM ROT-ABRIR.
           PERFORM ROT-PROCESSA UNTIL W-RESP = "N".
           CLOSE ARQ-PESSOA.
           DISPLAY ERASE.
           DISPLAY "FIM DE PROCESSAMENTO" AT 1220.
           GOBACK.

       ROT-ABRIR.
           OPEN I-O ARQ-PESSOA.
           IF W-STATPE = "35"
               OPEN OUTPUT ARQ-PESSOA
               CLOSE       ARQ-PESSOA
               OPEN I-O    ARQ-PESSOA
           ELSE
               IF W-STATPE NOT = "00"
                   CALL "VERIFICA-STATUS" USING W-STATPE
                       W-MENSAGEM-ERRO
                       "CADPESSO"
                   DISPLAY W-MENSAGEM-ERRO AT 2310
               END-IF
           END-IF.

       ROT-PROCESSA.
           MOVE ZEROS  TO W-CPF.
           MOVE SPACES TO W-OPCAO W-GRAVA W-CPF-OK.

           DISPLAY ERASE.
           DISPLAY "CADASTRO DE PESSOAS" AT 0320.
           DISPLAY "OPCAO (I)NCLUIR (A)LTERAR (C)ONSULTAR:" AT 0510.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0550 WITH UPPER AUTO
               IF NOT W-OPCAO-OK
                   DISPLAY "DIGITE I, A OU C" AT 2310
               ELSE
                   DISPLAY "                " AT 2310
               END-IF
           END-PERFORM.

           DISPLAY "CPF (11 DIGITOS).....:" AT 0710.
           PERFORM WITH TEST AFTER UNTIL W-CPF-OK = "S"
               ACCEPT W-CPF AT 0733
               CALL "VALIDA-CPF" USING W-CPF W-CPF-OK
               IF W-CPF-OK NOT = "S"
                   DISPLAY "CPF INVALIDO" AT 2310
               ELSE
                   DISPLAY "            " AT 2310
               END-IF
           END-PERFORM.
           MOVE W-CPF TO PE-CPF W-CHAVE-AUDIT.

           EVALUATE W-OPCAO
               WHEN "I"
                   PERFORM ROT-INCLUIR
               WHEN "A"
                   PERFORM ROT-ALTERAR
               WHEN "C"
                   PERFORM ROT-CONSULTAR
           END-EVALUATE.

           DISPLAY "OUTRA PESSOA? (S/N):" AT 2010.
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP AT 2031 WITH UPPER AUTO
           END-PERFORM.

       ROT-INCLUIR.
           READ ARQ-PESSOA
               INVALID KEY
                   INITIALIZE REG-PESSOA
                   MOVE W-CPF TO PE-CPF
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       ACCEPT PE-DT-CADASTRO FROM DATE YYYYMMDD
                       MOVE PE-DT-CADASTRO TO PE-DT-ALTER
                       WRITE REG-PESSOA
                       MOVE SPACES TO W-ANTES-AUDIT
                       MOVE REG-PESSOA(1:40) TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADPESSO"
                           W-CHAVE-AUDIT "I" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                   END-IF
               NOT INVALID KEY
                   DISPLAY "PESSOA JA CADASTRADA" AT 2310
           END-READ.

      *-----------------------------------------------------------------*
      * ROT-ALTERAR - DADOS ATUAIS NA TELA; CONFIRMADA A ALTERACAO, O
      *   NOVO NOME/TELEFONE/NASCIMENTO E REPASSADO PARA AS COPIAS.
      *-----------------------------------------------------------------*
       ROT-ALTERAR.
           READ ARQ-PESSOA
               INVALID KEY
                   DISPLAY "PESSOA NAO CADASTRADA" AT 2310
               NOT INVALID KEY
                   MOVE REG-PESSOA(1:40) TO W-ANTES-AUDIT
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
                       ACCEPT PE-DT-ALTER FROM DATE YYYYMMDD
                       REWRITE REG-PESSOA
                       MOVE REG-PESSOA(1:40) TO W-DEPOIS-AUDIT
                       CALL "GRAVA-AUDITORIA" USING "CADPESSO"
                           W-CHAVE-AUDIT "A" W-ANTES-AUDIT
                           W-DEPOIS-AUDIT
                       MOVE "S" TO W-ATUALIZA
                       PERFORM VARRER-CADASTROS
                       DISPLAY "COPIAS ATUALIZADAS:" AT 2110
                       PERFORM MOSTRAR-VINCULOS
                   END-IF
           END-READ.

       ROT-CONSULTAR.
           READ ARQ-PESSOA
               INVALID KEY
                   DISPLAY "PESSOA NAO CADASTRADA" AT 2310
               NOT INVALID KEY
                   PERFORM MOSTRAR-DADOS
                   MOVE "N" TO W-ATUALIZA
                   PERFORM VARRER-CADASTROS
                   DISPLAY "APARECE EM.........:" AT 2110
                   PERFORM MOSTRAR-VINCULOS
           END-READ.

      *-----------------------------------------------------------------*
      * RECEBER-DADOS - NOME OBRIGATORIO; NASCIMENTO AAAAMMDD CRITICADO
      *   PELO COMUM/VALIDATA.cbl (ZERO = NAO INFORMADO). NA ALTERACAO
      *   OS DADOS ATUAIS VEM NA TELA.
      *-----------------------------------------------------------------*
       RECEBER-DADOS.
           PERFORM MOSTRAR-DADOS.
           PERFORM WITH TEST AFTER UNTIL PE-NOME NOT = SPACES
               ACCEPT PE-NOME AT 0933
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL W-DATA-OK = "S"
               ACCEPT PE-DT-NASC AT 1033
               IF PE-DT-NASC = ZEROS
                   MOVE "S" TO W-DATA-OK
               ELSE
                   CALL "VALIDA-DATA" USING PE-DT-NASC W-DATA-OK
               END-IF
               IF W-DATA-OK NOT = "S"
                   DISPLAY "DATA INVALIDA" AT 2310
               ELSE
                   DISPLAY "             " AT 2310
               END-IF
           END-PERFORM.
           ACCEPT PE-FONE     AT 1133.
           ACCEPT PE-FONE2    AT 1233.
           ACCEPT PE-ENDERECO AT 1333.
           ACCEPT PE-BAIRRO   AT 1433.
           ACCEPT PE-CIDADE   AT 1533.
           ACCEPT PE-UF       AT 1563 WITH UPPER.
           ACCEPT PE-CEP      AT 1633.

       MOSTRAR-DADOS.
           DISPLAY "NOME.................:" AT 0910.
           DISPLAY "NASCIMENTO (AAAAMMDD):" AT 1010.
           DISPLAY "TELEFONE.............:" AT 1110.
           DISPLAY "TELEFONE 2...........:" AT 1210.
           DISPLAY "ENDERECO.............:" AT 1310.
           DISPLAY "BAIRRO...............:" AT 1410.
           DISPLAY "CIDADE...............:" AT 1510.
           DISPLAY "UF:" AT 1559.
           DISPLAY "CEP..................:" AT 1610.
           DISPLAY PE-NOME     AT 0933.
           DISPLAY PE-DT-NASC  AT 1033.
           DISPLAY PE-FONE     AT 1133.
           DISPLAY PE-FONE2    AT 1233.
           DISPLAY PE-ENDERECO AT 1333.
           DISPLAY PE-BAIRRO   AT 1433.
           DISPLAY PE-CIDADE   AT 1533.
           DISPLAY PE-UF       AT 1563.
           DISPLAY PE-CEP      AT 1633.

       MOSTRAR-VINCULOS.
           DISPLAY "PAC"       AT 2131.
           DISPLAY W-QTD-PAC   AT 2135.
           DISPLAY "FUNC"      AT 2141.
           DISPLAY W-QTD-FUNC  AT 2146.
           DISPLAY "APOL"      AT 2152.
           DISPLAY W-QTD-APOL  AT 2157.
           DISPLAY "FIADO"     AT 2163.
           DISPLAY W-QTD-CONTA AT 2169.

       CONFIRMAR-GRAVACAO.
           DISPLAY "CONFIRMA A OPERACAO? (S/N):" AT 1810.
           PERFORM WITH TEST AFTER UNTIL W-GRAVA = "S" OR "N"
               ACCEPT W-GRAVA AT 1838 WITH UPPER AUTO
           END-PERFORM.

      *-----------------------------------------------------------------*
      * VARRER-CADASTROS - PROCURA O CPF EM CADA CADASTRO QUE CARREGA
      *   COPIA DOS DADOS PESSOAIS E CONTA OS REGISTROS; COM
      *   ATUALIZA-COPIAS, REGRAVA NOME (E TELEFONE E NASCIMENTO ONDE
      *   HOUVER) A PARTIR DO CADASTRO DE PESSOAS. CADASTRO QUE NAO
      *   ABRE (AUSENTE OU EM USO) FICA COM CONTAGEM ZERO.
      *-----------------------------------------------------------------*
       VARRER-CADASTROS.
           MOVE ZEROS TO W-QTD-PAC W-QTD-FUNC W-QTD-APOL W-QTD-CONTA.
           MOVE SPACES TO W-DTNASC-BARRA.
           IF PE-DT-NASC NOT = ZEROS
               STRING PE-DT-NASC(7:2) "/" PE-DT-NASC(5:2) "/"
                      PE-DT-NASC(1:4) DELIMITED BY SIZE
                      INTO W-DTNASC-BARRA
           END-IF.
           PERFORM VARRER-PACIENTES.
           PERFORM VARRER-FUNCIONARIOS.
           PERFORM VARRER-APOLICES.
           PERFORM VARRER-CONTAS.

       VARRER-PACIENTES.
           MOVE "N" TO W-FIM-ARQ.
           IF ATUALIZA-COPIAS
               OPEN I-O ARQ-PAC
           ELSE
               OPEN INPUT ARQ-PAC
           END-IF.
           IF W-STATP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PACIENTE.
           PERFORM CONFERIR-PACIENTE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PAC.

       LER-PACIENTE.
           READ ARQ-PAC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-PACIENTE.
           IF CPF-PAC = PE-CPF
               ADD 1 TO W-QTD-PAC
               IF ATUALIZA-COPIAS
                   MOVE PE-NOME TO NOME-PAC
                   IF PE-FONE NOT = SPACES
                       MOVE PE-FONE TO FONE-PAC
                   END-IF
                   IF W-DTNASC-BARRA NOT = SPACES
                       MOVE W-DTNASC-BARRA TO DTNASC-PAC
                   END-IF
                   REWRITE REG-PAC
               END-IF
           END-IF.
           PERFORM LER-PACIENTE.

       VARRER-FUNCIONARIOS.
           MOVE "N" TO W-FIM-ARQ.
           IF ATUALIZA-COPIAS
               OPEN I-O ARQ-FUNC
           ELSE
               OPEN INPUT ARQ-FUNC
           END-IF.
           IF W-STATF NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-FUNCIONARIO.
           PERFORM CONFERIR-FUNCIONARIO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-FUNC.

       LER-FUNCIONARIO.
           READ ARQ-FUNC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-FUNCIONARIO.
           IF RF-CPF = PE-CPF
               ADD 1 TO W-QTD-FUNC
               IF ATUALIZA-COPIAS
                   MOVE PE-NOME TO RF-NOME
                   REWRITE REG-FUNC
               END-IF
           END-IF.
           PERFORM LER-FUNCIONARIO.

       VARRER-APOLICES.
           MOVE "N" TO W-FIM-ARQ.
           IF ATUALIZA-COPIAS
               OPEN I-O ARQ-APOLICE
           ELSE
               OPEN INPUT ARQ-APOLICE
           END-IF.
           IF W-STATAP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-APOLICE.
           PERFORM CONFERIR-APOLICE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-APOLICE.

       LER-APOLICE.
           READ ARQ-APOLICE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-APOLICE.
           IF AP-CPF = PE-CPF
               ADD 1 TO W-QTD-APOL
               IF ATUALIZA-COPIAS
                   MOVE PE-NOME TO AP-NOME
                   REWRITE REG-APOLICE
               END-IF
           END-IF.
           PERFORM LER-APOLICE.

       VARRER-CONTAS.
           MOVE "N" TO W-FIM-ARQ.
           IF ATUALIZA-COPIAS
               OPEN I-O ARQ-CONTAC
           ELSE
               OPEN INPUT ARQ-CONTAC
           END-IF.
           IF W-STATCC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CONTA.
           PERFORM CONFERIR-CONTA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-CONTAC.

       LER-CONTA.
           READ ARQ-CONTAC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-CONTA.
           IF CC-CPF = PE-CPF
               ADD 1 TO W-QTD-CONTA
               IF ATUALIZA-COPIAS
                   MOVE PE-NOME TO CC-NOME
                   IF PE-FONE NOT = SPACES
                       MOVE PE-FONE TO CC-FONE
                   END-IF
                   REWRITE REG-CONTAC
               END-IF
           END-IF.
           PERFORM LER-CONTA.
