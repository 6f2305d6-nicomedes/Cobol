      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CARGAPES.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CARGA UNICA DO CADASTRO UNICO DE
      *   PESSOAS (PESSOA.DAT, INDEXADO PELO CPF):
      *   - CONTACLI.DAT: O REGISTRO GANHA O CPF DO CLIENTE (CC-CPF,
      *     11 POSICOES NO FIM); DUAS PASSAGENS, LAYOUT ANTIGO PARA
      *     CARGAPES.TMP E DEPOIS O INDEXADO RECRIADO, COMO NO
      *     CONVQTD.cbl. AS CONTAS ANTIGAS FICAM COM CPF ZERO E SO SE
      *     LIGAM A UMA PESSOA NA PROXIMA ALTERACAO NO CAD-FIADO.
      *   - PACIENTE.DAT, FUNCIONARIOS.DAT E APOLICE.DAT, NESSA ORDEM
      *     (O PACIENTE TRAZ NOME, TELEFONE E NASCIMENTO): O PRIMEIRO
      *     REGISTRO DE CADA CPF CRIA A PESSOA; OS SEGUINTES SO
      *     COMPLETAM O QUE ESTIVER EM BRANCO. NOME, NASCIMENTO OU
      *     TELEFONE DIFERENTES DO JA CARREGADO SAO LISTADOS EM
      *     CARGAPES.LST COMO CONFLITO, PARA SEREM RESOLVIDOS NO
      *     CADPESSOA.cbl (QUE REPASSA A CORRECAO PARA AS COPIAS). O
      *     NOME DA APOLICE TEM 15 POSICOES E SO E COMPARADO NELAS.
      *     REGISTRO SEM CPF NAO E LIGADO A NINGUEM E SO E CONTADO.
      *   AO TERMINAR GRAVA CARGAPES.CTL; SE ESSE ARQUIVO JA EXISTIR O
      *   PROGRAMA RECUSA RODAR DE NOVO (A CONVERSAO DO CONTACLI NAO
      *   PODE PASSAR DUAS VEZES). FAZER O BACKUP ANTES DE CONFIRMAR.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE ASSIGN TO "CARGAPES.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCTL.

           SELECT ARQ-PESSOA ASSIGN TO "PESSOA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
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

           SELECT ARQ-CONTAC-ANT ASSIGN TO "CONTACLI.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CA-COD
               FILE STATUS     IS W-STATCC.
           SELECT ARQ-CONTAC ASSIGN TO "CONTACLI.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CC-COD
               FILE STATUS     IS W-STATCC.
           SELECT ARQ-TMP ASSIGN TO "CARGAPES.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.

           SELECT REL-CARGA ASSIGN TO "CARGAPES.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORD STANDARD.
       01  REG-CONTROLE.
           02 CT-DATA        PIC 9(8).
           02 FILLER         PIC X(01).
           02 CT-PROGRAMA    PIC X(08).

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

      * CONTACLI.DAT - LAYOUT ANTIGO (SEM CPF) E NOVO
       FD  ARQ-CONTAC-ANT.
       01  REG-CONTAC-ANT.
           02 CA-COD    PIC 9(3).
           02 CA-DADOS  PIC X(51).
       FD  ARQ-CONTAC.
       01  REG-CONTAC.
           02 CC-COD    PIC 9(3).
           02 CC-DADOS  PIC X(51).
           02 CC-CPF    PIC 9(11).

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP    PIC X(65).

       FD  REL-CARGA
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATCTL       PIC XX VALUE SPACES.
       77 W-STATPE        PIC XX VALUE SPACES.
       77 W-STATP         PIC XX VALUE SPACES.
       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATAP        PIC XX VALUE SPACES.
       77 W-STATCC        PIC XX VALUE SPACES.
       77 W-STATTMP       PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-MUDOU         PIC X  VALUE "N".
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.

       77 W-QTD-CONTAS    PIC 9(6) VALUE ZEROS.
       77 W-QTD-LIDOS     PIC 9(6) VALUE ZEROS.
       77 W-QTD-SEM-CPF   PIC 9(6) VALUE ZEROS.
       77 W-QTD-CRIADAS   PIC 9(6) VALUE ZEROS.
       77 W-QTD-LIGADOS   PIC 9(6) VALUE ZEROS.
       77 W-QTD-COMPLETAS PIC 9(6) VALUE ZEROS.
       77 W-QTD-CONFLITOS PIC 9(6) VALUE ZEROS.

      * REGISTRO DE ORIGEM SENDO CONSOLIDADO
       01 W-ORIGEM.
           02 W-OR-CPF      PIC 9(11).
           02 W-OR-NOME     PIC X(30).
           02 W-OR-TAM-NOME PIC 99.
           02 W-OR-NASC     PIC 9(8).
           02 W-OR-FONE     PIC X(12).
           02 W-OR-FONTE    PIC X(8).
           02 W-OR-CHAVE    PIC X(8).

       01 LINCAB1.
           02 FILLER    PIC X(35) VALUE
               "CARGA DO CADASTRO DE PESSOAS - EM: ".
           02 LC-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(35) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(38) VALUE
               "CPF         CAMPO ORIGEM   CHAVE".
           02 FILLER    PIC X(42) VALUE "VALORES".
       01 LINTRACO.
           02 FILLER    PIC X(76) VALUE ALL "=".
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINCONF1.
           02 LF1-CPF   PIC 9(11).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LF1-CAMPO PIC X(05).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LF1-FONTE PIC X(08).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LF1-CHAVE PIC X(08).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "CADASTRO: ".
           02 LF1-VALOR PIC X(30).
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINCONF2.
           02 FILLER    PIC X(36) VALUE SPACES.
           02 FILLER    PIC X(10) VALUE "ORIGEM..: ".
           02 LF2-VALOR PIC X(30).
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINDET.
           02 LD-ROTULO PIC X(40).
           02 LD-QTD    PIC ZZZZZ9.
           02 FILLER    PIC X(34) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CONTROLE.
           IF W-STATCTL = "00"
               READ ARQ-CONTROLE
                   AT END MOVE ZEROS TO CT-DATA
               END-READ
               CLOSE ARQ-CONTROLE
               DISPLAY "CARGA JA EXECUTADA EM " CT-DATA
               DISPLAY "(CARGAPES.CTL) - NADA FOI ALTERADO"
               GOBACK
           END-IF.

           DISPLAY "CARGA DO CADASTRO UNICO DE PESSOAS (PESSOA.DAT)".
           DISPLAY "RODAR UMA UNICA VEZ, COM O BACKUP FEITO E NENHUM".
           DISPLAY "CADASTRO DE PACIENTE, FUNCIONARIO, APOLICE OU".
           DISPLAY "CONTA DE CLIENTE EM USO.".
           DISPLAY "CONFIRMA A EXECUCAO? (S/N)".
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP
               MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
           END-PERFORM.
           IF W-RESP = "N"
               DISPLAY "CARGA ABANDONADA"
               GOBACK
           END-IF.

           PERFORM CONVERTER-CONTACLI.

           OPEN I-O ARQ-PESSOA.
           IF W-STATPE = "35"
               OPEN OUTPUT ARQ-PESSOA
               CLOSE       ARQ-PESSOA
               OPEN I-O    ARQ-PESSOA
           END-IF.
           OPEN OUTPUT REL-CARGA.
           MOVE W-DATA-HOJE TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINTRACO.

           PERFORM CARREGAR-PACIENTES.
           PERFORM CARREGAR-FUNCIONARIOS.
           PERFORM CARREGAR-APOLICES.

           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-PESSOA REL-CARGA.
           PERFORM GRAVAR-CONTROLE.
           DISPLAY "PESSOAS CRIADAS...: " W-QTD-CRIADAS.
           DISPLAY "CONFLITOS.........: " W-QTD-CONFLITOS.
           DISPLAY "CARGA CONCLUIDA - CONFLITOS EM CARGAPES.LST".
           GOBACK.

      *-----------------------------------------------------------------*
      * CONVERTER-CONTACLI - PASSO 1 LE O LAYOUT ANTIGO E GRAVA O NOVO
      *   (CPF ZERO) EM CARGAPES.TMP; PASSO 2 RECRIA O INDEXADO.
      *-----------------------------------------------------------------*
       CONVERTER-CONTACLI.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-CONTAC-ANT.
           IF W-STATCC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-CONTA-ANT.
           PERFORM SEPARAR-CONTA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-CONTAC-ANT ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-CONTAC.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-CONTA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-CONTAC.

       LER-CONTA-ANT.
           READ ARQ-CONTAC-ANT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-CONTA.
           MOVE CA-COD     TO CC-COD.
           MOVE CA-DADOS   TO CC-DADOS.
           MOVE ZEROS      TO CC-CPF.
           MOVE REG-CONTAC TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-CONTAS.
           PERFORM LER-CONTA-ANT.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       COPIAR-TMP-CONTA.
           MOVE REG-TMP TO REG-CONTAC.
           WRITE REG-CONTAC.
           PERFORM LER-TMP.

      *-----------------------------------------------------------------*
      * CARREGAR-PACIENTES - NASCIMENTO DD/MM/AAAA REMONTADO EM
      *   AAAAMMDD QUANDO NUMERICO.
      *-----------------------------------------------------------------*
       CARREGAR-PACIENTES.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-PAC.
           IF W-STATP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PACIENTE.
           PERFORM CARREGAR-PACIENTE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PAC.

       LER-PACIENTE.
           READ ARQ-PAC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CARREGAR-PACIENTE.
           ADD 1 TO W-QTD-LIDOS.
           IF CPF-PAC = ZEROS
               ADD 1 TO W-QTD-SEM-CPF
           ELSE
               INITIALIZE W-ORIGEM
               MOVE CPF-PAC    TO W-OR-CPF
               MOVE NOME-PAC   TO W-OR-NOME
               MOVE 30         TO W-OR-TAM-NOME
               MOVE FONE-PAC   TO W-OR-FONE
               IF DTNASC-PAC(1:2) NUMERIC
                  AND DTNASC-PAC(4:2) NUMERIC
                  AND DTNASC-PAC(7:4) NUMERIC
                   MOVE DTNASC-PAC(7:4) TO W-OR-NASC(1:4)
                   MOVE DTNASC-PAC(4:2) TO W-OR-NASC(5:2)
                   MOVE DTNASC-PAC(1:2) TO W-OR-NASC(7:2)
               END-IF
               MOVE "PACIENTE" TO W-OR-FONTE
               MOVE COD-PAC    TO W-OR-CHAVE
               PERFORM CONSOLIDAR
           END-IF.
           PERFORM LER-PACIENTE.

       CARREGAR-FUNCIONARIOS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-FUNC.
           IF W-STATF NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-FUNCIONARIO.
           PERFORM CARREGAR-FUNCIONARIO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-FUNC.

       LER-FUNCIONARIO.
           READ ARQ-FUNC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CARREGAR-FUNCIONARIO.
           ADD 1 TO W-QTD-LIDOS.
           IF RF-CPF = ZEROS
               ADD 1 TO W-QTD-SEM-CPF
           ELSE
               INITIALIZE W-ORIGEM
               MOVE RF-CPF       TO W-OR-CPF
               MOVE RF-NOME      TO W-OR-NOME
               MOVE 30           TO W-OR-TAM-NOME
               MOVE "FUNCION."   TO W-OR-FONTE
               MOVE RF-MATRICULA TO W-OR-CHAVE
               PERFORM CONSOLIDAR
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGAR-APOLICES.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-APOLICE.
           IF W-STATAP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-APOLICE.
           PERFORM CARREGAR-APOLICE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-APOLICE.

       LER-APOLICE.
           READ ARQ-APOLICE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CARREGAR-APOLICE.
           ADD 1 TO W-QTD-LIDOS.
           IF AP-CPF = ZEROS
               ADD 1 TO W-QTD-SEM-CPF
           ELSE
               INITIALIZE W-ORIGEM
               MOVE AP-CPF         TO W-OR-CPF
               MOVE AP-NOME        TO W-OR-NOME
               MOVE 15             TO W-OR-TAM-NOME
               MOVE "APOLICE"      TO W-OR-FONTE
               MOVE AP-NUM-APOLICE TO W-OR-CHAVE
               PERFORM CONSOLIDAR
           END-IF.
           PERFORM LER-APOLICE.

      *-----------------------------------------------------------------*
      * CONSOLIDAR - CPF NOVO CRIA A PESSOA; CPF JA CARREGADO E
      *   CONFRONTADO CAMPO A CAMPO.
      *-----------------------------------------------------------------*
       CONSOLIDAR.
           MOVE W-OR-CPF TO PE-CPF.
           READ ARQ-PESSOA
               INVALID KEY
                   PERFORM CRIAR-PESSOA
               NOT INVALID KEY
                   PERFORM CONFRONTAR-PESSOA
           END-READ.

       CRIAR-PESSOA.
           INITIALIZE REG-PESSOA.
           MOVE W-OR-CPF    TO PE-CPF.
           MOVE W-OR-NOME   TO PE-NOME.
           MOVE W-OR-NASC   TO PE-DT-NASC.
           MOVE W-OR-FONE   TO PE-FONE.
           MOVE W-DATA-HOJE TO PE-DT-CADASTRO PE-DT-ALTER.
           WRITE REG-PESSOA.
           ADD 1 TO W-QTD-CRIADAS.

       CONFRONTAR-PESSOA.
           ADD 1 TO W-QTD-LIGADOS.
           MOVE "N" TO W-MUDOU.
           IF PE-NOME(1:W-OR-TAM-NOME) NOT = W-OR-NOME(1:W-OR-TAM-NOME)
               MOVE "NOME"    TO LF1-CAMPO
               MOVE PE-NOME   TO LF1-VALOR
               MOVE W-OR-NOME TO LF2-VALOR
               PERFORM LISTAR-CONFLITO
           END-IF.
           IF W-OR-NASC NOT = ZEROS
               IF PE-DT-NASC = ZEROS
                   MOVE W-OR-NASC TO PE-DT-NASC
                   MOVE "S" TO W-MUDOU
               ELSE
                   IF PE-DT-NASC NOT = W-OR-NASC
                       MOVE "NASC"     TO LF1-CAMPO
                       MOVE PE-DT-NASC TO LF1-VALOR
                       MOVE W-OR-NASC  TO LF2-VALOR
                       PERFORM LISTAR-CONFLITO
                   END-IF
               END-IF
           END-IF.
           IF W-OR-FONE NOT = SPACES
               IF PE-FONE = SPACES
                   MOVE W-OR-FONE TO PE-FONE
                   MOVE "S" TO W-MUDOU
               ELSE
                   IF PE-FONE NOT = W-OR-FONE
                       MOVE "FONE"    TO LF1-CAMPO
                       MOVE PE-FONE   TO LF1-VALOR
                       MOVE W-OR-FONE TO LF2-VALOR
                       PERFORM LISTAR-CONFLITO
                   END-IF
               END-IF
           END-IF.
           IF W-MUDOU = "S"
               MOVE W-DATA-HOJE TO PE-DT-ALTER
               REWRITE REG-PESSOA
               ADD 1 TO W-QTD-COMPLETAS
           END-IF.

       LISTAR-CONFLITO.
           MOVE W-OR-CPF   TO LF1-CPF.
           MOVE W-OR-FONTE TO LF1-FONTE.
           MOVE W-OR-CHAVE TO LF1-CHAVE.
           WRITE REG-REL FROM LINCONF1.
           WRITE REG-REL FROM LINCONF2.
           ADD 1 TO W-QTD-CONFLITOS.

       IMPRIMIR-TOTAIS.
           WRITE REG-REL FROM LINTRACO.
           MOVE "CONTAS DE CLIENTE CONVERTIDAS" TO LD-ROTULO.
           MOVE W-QTD-CONTAS    TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "REGISTROS LIDOS (PAC/FUNC/APOL)" TO LD-ROTULO.
           MOVE W-QTD-LIDOS     TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "REGISTROS SEM CPF (NAO LIGADOS)" TO LD-ROTULO.
           MOVE W-QTD-SEM-CPF   TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "PESSOAS CRIADAS" TO LD-ROTULO.
           MOVE W-QTD-CRIADAS   TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "REGISTROS LIGADOS A PESSOA EXISTENTE" TO LD-ROTULO.
           MOVE W-QTD-LIGADOS   TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "PESSOAS COMPLETADAS" TO LD-ROTULO.
           MOVE W-QTD-COMPLETAS TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "CONFLITOS A RESOLVER (CADPESSOA)" TO LD-ROTULO.
           MOVE W-QTD-CONFLITOS TO LD-QTD.
           WRITE REG-REL FROM LINDET.

       GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           MOVE SPACES      TO REG-CONTROLE.
           MOVE W-DATA-HOJE TO CT-DATA.
           MOVE "CARGAPES"  TO CT-PROGRAMA.
           WRITE REG-CONTROLE.
           CLOSE ARQ-CONTROLE.
