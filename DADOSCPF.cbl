      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             DADOSCPF.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - ATENDIMENTO AO TITULAR DOS DADOS
      *   (LEI DE PROTECAO DE DADOS): RECEBE UM CPF E GRAVA EM
      *   DADOSCPF.LST TUDO O QUE A CASA GUARDA SOBRE A PESSOA -
      *   PESSOA.DAT, PACIENTE.DAT E, PELOS CODIGOS DE PACIENTE,
      *   AGENDA.DAT, PRONTUAR.DAT, PRESCRIC.DAT, IMCHIST.DAT E
      *   FATURAS.DAT; FUNCIONARIOS.DAT; APOLICE.DAT E, PELAS
      *   APOLICES, PARCELAS.DAT E SINISTRO.DAT; CONTACLI.DAT E O
      *   FIADOMOV.DAT DAS CONTAS; AS LINHAS DE AUDITORIA.LOG COM O
      *   CPF NA CHAVE OU O NOME NOS VALORES; E OS DOCUMENTOS DO
      *   SPOOL (SPOOL.DAT) QUE TRAZEM O NOME OU O CPF.
      *   NA OPCAO (A)NONIMIZAR, DEPOIS DO RELATORIO, CADA CADASTRO
      *   LIGADO AO CPF E AVALIADO CONTRA OS PRAZOS DE RETENCAO.PAR
      *   (MANTPAR): A AREA CLINICA PELO RP-ANOS-CLINICO CONTADO DA
      *   ULTIMA CONSULTA, PRONTUARIO, RECEITA, MEDIDA OU FATURA DO
      *   PACIENTE; O FUNCIONARIO DESLIGADO, A APOLICE SEM PARCELA
      *   OU SINISTRO PENDENTE E A CONTA DE CLIENTE ZERADA PELO
      *   RP-ANOS-FISCAL CONTADO DO ULTIMO MOVIMENTO. O QUE ESTIVER
      *   FORA DO PRAZO, APOS CONFIRMACAO, TEM NOME, TELEFONE E CPF
      *   TROCADOS (NOME "ANONIMIZADO"); VALORES, DATAS E CODIGOS
      *   FICAM, E OS TOTAIS FINANCEIROS NAO MUDAM. A PESSOA SO SAI
      *   DE PESSOA.DAT (COM O ENDERECO) QUANDO NADA LIGADO A ELA
      *   PRECISOU SER MANTIDO. CADA REGISTRO ANONIMIZADO VAI PARA
      *   AUDITORIA.LOG PELA SUA CHAVE, SEM O DADO PESSOAL. A TRILHA
      *   DE AUDITORIA E OS DOCUMENTOS DO SPOOL SAO SO LISTADOS.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETENCAO ASSIGN TO "RETENCAO.PAR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRET.

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
           SELECT ARQ-AGENDA ASSIGN TO "AGENDA.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    AG-CHAVE
               ALTERNATE RECORD KEY IS AG-COD-PAC
                   WITH DUPLICATES
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATA.
           SELECT ARQ-PRONT ASSIGN TO "PRONTUAR.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    PR-CHAVE
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATPR.
           SELECT ARQ-RECEITA ASSIGN TO "PRESCRIC.DAT"
               ORGANIZATION  INDEXED
               RECORD KEY    RC-CHAVE
               ACCESS        DYNAMIC
               FILE STATUS IS W-STATRC.
           SELECT ARQ-IMC-HIST ASSIGN TO "IMCHIST.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RH-CHAVE
               FILE STATUS     IS W-STATH.
           SELECT ARQ-FATURAS ASSIGN TO "FATURAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATFT.
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
           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS PC-CHAVE
               FILE STATUS     IS W-STATPC.
           SELECT ARQ-SINISTRO ASSIGN TO "SINISTRO.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS SN-CHAVE
               FILE STATUS     IS W-STATSN.
           SELECT ARQ-CONTAC ASSIGN TO "CONTACLI.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CC-COD
               FILE STATUS     IS W-STATCC.
           SELECT ARQ-FIADOMOV ASSIGN TO "FIADOMOV.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS FM-CHAVE
               FILE STATUS     IS W-STATFM.
           SELECT ARQ-AUDIT ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATAUD.
           SELECT ARQ-SPOOL ASSIGN TO "SPOOL.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS SP-SEQ
               FILE STATUS     IS W-STATSP.
           SELECT ARQ-DOC ASSIGN TO W-NOME-DOC
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATDOC.

           SELECT REL-DADOS ASSIGN TO "DADOSCPF.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-RETENCAO
           LABEL RECORD STANDARD.
       01  REG-RETENCAO.
           02 RP-ANOS-RETENCAO PIC 99.
           02 RP-ANOS-CLINICO  PIC 99.
           02 RP-ANOS-FISCAL   PIC 99.

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

       FD  ARQ-AGENDA.
       01  REG-AGENDA.
           05 AG-CHAVE.
               10 AG-COD-PAC   PIC 9(05).
               10 AG-DATA      PIC 9(08).
               10 AG-HORA      PIC 9(04).
               10 AG-PROF      PIC 9(02).
           05 AG-STATUS      PIC X(01).
           05 AG-TIPO        PIC X(01).
           05 AG-LEMBRETE    PIC X(01).
           05 AG-AUTORIZ     PIC X(15).
           05 AG-VALID-AUT   PIC 9(08).

       FD  ARQ-PRONT.
       01  REG-PRONT.
           02 PR-CHAVE.
               03 PR-COD-PAC PIC 9(05).
               03 PR-DATA    PIC 9(08).
               03 PR-HORA    PIC 9(04).
               03 PR-PROF    PIC 9(02).
           02 PR-MOTIVO    PIC X(30).
           02 PR-NOTAS     PIC X(60).
           02 PR-RETORNO   PIC 9(03).
           02 PR-PROCED    OCCURS 5 TIMES PIC 9(03).

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

       FD  ARQ-FATURAS
           LABEL RECORD STANDARD.
       01  REG-FATURA.
           05 FT-ANOMES   PIC 9(6).
           05 FILLER      PIC X(1).
           05 FT-COD-PAC  PIC 9(5).
           05 FILLER      PIC X(1).
           05 FT-DATA     PIC 9(8).
           05 FILLER      PIC X(1).
           05 FT-HORA     PIC 9(4).
           05 FILLER      PIC X(1).
           05 FT-CONV     PIC X(2).
           05 FILLER      PIC X(1).
           05 FT-VALOR    PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-VLR-PAGO PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-DT-PAGTO PIC 9(8).
           05 FILLER      PIC X(1).
           05 FT-AUTORIZ  PIC X(15).
           05 FILLER      PIC X(1).
           05 FT-PROF     PIC 9(2).
           05 FILLER      PIC X(1).
           05 FT-GLOSA    PIC X(1).
           05 FILLER      PIC X(1).
           05 FT-BASE-REP PIC 9(4)V99.
           05 FILLER      PIC X(1).
           05 FT-PROCED   PIC 9(3).

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

       FD  ARQ-PARCELAS.
       01  REG-PARCELA.
           02 PC-CHAVE.
               03 PC-NUM-APOLICE PIC 9(6).
               03 PC-PARCELA     PIC 99.
           02 PC-VENCIMENTO  PIC 9(8).
           02 PC-VALOR       PIC 9(6)V99.
           02 PC-STATUS      PIC X(1).
               88 PC-ABERTA      VALUE "A".
           02 PC-DATA-PGTO   PIC 9(8).
           02 PC-ETAPA-COBR  PIC 9.

       FD  ARQ-SINISTRO.
       01  REG-SINISTRO.
           02 SN-CHAVE.
               03 SN-NUM-APOLICE PIC 9(6).
               03 SN-SEQ         PIC 99.
           02 SN-DATA         PIC 9(8).
           02 SN-DESCR        PIC X(30).
           02 SN-VLR-ESTIMADO PIC 9(6)V99.
           02 SN-STATUS       PIC X(1).
               88 SN-PENDENTE    VALUE "A" "P".
           02 SN-VLR-PAGO     PIC 9(6)V99.

       FD  ARQ-CONTAC.
       01  REG-CONTAC.
           02 CC-COD    PIC 9(3).
           02 CC-NOME   PIC X(30).
           02 CC-FONE   PIC X(12).
           02 CC-SALDO  PIC 9(7)V99.
           02 CC-CPF    PIC 9(11).

       FD  ARQ-FIADOMOV.
       01  REG-FIADOMOV.
           02 FM-CHAVE.
               03 FM-CONTA PIC 9(3).
               03 FM-SEQ   PIC 9(4).
           02 FM-DATA     PIC X(10).
           02 FM-TIPO     PIC X(1).
           02 FM-COMANDA  PIC 9(5).
           02 FM-VALOR    PIC 9(7)V99.

       FD  ARQ-AUDIT
           LABEL RECORD STANDARD.
       01  REG-AUDIT.
           02 AU-PROGRAMA    PIC X(08).
           02 FILLER         PIC X(01).
           02 AU-CHAVE       PIC X(15).
           02 FILLER         PIC X(01).
           02 AU-DATA        PIC X(10).
           02 FILLER         PIC X(01).
           02 AU-HORA        PIC X(08).
           02 FILLER         PIC X(01).
           02 AU-OPERADOR    PIC 9(03).
           02 FILLER         PIC X(01).
           02 AU-OPERACAO    PIC X(01).
           02 FILLER         PIC X(01).
           02 AU-ANTES       PIC X(40).
           02 FILLER         PIC X(01).
           02 AU-DEPOIS      PIC X(40).

       FD  ARQ-SPOOL.
       01  REG-SPOOL.
           02 SP-SEQ       PIC 9(6).
           02 SP-DATA      PIC 9(8).
           02 SP-HORA      PIC X(8).
           02 SP-PROGRAMA  PIC X(8).
           02 SP-TIPO      PIC X(8).
           02 SP-NOME      PIC X(12).

       FD  ARQ-DOC
           LABEL RECORD STANDARD.
       01  REG-DOC    PIC X(132).

       FD  REL-DADOS
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATRET       PIC XX VALUE SPACES.
       77 W-STATPE        PIC XX VALUE SPACES.
       77 W-STATP         PIC XX VALUE SPACES.
       77 W-STATA         PIC XX VALUE SPACES.
       77 W-STATPR        PIC XX VALUE SPACES.
       77 W-STATRC        PIC XX VALUE SPACES.
       77 W-STATH         PIC XX VALUE SPACES.
       77 W-STATFT        PIC XX VALUE SPACES.
       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATAP        PIC XX VALUE SPACES.
       77 W-STATPC        PIC XX VALUE SPACES.
       77 W-STATSN        PIC XX VALUE SPACES.
       77 W-STATCC        PIC XX VALUE SPACES.
       77 W-STATFM        PIC XX VALUE SPACES.
       77 W-STATAUD       PIC XX VALUE SPACES.
       77 W-STATSP        PIC XX VALUE SPACES.
       77 W-STATDOC       PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-FIM-DOC       PIC X  VALUE "N".
           88 FIM-DOCUMENTO        VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-OPCAO         PIC X  VALUE SPACE.
           88 W-OPCAO-OK          VALUE "R" "A".
           88 ANONIMIZAR          VALUE "A".
       77 W-CONFIRMADO    PIC X  VALUE "N".
           88 CONFIRMADO           VALUE "S".
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.
       77 W-NOME-DOC      PIC X(12) VALUE SPACES.

       77 W-CPF           PIC 9(11) VALUE ZEROS.
       77 W-CPF-X         PIC X(11) VALUE SPACES.
       77 W-CPF-OK        PIC X     VALUE SPACE.
       77 W-NOME-BUSCA    PIC X(30) VALUE SPACES.
       77 W-TAM-NOME      PIC 99    VALUE ZEROS.
       77 W-OCORR         PIC 9(4)  VALUE ZEROS.
       77 W-LINHAS-DOC    PIC 9(4)  VALUE ZEROS.
       77 W-ACHOU         PIC X     VALUE "N".
           88 ACHOU-ITEM           VALUE "S".
       77 W-ACHOU-PESSOA  PIC X     VALUE "N".
           88 PESSOA-CADASTRADA    VALUE "S".
       77 W-IND           PIC 99    VALUE ZEROS.

       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-ANOS-CLINICO  PIC 99    VALUE 20.
       77 W-ANOS-FISCAL   PIC 99    VALUE 05.
       77 W-CORTE-CLINICO PIC 9(8)  VALUE ZEROS.
       77 W-CORTE-FISCAL  PIC 9(8)  VALUE ZEROS.
       77 W-DATA-MOV      PIC 9(8)  VALUE ZEROS.
       77 W-DATA-LIMITE   PIC 9(8)  VALUE ZEROS.
       77 W-ULT-CLINICA   PIC 9(8)  VALUE ZEROS.
       77 W-CLINICA-ELEG  PIC X     VALUE "N".
           88 CLINICA-ELEGIVEL     VALUE "S".

       77 W-QTD-SECAO     PIC 9(5)  VALUE ZEROS.
       77 W-QTD-TOTAL     PIC 9(5)  VALUE ZEROS.
       77 W-QTD-ELEGIVEIS PIC 9(4)  VALUE ZEROS.
       77 W-QTD-MANTIDOS  PIC 9(4)  VALUE ZEROS.
       77 W-QTD-ANONIM    PIC 9(4)  VALUE ZEROS.

      * CADASTROS LIGADOS AO CPF, COM A AVALIACAO DE CADA UM
       01 TAB-PACIENTES.
           02 W-QTD-TP       PIC 99 VALUE ZEROS.
           02 TP-ITEM OCCURS 20 TIMES.
               03 TP-COD     PIC 9(5).
       01 TAB-FUNCIONARIOS.
           02 W-QTD-TF       PIC 99 VALUE ZEROS.
           02 TF-ITEM OCCURS 10 TIMES.
               03 TF-MATR    PIC 9(8).
               03 TF-DESLIG  PIC 9(8).
               03 TF-ELEG    PIC X.
       01 TAB-APOLICES.
           02 W-QTD-TA       PIC 99 VALUE ZEROS.
           02 TA-ITEM OCCURS 30 TIMES.
               03 TA-NUM     PIC 9(6).
               03 TA-ULTIMA  PIC 9(8).
               03 TA-PENDENTE PIC X.
               03 TA-ELEG    PIC X.
       01 TAB-CONTAS.
           02 W-QTD-TC       PIC 99 VALUE ZEROS.
           02 TC-ITEM OCCURS 10 TIMES.
               03 TC-COD     PIC 9(3).
               03 TC-SALDO   PIC 9(7)V99.
               03 TC-ULTIMA  PIC 9(8).
               03 TC-ELEG    PIC X.

       01 W-DATA-ED       PIC 9(4)/99/99.
       01 W-DATA2-ED      PIC 9(4)/99/99.
       01 W-VALOR-ED      PIC ZZZZZZ9,99.
       01 W-VALOR2-ED     PIC ZZZZZZ9,99.
       01 W-NUM-ED        PIC ZZZ9.

       01 LINCAB1.
           02 FILLER    PIC X(25) VALUE "DADOS PESSOAIS DO CPF:  ".
           02 LC-CPF    PIC 999.999.999B99.
           02 FILLER    PIC X(07) VALUE "   EM: ".
           02 LC-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(24) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(06) VALUE "MODO: ".
           02 LC-MODO   PIC X(40).
           02 FILLER    PIC X(34) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(76) VALUE ALL "=".
           02 FILLER    PIC X(04) VALUE SPACES.
       01 LINBRANCO     PIC X(80) VALUE SPACES.
       01 LINSECAO.
           02 LS-TITULO PIC X(60).
           02 FILLER    PIC X(20) VALUE SPACES.
       01 LINDET.
           02 LD-CHAVE  PIC X(16) VALUE SPACES.
           02 FILLER    PIC X(01) VALUE SPACES.
           02 LD-DADOS  PIC X(63) VALUE SPACES.
       01 LINNADA.
           02 FILLER    PIC X(30) VALUE "   (NENHUM REGISTRO)".
           02 FILLER    PIC X(50) VALUE SPACES.
       01 LINANON.
           02 LA-ARQUIVO PIC X(13).
           02 LA-CHAVE   PIC X(10).
           02 LA-SIT     PIC X(12).
           02 LA-MOTIVO  PIC X(45).
       01 LINTOTAL.
           02 LT-ROTULO PIC X(40).
           02 LT-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(35) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY ERASE.
           DISPLAY "DADOS PESSOAIS POR CPF" AT 0320.
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
           MOVE W-CPF TO W-CPF-X.
           DISPLAY "(R)ELATORIO OU (A)NONIMIZAR:" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-OPCAO-OK
               ACCEPT W-OPCAO AT 0940 WITH UPPER AUTO
           END-PERFORM.

           PERFORM LER-RETENCAO.
           OPEN OUTPUT REL-DADOS.
           MOVE W-CPF       TO LC-CPF.
           MOVE W-DATA-HOJE TO LC-DATA.
           IF ANONIMIZAR
               MOVE "RELATORIO E ANONIMIZACAO" TO LC-MODO
           ELSE
               MOVE "RELATORIO DOS DADOS GUARDADOS" TO LC-MODO
           END-IF.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINTRACO.

           DISPLAY "LEVANTANDO OS DADOS..." AT 1110.
           PERFORM LISTAR-PESSOA.
           PERFORM LISTAR-PACIENTES.
           PERFORM LISTAR-AGENDA.
           PERFORM LISTAR-PRONTUARIO.
           PERFORM LISTAR-RECEITAS.
           PERFORM LISTAR-IMC.
           PERFORM LISTAR-FATURAS.
           PERFORM LISTAR-FUNCIONARIOS.
           PERFORM LISTAR-APOLICES.
           PERFORM LISTAR-PARCELAS.
           PERFORM LISTAR-SINISTROS.
           PERFORM LISTAR-CONTAS.
           PERFORM LISTAR-FIADO.
           PERFORM LISTAR-AUDITORIA.
           PERFORM LISTAR-SPOOL.

           WRITE REG-REL FROM LINBRANCO.
           WRITE REG-REL FROM LINTRACO.
           MOVE "REGISTROS ENCONTRADOS" TO LT-ROTULO.
           MOVE W-QTD-TOTAL TO LT-QTD.
           WRITE REG-REL FROM LINTOTAL.
           DISPLAY "REGISTROS ENCONTRADOS:" AT 1110.
           DISPLAY W-QTD-TOTAL AT 1133.

           IF ANONIMIZAR
               PERFORM ROT-ANONIMIZACAO
           END-IF.
           CLOSE REL-DADOS.
           DISPLAY "RELATORIO EM DADOSCPF.LST" AT 2010.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * LER-RETENCAO - PRAZOS DE RETENCAO.PAR; NA FALTA DO ARQUIVO OU
      *   DOS CAMPOS VALEM OS PADROES DO MANTPAR (20 E 5 ANOS). O
      *   CORTE E A DATA DE HOJE RECUADA NO NUMERO DE ANOS.
      *-----------------------------------------------------------------*
       LER-RETENCAO.
           OPEN INPUT ARQ-RETENCAO.
           IF W-STATRET = "00"
               READ ARQ-RETENCAO
                   AT END CONTINUE
                   NOT AT END
                       IF RP-ANOS-CLINICO NUMERIC
                          AND RP-ANOS-CLINICO > ZEROS
                           MOVE RP-ANOS-CLINICO TO W-ANOS-CLINICO
                       END-IF
                       IF RP-ANOS-FISCAL NUMERIC
                          AND RP-ANOS-FISCAL > ZEROS
                           MOVE RP-ANOS-FISCAL TO W-ANOS-FISCAL
                       END-IF
               END-READ
               CLOSE ARQ-RETENCAO
           END-IF.
           COMPUTE W-CORTE-CLINICO =
               W-DATA-HOJE - (W-ANOS-CLINICO * 10000).
           COMPUTE W-CORTE-FISCAL =
               W-DATA-HOJE - (W-ANOS-FISCAL * 10000).

       ABRIR-SECAO.
           MOVE ZEROS TO W-QTD-SECAO.
           WRITE REG-REL FROM LINBRANCO.
           WRITE REG-REL FROM LINSECAO.

       FECHAR-SECAO.
           IF W-QTD-SECAO = ZEROS
               WRITE REG-REL FROM LINNADA
           END-IF.
           ADD W-QTD-SECAO TO W-QTD-TOTAL.

       IMPRIMIR-DETALHE.
           WRITE REG-REL FROM LINDET.
           MOVE SPACES TO LD-CHAVE LD-DADOS.

       GUARDAR-DATA-CLINICA.
           IF W-DATA-MOV > W-ULT-CLINICA
               MOVE W-DATA-MOV TO W-ULT-CLINICA
           END-IF.

      *-----------------------------------------------------------------*
      * LISTAR-PESSOA - CADASTRO UNICO; O NOME DE LA (OU, NA FALTA, O
      *   DO PRIMEIRO CADASTRO ACHADO) E O PROCURADO NA AUDITORIA E NO
      *   SPOOL.
      *-----------------------------------------------------------------*
       LISTAR-PESSOA.
           MOVE "PESSOA.DAT - CADASTRO UNICO DE PESSOAS" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-PESSOA.
           IF W-STATPE = "00"
               MOVE W-CPF TO PE-CPF
               READ ARQ-PESSOA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO W-ACHOU-PESSOA
                       PERFORM IMPRIMIR-PESSOA
               END-READ
               CLOSE ARQ-PESSOA
           END-IF.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PESSOA.
           ADD 1 TO W-QTD-SECAO.
           MOVE PE-NOME TO W-NOME-BUSCA.
           MOVE "CPF"   TO LD-CHAVE.
           MOVE PE-CPF  TO LD-CHAVE(5:11).
           MOVE PE-NOME TO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           MOVE PE-DT-NASC TO W-DATA-ED.
           STRING "NASC " W-DATA-ED " FONES " PE-FONE " " PE-FONE2
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           MOVE PE-ENDERECO TO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           STRING PE-BAIRRO " " PE-CIDADE " " PE-UF " CEP " PE-CEP
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           MOVE PE-DT-CADASTRO TO W-DATA-ED.
           MOVE PE-DT-ALTER    TO W-DATA2-ED.
           STRING "CADASTRO " W-DATA-ED " ALTERACAO " W-DATA2-ED
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.

      *-----------------------------------------------------------------*
      * AREA CLINICA - OS CODIGOS DE PACIENTE DO CPF (PODE HAVER MAIS
      *   DE UM, CADASTRO DUPLICADO) GUIAM A LEITURA DOS DEMAIS
      *   ARQUIVOS; A DATA MAIS RECENTE DE TODOS E A BASE DA RETENCAO.
      *-----------------------------------------------------------------*
       LISTAR-PACIENTES.
           MOVE "PACIENTE.DAT - CADASTRO DE PACIENTES" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-PAC.
           IF W-STATP = "00"
               PERFORM LER-PACIENTE
               PERFORM CONFERIR-PACIENTE UNTIL FIM-ARQUIVO
               CLOSE ARQ-PAC
           END-IF.
           PERFORM FECHAR-SECAO.

       LER-PACIENTE.
           READ ARQ-PAC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-PACIENTE.
           IF CPF-PAC = W-CPF
               ADD 1 TO W-QTD-SECAO
               IF W-QTD-TP < 20
                   ADD 1 TO W-QTD-TP
                   MOVE COD-PAC TO TP-COD(W-QTD-TP)
               END-IF
               IF W-NOME-BUSCA = SPACES
                   MOVE NOME-PAC TO W-NOME-BUSCA
               END-IF
               MOVE "PACIENTE" TO LD-CHAVE
               MOVE COD-PAC    TO LD-CHAVE(10:5)
               MOVE NOME-PAC   TO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
               STRING "IDADE " IDADE-PAC " FONE " FONE-PAC
                      " NASC " DTNASC-PAC " CONVENIO " CONV-PAC
                      DELIMITED BY SIZE INTO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
           END-IF.
           PERFORM LER-PACIENTE.

       LISTAR-AGENDA.
           MOVE "AGENDA.DAT - CONSULTAS" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-AGENDA.
           IF W-STATA = "00"
               PERFORM LISTAR-AGENDA-PAC
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TP
               CLOSE ARQ-AGENDA
           END-IF.
           PERFORM FECHAR-SECAO.

       LISTAR-AGENDA-PAC.
           MOVE "N" TO W-FIM-ARQ.
           MOVE TP-COD(W-IND) TO AG-COD-PAC.
           START ARQ-AGENDA KEY IS NOT LESS THAN AG-COD-PAC
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-AGENDA.
           PERFORM IMPRIMIR-AGENDA UNTIL FIM-ARQUIVO.

       LER-AGENDA.
           IF W-FIM-ARQ = "N"
               READ ARQ-AGENDA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           END-IF.
           IF W-FIM-ARQ = "N" AND AG-COD-PAC NOT = TP-COD(W-IND)
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       IMPRIMIR-AGENDA.
           ADD 1 TO W-QTD-SECAO.
           MOVE AG-DATA TO W-DATA-MOV.
           PERFORM GUARDAR-DATA-CLINICA.
           MOVE "PACIENTE"    TO LD-CHAVE.
           MOVE AG-COD-PAC    TO LD-CHAVE(10:5).
           MOVE AG-DATA       TO W-DATA-ED.
           STRING W-DATA-ED " " AG-HORA " PROF " AG-PROF
                  " SITUACAO " AG-STATUS " TIPO " AG-TIPO
                  " AUTORIZ " AG-AUTORIZ
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           PERFORM LER-AGENDA.

       LISTAR-PRONTUARIO.
           MOVE "PRONTUAR.DAT - PRONTUARIO" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-PRONT.
           IF W-STATPR = "00"
               PERFORM LISTAR-PRONTUARIO-PAC
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TP
               CLOSE ARQ-PRONT
           END-IF.
           PERFORM FECHAR-SECAO.

       LISTAR-PRONTUARIO-PAC.
           MOVE "N" TO W-FIM-ARQ.
           MOVE LOW-VALUES    TO PR-CHAVE.
           MOVE TP-COD(W-IND) TO PR-COD-PAC.
           START ARQ-PRONT KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-PRONTUARIO.
           PERFORM IMPRIMIR-PRONTUARIO UNTIL FIM-ARQUIVO.

       LER-PRONTUARIO.
           IF W-FIM-ARQ = "N"
               READ ARQ-PRONT NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           END-IF.
           IF W-FIM-ARQ = "N" AND PR-COD-PAC NOT = TP-COD(W-IND)
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       IMPRIMIR-PRONTUARIO.
           ADD 1 TO W-QTD-SECAO.
           MOVE PR-DATA TO W-DATA-MOV.
           PERFORM GUARDAR-DATA-CLINICA.
           MOVE "PACIENTE"    TO LD-CHAVE.
           MOVE PR-COD-PAC    TO LD-CHAVE(10:5).
           MOVE PR-DATA       TO W-DATA-ED.
           STRING W-DATA-ED " " PR-HORA " PROF " PR-PROF
                  " MOTIVO " PR-MOTIVO
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           MOVE PR-NOTAS TO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           PERFORM LER-PRONTUARIO.

       LISTAR-RECEITAS.
           MOVE "PRESCRIC.DAT - RECEITAS E PEDIDOS DE EXAME"
               TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-RECEITA.
           IF W-STATRC = "00"
               PERFORM LISTAR-RECEITAS-PAC
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TP
               CLOSE ARQ-RECEITA
           END-IF.
           PERFORM FECHAR-SECAO.

       LISTAR-RECEITAS-PAC.
           MOVE "N" TO W-FIM-ARQ.
           MOVE LOW-VALUES    TO RC-CHAVE.
           MOVE TP-COD(W-IND) TO RC-COD-PAC.
           START ARQ-RECEITA KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-RECEITA.
           PERFORM IMPRIMIR-RECEITA UNTIL FIM-ARQUIVO.

       LER-RECEITA.
           IF W-FIM-ARQ = "N"
               READ ARQ-RECEITA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           END-IF.
           IF W-FIM-ARQ = "N" AND RC-COD-PAC NOT = TP-COD(W-IND)
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       IMPRIMIR-RECEITA.
           ADD 1 TO W-QTD-SECAO.
           MOVE RC-DATA TO W-DATA-MOV.
           PERFORM GUARDAR-DATA-CLINICA.
           MOVE "PACIENTE"    TO LD-CHAVE.
           MOVE RC-COD-PAC    TO LD-CHAVE(10:5).
           MOVE RC-DATA       TO W-DATA-ED.
           STRING W-DATA-ED " " RC-TIPO " " RC-ITEM " " RC-DOSE
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           PERFORM LER-RECEITA.

       LISTAR-IMC.
           MOVE "IMCHIST.DAT - MEDIDAS DE PESO E IMC" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-IMC-HIST.
           IF W-STATH = "00"
               PERFORM LISTAR-IMC-PAC
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TP
               CLOSE ARQ-IMC-HIST
           END-IF.
           PERFORM FECHAR-SECAO.

       LISTAR-IMC-PAC.
           MOVE "N" TO W-FIM-ARQ.
           MOVE TP-COD(W-IND) TO RH-COD-MEMBRO.
           MOVE ZEROS         TO RH-DATA.
           START ARQ-IMC-HIST KEY IS NOT LESS THAN RH-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-IMC.
           PERFORM IMPRIMIR-IMC UNTIL FIM-ARQUIVO.

       LER-IMC.
           IF W-FIM-ARQ = "N"
               READ ARQ-IMC-HIST NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           END-IF.
           IF W-FIM-ARQ = "N" AND RH-COD-MEMBRO NOT = TP-COD(W-IND)
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       IMPRIMIR-IMC.
           ADD 1 TO W-QTD-SECAO.
           MOVE RH-DATA TO W-DATA-MOV.
           PERFORM GUARDAR-DATA-CLINICA.
           MOVE "PACIENTE"    TO LD-CHAVE.
           MOVE RH-COD-MEMBRO TO LD-CHAVE(10:5).
           MOVE RH-DATA       TO W-DATA-ED.
           MOVE RH-PESO       TO W-VALOR-ED.
           MOVE RH-IMC        TO W-VALOR2-ED.
           STRING W-DATA-ED " " RH-NOME " SEXO " RH-SEXO
                  " PESO " W-VALOR-ED " IMC " W-VALOR2-ED
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           PERFORM LER-IMC.

       LISTAR-FATURAS.
           MOVE "FATURAS.DAT - FATURAS DE CONVENIO" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO W-FIM-ARQ.
           IF W-QTD-TP > ZEROS
               OPEN INPUT ARQ-FATURAS
               IF W-STATFT = "00"
                   PERFORM LER-FATURA
                   PERFORM CONFERIR-FATURA UNTIL FIM-ARQUIVO
                   CLOSE ARQ-FATURAS
               END-IF
           END-IF.
           PERFORM FECHAR-SECAO.

       LER-FATURA.
           READ ARQ-FATURAS
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-FATURA.
           MOVE "N" TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-PACIENTE
               UNTIL ACHOU-ITEM OR W-IND >= W-QTD-TP.
           IF ACHOU-ITEM
               PERFORM IMPRIMIR-FATURA
           END-IF.
           PERFORM LER-FATURA.

       PROCURAR-PACIENTE.
           ADD 1 TO W-IND.
           IF TP-COD(W-IND) = FT-COD-PAC
               MOVE "S" TO W-ACHOU
           END-IF.

       IMPRIMIR-FATURA.
           ADD 1 TO W-QTD-SECAO.
           MOVE FT-DATA TO W-DATA-MOV.
           PERFORM GUARDAR-DATA-CLINICA.
           MOVE FT-DT-PAGTO TO W-DATA-MOV.
           PERFORM GUARDAR-DATA-CLINICA.
           MOVE "PACIENTE"    TO LD-CHAVE.
           MOVE FT-COD-PAC    TO LD-CHAVE(10:5).
           MOVE FT-DATA       TO W-DATA-ED.
           MOVE FT-VALOR      TO W-VALOR-ED.
           MOVE FT-VLR-PAGO   TO W-VALOR2-ED.
           STRING W-DATA-ED " CONV " FT-CONV " VALOR " W-VALOR-ED
                  " PAGO " W-VALOR2-ED " GLOSA " FT-GLOSA
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.

      *-----------------------------------------------------------------*
      * FUNCIONARIOS - DADOS CADASTRAIS E BANCARIOS; O DESLIGAMENTO E
      *   A BASE DA RETENCAO (FUNCIONARIO ATIVO NAO E ANONIMIZADO).
      *-----------------------------------------------------------------*
       LISTAR-FUNCIONARIOS.
           MOVE "FUNCIONARIOS.DAT - FOLHA DE PAGAMENTO" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-FUNC.
           IF W-STATF = "00"
               PERFORM LER-FUNCIONARIO
               PERFORM CONFERIR-FUNCIONARIO UNTIL FIM-ARQUIVO
               CLOSE ARQ-FUNC
           END-IF.
           PERFORM FECHAR-SECAO.

       LER-FUNCIONARIO.
           READ ARQ-FUNC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-FUNCIONARIO.
           IF RF-CPF = W-CPF
               ADD 1 TO W-QTD-SECAO
               IF W-QTD-TF < 10
                   ADD 1 TO W-QTD-TF
                   MOVE RF-MATRICULA TO TF-MATR(W-QTD-TF)
                   MOVE RF-DT-DESLIG TO TF-DESLIG(W-QTD-TF)
               END-IF
               IF W-NOME-BUSCA = SPACES
                   MOVE RF-NOME TO W-NOME-BUSCA
               END-IF
               MOVE "MATRIC"     TO LD-CHAVE
               MOVE RF-MATRICULA TO LD-CHAVE(8:8)
               MOVE RF-NOME      TO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
               MOVE RF-DT-ADMISSAO TO W-DATA-ED
               MOVE RF-DT-DESLIG   TO W-DATA2-ED
               STRING "ADMISSAO " W-DATA-ED " DESLIG " W-DATA2-ED
                      " SITUACAO " RF-SITUACAO
                      DELIMITED BY SIZE INTO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
               STRING "BANCO " RF-BANCO " AGENCIA " RF-AGENCIA
                      " CONTA " RF-CONTA "-" RF-CONTA-DV
                      DELIMITED BY SIZE INTO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
           END-IF.
           PERFORM LER-FUNCIONARIO.

      *-----------------------------------------------------------------*
      * SEGURADORA - A APOLICE TERMINA UM ANO APOS O INICIO DA
      *   VIGENCIA; PARCELAS E SINISTROS EMPURRAM A DATA DO ULTIMO
      *   MOVIMENTO E, SE EM ABERTO, SEGURAM A APOLICE.
      *-----------------------------------------------------------------*
       LISTAR-APOLICES.
           MOVE "APOLICE.DAT - APOLICES DE SEGURO" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-APOLICE.
           IF W-STATAP = "00"
               PERFORM LER-APOLICE
               PERFORM CONFERIR-APOLICE UNTIL FIM-ARQUIVO
               CLOSE ARQ-APOLICE
           END-IF.
           PERFORM FECHAR-SECAO.

       LER-APOLICE.
           READ ARQ-APOLICE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-APOLICE.
           IF AP-CPF = W-CPF
               ADD 1 TO W-QTD-SECAO
               IF W-QTD-TA < 30
                   ADD 1 TO W-QTD-TA
                   MOVE AP-NUM-APOLICE TO TA-NUM(W-QTD-TA)
                   COMPUTE TA-ULTIMA(W-QTD-TA) = AP-INICIO-VIG + 10000
                   MOVE "N" TO TA-PENDENTE(W-QTD-TA)
               END-IF
               IF W-NOME-BUSCA = SPACES
                   MOVE AP-NOME TO W-NOME-BUSCA
               END-IF
               MOVE "APOLICE"      TO LD-CHAVE
               MOVE AP-NUM-APOLICE TO LD-CHAVE(9:6)
               MOVE AP-NOME        TO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
               MOVE AP-INICIO-VIG  TO W-DATA-ED
               MOVE AP-PREMIO      TO W-VALOR-ED
               STRING "VIGENCIA " W-DATA-ED " SITUACAO " AP-STATUS
                      " IDADE " AP-IDADE " PREMIO " W-VALOR-ED
                      DELIMITED BY SIZE INTO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
               STRING AP-VEIC-MODELO " " AP-VEIC-ANO " PLACA "
                      AP-VEIC-PLACA " " AP-VEIC-CHASSI
                      DELIMITED BY SIZE INTO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
           END-IF.
           PERFORM LER-APOLICE.

       LISTAR-PARCELAS.
           MOVE "PARCELAS.DAT - PARCELAS DO PREMIO" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-PARCELAS.
           IF W-STATPC = "00"
               PERFORM LISTAR-PARCELAS-APOL
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TA
               CLOSE ARQ-PARCELAS
           END-IF.
           PERFORM FECHAR-SECAO.

       LISTAR-PARCELAS-APOL.
           MOVE "N" TO W-FIM-ARQ.
           MOVE TA-NUM(W-IND) TO PC-NUM-APOLICE.
           MOVE ZEROS         TO PC-PARCELA.
           START ARQ-PARCELAS KEY IS NOT LESS THAN PC-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-PARCELA.
           PERFORM IMPRIMIR-PARCELA UNTIL FIM-ARQUIVO.

       LER-PARCELA.
           IF W-FIM-ARQ = "N"
               READ ARQ-PARCELAS NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           END-IF.
           IF W-FIM-ARQ = "N" AND PC-NUM-APOLICE NOT = TA-NUM(W-IND)
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       IMPRIMIR-PARCELA.
           ADD 1 TO W-QTD-SECAO.
           IF PC-VENCIMENTO > TA-ULTIMA(W-IND)
               MOVE PC-VENCIMENTO TO TA-ULTIMA(W-IND)
           END-IF.
           IF PC-DATA-PGTO > TA-ULTIMA(W-IND)
               MOVE PC-DATA-PGTO TO TA-ULTIMA(W-IND)
           END-IF.
           IF PC-ABERTA
               MOVE "S" TO TA-PENDENTE(W-IND)
           END-IF.
           MOVE "APOLICE"      TO LD-CHAVE.
           MOVE PC-NUM-APOLICE TO LD-CHAVE(9:6).
           MOVE PC-PARCELA     TO LD-CHAVE(15:2).
           MOVE PC-VENCIMENTO  TO W-DATA-ED.
           MOVE PC-DATA-PGTO   TO W-DATA2-ED.
           MOVE PC-VALOR       TO W-VALOR-ED.
           STRING "VENC " W-DATA-ED " VALOR " W-VALOR-ED
                  " SITUACAO " PC-STATUS " PAGTO " W-DATA2-ED
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           PERFORM LER-PARCELA.

       LISTAR-SINISTROS.
           MOVE "SINISTRO.DAT - SINISTROS" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-SINISTRO.
           IF W-STATSN = "00"
               PERFORM LISTAR-SINISTROS-APOL
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TA
               CLOSE ARQ-SINISTRO
           END-IF.
           PERFORM FECHAR-SECAO.

       LISTAR-SINISTROS-APOL.
           MOVE "N" TO W-FIM-ARQ.
           MOVE TA-NUM(W-IND) TO SN-NUM-APOLICE.
           MOVE ZEROS         TO SN-SEQ.
           START ARQ-SINISTRO KEY IS NOT LESS THAN SN-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-SINISTRO.
           PERFORM IMPRIMIR-SINISTRO UNTIL FIM-ARQUIVO.

       LER-SINISTRO.
           IF W-FIM-ARQ = "N"
               READ ARQ-SINISTRO NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           END-IF.
           IF W-FIM-ARQ = "N" AND SN-NUM-APOLICE NOT = TA-NUM(W-IND)
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       IMPRIMIR-SINISTRO.
           ADD 1 TO W-QTD-SECAO.
           IF SN-DATA > TA-ULTIMA(W-IND)
               MOVE SN-DATA TO TA-ULTIMA(W-IND)
           END-IF.
           IF SN-PENDENTE
               MOVE "S" TO TA-PENDENTE(W-IND)
           END-IF.
           MOVE "APOLICE"      TO LD-CHAVE.
           MOVE SN-NUM-APOLICE TO LD-CHAVE(9:6).
           MOVE SN-SEQ         TO LD-CHAVE(15:2).
           MOVE SN-DATA        TO W-DATA-ED.
           MOVE SN-VLR-PAGO    TO W-VALOR-ED.
           STRING W-DATA-ED " " SN-DESCR " SIT " SN-STATUS
                  " PAGO " W-VALOR-ED
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           PERFORM LER-SINISTRO.

      *-----------------------------------------------------------------*
      * CONTAS DE CLIENTE (FIADO) - SALDO DEVEDOR SEGURA A CONTA; A
      *   DATA DO ULTIMO MOVIMENTO (DD/MM/AAAA) E A BASE DA RETENCAO.
      *-----------------------------------------------------------------*
       LISTAR-CONTAS.
           MOVE "CONTACLI.DAT - CONTAS DE CLIENTE (FIADO)" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-CONTAC.
           IF W-STATCC = "00"
               PERFORM LER-CONTA
               PERFORM CONFERIR-CONTA UNTIL FIM-ARQUIVO
               CLOSE ARQ-CONTAC
           END-IF.
           PERFORM FECHAR-SECAO.

       LER-CONTA.
           READ ARQ-CONTAC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-CONTA.
           IF CC-CPF = W-CPF
               ADD 1 TO W-QTD-SECAO
               IF W-QTD-TC < 10
                   ADD 1 TO W-QTD-TC
                   MOVE CC-COD   TO TC-COD(W-QTD-TC)
                   MOVE CC-SALDO TO TC-SALDO(W-QTD-TC)
                   MOVE ZEROS    TO TC-ULTIMA(W-QTD-TC)
               END-IF
               IF W-NOME-BUSCA = SPACES
                   MOVE CC-NOME TO W-NOME-BUSCA
               END-IF
               MOVE "CONTA"  TO LD-CHAVE
               MOVE CC-COD   TO LD-CHAVE(7:3)
               MOVE CC-SALDO TO W-VALOR-ED
               STRING CC-NOME " FONE " CC-FONE " SALDO " W-VALOR-ED
                      DELIMITED BY SIZE INTO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
           END-IF.
           PERFORM LER-CONTA.

       LISTAR-FIADO.
           MOVE "FIADOMOV.DAT - MOVIMENTO DAS CONTAS" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-FIADOMOV.
           IF W-STATFM = "00"
               PERFORM LISTAR-FIADO-CONTA
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TC
               CLOSE ARQ-FIADOMOV
           END-IF.
           PERFORM FECHAR-SECAO.

       LISTAR-FIADO-CONTA.
           MOVE "N" TO W-FIM-ARQ.
           MOVE TC-COD(W-IND) TO FM-CONTA.
           MOVE ZEROS         TO FM-SEQ.
           START ARQ-FIADOMOV KEY IS NOT LESS THAN FM-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-FIADO.
           PERFORM IMPRIMIR-FIADO UNTIL FIM-ARQUIVO.

       LER-FIADO.
           IF W-FIM-ARQ = "N"
               READ ARQ-FIADOMOV NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
           END-IF.
           IF W-FIM-ARQ = "N" AND FM-CONTA NOT = TC-COD(W-IND)
               MOVE "S" TO W-FIM-ARQ
           END-IF.

       IMPRIMIR-FIADO.
           ADD 1 TO W-QTD-SECAO.
           IF FM-DATA(1:2) NUMERIC AND FM-DATA(4:2) NUMERIC
              AND FM-DATA(7:4) NUMERIC
               MOVE FM-DATA(7:4) TO W-DATA-MOV(1:4)
               MOVE FM-DATA(4:2) TO W-DATA-MOV(5:2)
               MOVE FM-DATA(1:2) TO W-DATA-MOV(7:2)
               IF W-DATA-MOV > TC-ULTIMA(W-IND)
                   MOVE W-DATA-MOV TO TC-ULTIMA(W-IND)
               END-IF
           END-IF.
           MOVE "CONTA"  TO LD-CHAVE.
           MOVE FM-CONTA TO LD-CHAVE(7:3).
           MOVE FM-SEQ   TO LD-CHAVE(11:4).
           MOVE FM-VALOR TO W-VALOR-ED.
           STRING FM-DATA " TIPO " FM-TIPO " COMANDA " FM-COMANDA
                  " VALOR " W-VALOR-ED
                  DELIMITED BY SIZE INTO LD-DADOS.
           PERFORM IMPRIMIR-DETALHE.
           PERFORM LER-FIADO.

      *-----------------------------------------------------------------*
      * LISTAR-AUDITORIA - LINHAS DA TRILHA COM O CPF NA CHAVE OU O
      *   NOME DA PESSOA NOS VALORES ANTES/DEPOIS.
      *-----------------------------------------------------------------*
       LISTAR-AUDITORIA.
           MOVE "AUDITORIA.LOG - TRILHA DE AUDITORIA" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE ZEROS TO W-TAM-NOME.
           IF W-NOME-BUSCA NOT = SPACES
               COMPUTE W-TAM-NOME = FUNCTION LENGTH(FUNCTION TRIM
                       (W-NOME-BUSCA))
           END-IF.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-AUDIT.
           IF W-STATAUD = "00"
               PERFORM LER-AUDITORIA
               PERFORM CONFERIR-AUDITORIA UNTIL FIM-ARQUIVO
               CLOSE ARQ-AUDIT
           END-IF.
           PERFORM FECHAR-SECAO.

       LER-AUDITORIA.
           READ ARQ-AUDIT
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-AUDITORIA.
           MOVE ZEROS TO W-OCORR.
           INSPECT AU-CHAVE TALLYING W-OCORR FOR ALL W-CPF-X.
           IF W-TAM-NOME > ZEROS
               INSPECT AU-ANTES TALLYING W-OCORR
                   FOR ALL W-NOME-BUSCA(1:W-TAM-NOME)
               INSPECT AU-DEPOIS TALLYING W-OCORR
                   FOR ALL W-NOME-BUSCA(1:W-TAM-NOME)
           END-IF.
           IF W-OCORR > ZEROS
               ADD 1 TO W-QTD-SECAO
               MOVE AU-PROGRAMA TO LD-CHAVE
               STRING AU-DATA " " AU-HORA " OPER " AU-OPERACAO
                      " CHAVE " AU-CHAVE
                      DELIMITED BY SIZE INTO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
               MOVE AU-DEPOIS TO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
           END-IF.
           PERFORM LER-AUDITORIA.

      *-----------------------------------------------------------------*
      * LISTAR-SPOOL - CADA DOCUMENTO DO CATALOGO E LIDO E CONTADAS AS
      *   LINHAS COM O NOME OU O CPF; SAI SO O QUE TEM ALGUMA.
      *-----------------------------------------------------------------*
       LISTAR-SPOOL.
           MOVE "SPOOL.DAT - DOCUMENTOS IMPRESSOS" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-SPOOL.
           IF W-STATSP = "00"
               PERFORM LER-SPOOL
               PERFORM CONFERIR-DOCUMENTO UNTIL FIM-ARQUIVO
               CLOSE ARQ-SPOOL
           END-IF.
           PERFORM FECHAR-SECAO.

       LER-SPOOL.
           READ ARQ-SPOOL NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       CONFERIR-DOCUMENTO.
           MOVE ZEROS   TO W-LINHAS-DOC.
           MOVE SP-NOME TO W-NOME-DOC.
           MOVE "N" TO W-FIM-DOC.
           OPEN INPUT ARQ-DOC.
           IF W-STATDOC = "00"
               PERFORM LER-DOCUMENTO
               PERFORM CONFERIR-LINHA-DOC UNTIL FIM-DOCUMENTO
               CLOSE ARQ-DOC
           END-IF.
           IF W-LINHAS-DOC > ZEROS
               ADD 1 TO W-QTD-SECAO
               MOVE "SPOOL"      TO LD-CHAVE
               MOVE SP-SEQ       TO LD-CHAVE(7:6)
               MOVE SP-DATA      TO W-DATA-ED
               MOVE W-LINHAS-DOC TO W-NUM-ED
               STRING W-DATA-ED " " SP-PROGRAMA " " SP-TIPO " "
                      SP-NOME " LINHAS " W-NUM-ED
                      DELIMITED BY SIZE INTO LD-DADOS
               PERFORM IMPRIMIR-DETALHE
           END-IF.
           PERFORM LER-SPOOL.

       LER-DOCUMENTO.
           READ ARQ-DOC
               AT END MOVE "S" TO W-FIM-DOC
           END-READ.

       CONFERIR-LINHA-DOC.
           MOVE ZEROS TO W-OCORR.
           INSPECT REG-DOC TALLYING W-OCORR FOR ALL W-CPF-X.
           IF W-TAM-NOME > ZEROS
               INSPECT REG-DOC TALLYING W-OCORR
                   FOR ALL W-NOME-BUSCA(1:W-TAM-NOME)
           END-IF.
           IF W-OCORR > ZEROS
               ADD 1 TO W-LINHAS-DOC
           END-IF.
           PERFORM LER-DOCUMENTO.

      *-----------------------------------------------------------------*
      * ROT-ANONIMIZACAO - AVALIA CADA CADASTRO CONTRA A RETENCAO,
      *   PEDE CONFIRMACAO E SO ENTAO ANONIMIZA. A SECAO FINAL DO
      *   RELATORIO DIZ O QUE FOI ANONIMIZADO E POR QUE O RESTO FICOU.
      *-----------------------------------------------------------------*
       ROT-ANONIMIZACAO.
           PERFORM AVALIAR-RETENCAO.
           DISPLAY "CADASTROS FORA DA RETENCAO:" AT 1310.
           DISPLAY W-QTD-ELEGIVEIS AT 1338.
           DISPLAY "CADASTROS MANTIDOS........:" AT 1410.
           DISPLAY W-QTD-MANTIDOS AT 1438.
           IF W-QTD-ELEGIVEIS > ZEROS
               DISPLAY "CONFIRMA A ANONIMIZACAO? (S/N)" AT 1610
               PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
                   ACCEPT W-RESP AT 1642 WITH UPPER AUTO
               END-PERFORM
               MOVE W-RESP TO W-CONFIRMADO
           END-IF.
           IF CONFIRMADO
               PERFORM ANONIMIZAR-PACIENTES
               PERFORM ANONIMIZAR-FUNCIONARIOS
               PERFORM ANONIMIZAR-APOLICES
               PERFORM ANONIMIZAR-CONTAS
               IF W-QTD-MANTIDOS = ZEROS AND PESSOA-CADASTRADA
                   PERFORM EXCLUIR-PESSOA
               END-IF
               DISPLAY "REGISTROS ANONIMIZADOS....:" AT 1810
               DISPLAY W-QTD-ANONIM AT 1838
           END-IF.
           PERFORM IMPRIMIR-AVALIACAO.

       AVALIAR-RETENCAO.
           MOVE ZEROS TO W-QTD-ELEGIVEIS W-QTD-MANTIDOS.
           IF W-QTD-TP > ZEROS
               IF W-ULT-CLINICA < W-CORTE-CLINICO
                   MOVE "S" TO W-CLINICA-ELEG
                   ADD 1 TO W-QTD-ELEGIVEIS
               ELSE
                   ADD 1 TO W-QTD-MANTIDOS
               END-IF
           END-IF.
           PERFORM AVALIAR-FUNCIONARIO
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TF.
           PERFORM AVALIAR-APOLICE
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TA.
           PERFORM AVALIAR-CONTA
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TC.
           IF PESSOA-CADASTRADA AND W-QTD-MANTIDOS = ZEROS
               ADD 1 TO W-QTD-ELEGIVEIS
           END-IF.

       AVALIAR-FUNCIONARIO.
           IF TF-DESLIG(W-IND) NOT = ZEROS
              AND TF-DESLIG(W-IND) < W-CORTE-FISCAL
               MOVE "S" TO TF-ELEG(W-IND)
               ADD 1 TO W-QTD-ELEGIVEIS
           ELSE
               MOVE "N" TO TF-ELEG(W-IND)
               ADD 1 TO W-QTD-MANTIDOS
           END-IF.

       AVALIAR-APOLICE.
           IF TA-PENDENTE(W-IND) = "N"
              AND TA-ULTIMA(W-IND) < W-CORTE-FISCAL
               MOVE "S" TO TA-ELEG(W-IND)
               ADD 1 TO W-QTD-ELEGIVEIS
           ELSE
               MOVE "N" TO TA-ELEG(W-IND)
               ADD 1 TO W-QTD-MANTIDOS
           END-IF.

       AVALIAR-CONTA.
           IF TC-SALDO(W-IND) = ZEROS
              AND TC-ULTIMA(W-IND) < W-CORTE-FISCAL
               MOVE "S" TO TC-ELEG(W-IND)
               ADD 1 TO W-QTD-ELEGIVEIS
           ELSE
               MOVE "N" TO TC-ELEG(W-IND)
               ADD 1 TO W-QTD-MANTIDOS
           END-IF.

      *-----------------------------------------------------------------*
      * ANONIMIZACAO - NOME, TELEFONE E CPF SAEM; VALORES, DATAS E
      *   CODIGOS FICAM. AUDITORIA SO COM A CHAVE DO REGISTRO.
      *-----------------------------------------------------------------*
       ANONIMIZAR-PACIENTES.
           IF NOT CLINICA-ELEGIVEL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO W-FIM-ARQ.
           OPEN I-O ARQ-PAC.
           IF W-STATP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-PACIENTE.
           PERFORM ANONIMIZAR-PACIENTE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-PAC.
           OPEN I-O ARQ-IMC-HIST.
           IF W-STATH = "00"
               PERFORM ANONIMIZAR-IMC-PAC
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TP
               CLOSE ARQ-IMC-HIST
           END-IF.

       ANONIMIZAR-PACIENTE.
           IF CPF-PAC = W-CPF
               MOVE "ANONIMIZADO" TO NOME-PAC
               MOVE SPACES        TO FONE-PAC
               MOVE ZEROS         TO CPF-PAC
               REWRITE REG-PAC
               MOVE "PACIENTE"    TO W-CHAVE-AUDIT
               MOVE COD-PAC       TO W-CHAVE-AUDIT(10:5)
               PERFORM AUDITAR-ANONIMIZACAO
           END-IF.
           PERFORM LER-PACIENTE.

       ANONIMIZAR-IMC-PAC.
           MOVE "N" TO W-FIM-ARQ.
           MOVE TP-COD(W-IND) TO RH-COD-MEMBRO.
           MOVE ZEROS         TO RH-DATA.
           START ARQ-IMC-HIST KEY IS NOT LESS THAN RH-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-ARQ
           END-START.
           PERFORM LER-IMC.
           PERFORM ANONIMIZAR-IMC UNTIL FIM-ARQUIVO.

       ANONIMIZAR-IMC.
           MOVE "ANONIMO" TO RH-NOME.
           REWRITE REG-IMC-HIST.
           PERFORM LER-IMC.

       ANONIMIZAR-FUNCIONARIOS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN I-O ARQ-FUNC.
           IF W-STATF NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-FUNCIONARIO.
           PERFORM ANONIMIZAR-FUNCIONARIO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-FUNC.

       ANONIMIZAR-FUNCIONARIO.
           IF RF-CPF = W-CPF
               MOVE "N" TO W-ACHOU
               MOVE ZEROS TO W-IND
               PERFORM PROCURAR-FUNCIONARIO
                   UNTIL ACHOU-ITEM OR W-IND >= W-QTD-TF
               IF ACHOU-ITEM AND TF-ELEG(W-IND) = "S"
                   MOVE "ANONIMIZADO" TO RF-NOME
                   MOVE ZEROS         TO RF-CPF
                   REWRITE REG-FUNC
                   MOVE "MATRIC"      TO W-CHAVE-AUDIT
                   MOVE RF-MATRICULA  TO W-CHAVE-AUDIT(8:8)
                   PERFORM AUDITAR-ANONIMIZACAO
               END-IF
           END-IF.
           PERFORM LER-FUNCIONARIO.

       PROCURAR-FUNCIONARIO.
           ADD 1 TO W-IND.
           IF TF-MATR(W-IND) = RF-MATRICULA
               MOVE "S" TO W-ACHOU
           END-IF.

       ANONIMIZAR-APOLICES.
           MOVE "N" TO W-FIM-ARQ.
           OPEN I-O ARQ-APOLICE.
           IF W-STATAP NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-APOLICE.
           PERFORM ANONIMIZAR-APOLICE UNTIL FIM-ARQUIVO.
           CLOSE ARQ-APOLICE.

       ANONIMIZAR-APOLICE.
           IF AP-CPF = W-CPF
               MOVE "N" TO W-ACHOU
               MOVE ZEROS TO W-IND
               PERFORM PROCURAR-APOLICE
                   UNTIL ACHOU-ITEM OR W-IND >= W-QTD-TA
               IF ACHOU-ITEM AND TA-ELEG(W-IND) = "S"
                   MOVE "ANONIMIZADO" TO AP-NOME
                   MOVE ZEROS         TO AP-CPF
                   REWRITE REG-APOLICE
                   MOVE "APOLICE"      TO W-CHAVE-AUDIT
                   MOVE AP-NUM-APOLICE TO W-CHAVE-AUDIT(9:6)
                   PERFORM AUDITAR-ANONIMIZACAO
               END-IF
           END-IF.
           PERFORM LER-APOLICE.

       PROCURAR-APOLICE.
           ADD 1 TO W-IND.
           IF TA-NUM(W-IND) = AP-NUM-APOLICE
               MOVE "S" TO W-ACHOU
           END-IF.

       ANONIMIZAR-CONTAS.
           MOVE "N" TO W-FIM-ARQ.
           OPEN I-O ARQ-CONTAC.
           IF W-STATCC NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-CONTA.
           PERFORM ANONIMIZAR-CONTA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-CONTAC.

       ANONIMIZAR-CONTA.
           IF CC-CPF = W-CPF
               MOVE "N" TO W-ACHOU
               MOVE ZEROS TO W-IND
               PERFORM PROCURAR-CONTA
                   UNTIL ACHOU-ITEM OR W-IND >= W-QTD-TC
               IF ACHOU-ITEM AND TC-ELEG(W-IND) = "S"
                   MOVE "ANONIMIZADO" TO CC-NOME
                   MOVE SPACES        TO CC-FONE
                   MOVE ZEROS         TO CC-CPF
                   REWRITE REG-CONTAC
                   MOVE "CONTA"       TO W-CHAVE-AUDIT
                   MOVE CC-COD        TO W-CHAVE-AUDIT(7:3)
                   PERFORM AUDITAR-ANONIMIZACAO
               END-IF
           END-IF.
           PERFORM LER-CONTA.

       PROCURAR-CONTA.
           ADD 1 TO W-IND.
           IF TC-COD(W-IND) = CC-COD
               MOVE "S" TO W-ACHOU
           END-IF.

       EXCLUIR-PESSOA.
           OPEN I-O ARQ-PESSOA.
           IF W-STATPE NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE W-CPF TO PE-CPF.
           DELETE ARQ-PESSOA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO W-QTD-ANONIM
                   MOVE "PESSOA.DAT" TO W-CHAVE-AUDIT
                   MOVE "NOME/NASC/FONES/ENDERECO/CPF" TO W-ANTES-AUDIT
                   MOVE "EXCLUIDA A PEDIDO DO TITULAR" TO W-DEPOIS-AUDIT
                   CALL "GRAVA-AUDITORIA" USING "DADOSCPF"
                       W-CHAVE-AUDIT "E" W-ANTES-AUDIT W-DEPOIS-AUDIT
           END-DELETE.
           CLOSE ARQ-PESSOA.

       AUDITAR-ANONIMIZACAO.
           ADD 1 TO W-QTD-ANONIM.
           MOVE "NOME/FONE/CPF" TO W-ANTES-AUDIT.
           MOVE "ANONIMIZADO - FORA DA RETENCAO" TO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "DADOSCPF" W-CHAVE-AUDIT
               "A" W-ANTES-AUDIT W-DEPOIS-AUDIT.

      *-----------------------------------------------------------------*
      * IMPRIMIR-AVALIACAO - UMA LINHA POR CADASTRO LIGADO AO CPF COM
      *   O DESTINO DADO E, QUANDO MANTIDO, O MOTIVO.
      *-----------------------------------------------------------------*
       IMPRIMIR-AVALIACAO.
           MOVE "ANONIMIZACAO (RETENCAO.PAR)" TO LS-TITULO.
           PERFORM ABRIR-SECAO.
           IF W-QTD-TP > ZEROS
               MOVE "AREA CLINICA" TO LA-ARQUIVO
               MOVE W-QTD-TP       TO W-NUM-ED
               MOVE SPACES         TO LA-CHAVE
               STRING W-NUM-ED " PAC." DELIMITED BY SIZE
                      INTO LA-CHAVE
               IF CLINICA-ELEGIVEL
                   PERFORM MARCAR-ELEGIVEL
               ELSE
                   COMPUTE W-DATA-LIMITE =
                       W-ULT-CLINICA + (W-ANOS-CLINICO * 10000)
                   PERFORM MARCAR-RETENCAO
               END-IF
               WRITE REG-REL FROM LINANON
           END-IF.
           PERFORM IMPRIMIR-AVAL-FUNC
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TF.
           PERFORM IMPRIMIR-AVAL-APOL
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TA.
           PERFORM IMPRIMIR-AVAL-CONTA
               VARYING W-IND FROM 1 BY 1 UNTIL W-IND > W-QTD-TC.
           IF PESSOA-CADASTRADA
               MOVE "PESSOA.DAT" TO LA-ARQUIVO
               MOVE "CPF"        TO LA-CHAVE
               IF W-QTD-MANTIDOS = ZEROS
                   PERFORM MARCAR-ELEGIVEL
               ELSE
                   MOVE "MANTIDO" TO LA-SIT
                   MOVE "HA CADASTRO LIGADO AINDA NA RETENCAO"
                       TO LA-MOTIVO
               END-IF
               WRITE REG-REL FROM LINANON
           END-IF.
           WRITE REG-REL FROM LINBRANCO.
           MOVE "REGISTROS ANONIMIZADOS/EXCLUIDOS" TO LT-ROTULO.
           MOVE W-QTD-ANONIM TO LT-QTD.
           WRITE REG-REL FROM LINTOTAL.

       IMPRIMIR-AVAL-FUNC.
           MOVE "FUNCIONARIOS"  TO LA-ARQUIVO.
           MOVE TF-MATR(W-IND)  TO LA-CHAVE.
           IF TF-ELEG(W-IND) = "S"
               PERFORM MARCAR-ELEGIVEL
           ELSE
               IF TF-DESLIG(W-IND) = ZEROS
                   MOVE "MANTIDO" TO LA-SIT
                   MOVE "FUNCIONARIO ATIVO" TO LA-MOTIVO
               ELSE
                   COMPUTE W-DATA-LIMITE =
                       TF-DESLIG(W-IND) + (W-ANOS-FISCAL * 10000)
                   PERFORM MARCAR-RETENCAO
               END-IF
           END-IF.
           WRITE REG-REL FROM LINANON.

       IMPRIMIR-AVAL-APOL.
           MOVE "APOLICE"      TO LA-ARQUIVO.
           MOVE TA-NUM(W-IND)  TO LA-CHAVE.
           IF TA-ELEG(W-IND) = "S"
               PERFORM MARCAR-ELEGIVEL
           ELSE
               IF TA-PENDENTE(W-IND) = "S"
                   MOVE "MANTIDO" TO LA-SIT
                   MOVE "PARCELA OU SINISTRO EM ABERTO" TO LA-MOTIVO
               ELSE
                   COMPUTE W-DATA-LIMITE =
                       TA-ULTIMA(W-IND) + (W-ANOS-FISCAL * 10000)
                   PERFORM MARCAR-RETENCAO
               END-IF
           END-IF.
           WRITE REG-REL FROM LINANON.

       IMPRIMIR-AVAL-CONTA.
           MOVE "CONTACLI"     TO LA-ARQUIVO.
           MOVE TC-COD(W-IND)  TO LA-CHAVE.
           IF TC-ELEG(W-IND) = "S"
               PERFORM MARCAR-ELEGIVEL
           ELSE
               IF TC-SALDO(W-IND) NOT = ZEROS
                   MOVE "MANTIDO" TO LA-SIT
                   MOVE "SALDO DEVEDOR EM ABERTO" TO LA-MOTIVO
               ELSE
                   COMPUTE W-DATA-LIMITE =
                       TC-ULTIMA(W-IND) + (W-ANOS-FISCAL * 10000)
                   PERFORM MARCAR-RETENCAO
               END-IF
           END-IF.
           WRITE REG-REL FROM LINANON.

       MARCAR-ELEGIVEL.
           MOVE SPACES TO LA-MOTIVO.
           IF CONFIRMADO
               MOVE "ANONIMIZADO" TO LA-SIT
           ELSE
               MOVE "ELEGIVEL" TO LA-SIT
               MOVE "ANONIMIZACAO NAO CONFIRMADA" TO LA-MOTIVO
           END-IF.

       MARCAR-RETENCAO.
           MOVE "MANTIDO" TO LA-SIT.
           MOVE W-DATA-LIMITE TO W-DATA-ED.
           MOVE SPACES TO LA-MOTIVO.
           STRING "EM RETENCAO ATE " W-DATA-ED
                  DELIMITED BY SIZE INTO LA-MOTIVO.
