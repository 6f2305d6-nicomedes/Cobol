      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             BUSCA-PESSOA.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * CADASTRO UNICO DE PESSOAS (PESSOA.DAT, INDEXADO PELO CPF,
      * MANTIDO PELO CADPESSOA.cbl): A MESMA PESSOA ERA DIGITADA
      * SEPARADA EM PACIENTE.DAT, FUNCIONARIOS.DAT, APOLICE.DAT E
      * CONTACLI.DAT. OS CADASTROS DE CADA AREA (CADPAC, CADFUNC,
      * CAD-FIADO E A PROPOSTA DA SEGURADORA) PROCURAM A PESSOA AQUI
      * PELO CPF E GUARDAM SO A REFERENCIA (O CPF) E OS SEUS DADOS
      * PROPRIOS; NOME, NASCIMENTO E TELEFONE QUE ELES CARREGAM SAO
      * COPIA DO CADASTRO DE PESSOAS.
      *   OPERACAO "C" - CONSULTA: DEVOLVE NOME, NASCIMENTO (AAAAMMDD)
      *                  E TELEFONE; RETORNO "S" ACHOU, "N" NAO ACHOU.
      *   OPERACAO "G" - GRAVA: PESSOA NOVA E INCLUIDA COM OS DADOS
      *                  INFORMADOS; PESSOA EXISTENTE SO TEM COMPLETADOS
      *                  OS CAMPOS QUE ESTAVAM EM BRANCO - CORRECAO DE
      *                  DADO PESSOAL E SO NO CADPESSOA, QUE REPASSA
      *                  PARA AS COPIAS. RETORNO "S" GRAVOU.
      * INCLUSAO E COMPLEMENTO FICAM REGISTRADOS EM AUDITORIA.LOG.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-PESSOA ASSIGN TO "PESSOA.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PE-CPF
               FILE STATUS     IS COD-ERRO-PES.

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

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-PES    PIC XX    VALUE SPACES.
       77 W-MUDOU         PIC X     VALUE "N".
       77 W-CHAVE-AUDIT   PIC X(15) VALUE SPACES.
       77 W-ANTES-AUDIT   PIC X(40) VALUE SPACES.
       77 W-DEPOIS-AUDIT  PIC X(40) VALUE SPACES.

       LINKAGE                 SECTION.
       01 OPERACAO        PIC X(1).
       01 CPF-PESSOA      PIC 9(11).
       01 NOME-PESSOA     PIC X(30).
       01 NASC-PESSOA     PIC 9(8).
       01 FONE-PESSOA     PIC X(12).
       01 RETORNO         PIC X(1).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING OPERACAO CPF-PESSOA NOME-PESSOA
                                NASC-PESSOA FONE-PESSOA RETORNO.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE "N" TO RETORNO.
           IF CPF-PESSOA = ZEROS
               EXIT PROGRAM
           END-IF.
           IF OPERACAO = "C"
               PERFORM CONSULTAR-PESSOA
           ELSE
               PERFORM GRAVAR-PESSOA
           END-IF.
           EXIT PROGRAM.

       CONSULTAR-PESSOA.
           OPEN INPUT ARQ-PESSOA.
           IF COD-ERRO-PES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CPF-PESSOA TO PE-CPF.
           READ ARQ-PESSOA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PE-NOME    TO NOME-PESSOA
                   MOVE PE-DT-NASC TO NASC-PESSOA
                   MOVE PE-FONE    TO FONE-PESSOA
                   MOVE "S"        TO RETORNO
           END-READ.
           CLOSE ARQ-PESSOA.

       GRAVAR-PESSOA.
           OPEN I-O ARQ-PESSOA.
           IF COD-ERRO-PES = "35"
               OPEN OUTPUT ARQ-PESSOA
               CLOSE       ARQ-PESSOA
               OPEN I-O    ARQ-PESSOA
           END-IF.
           IF COD-ERRO-PES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CPF-PESSOA TO PE-CPF.
           MOVE CPF-PESSOA TO W-CHAVE-AUDIT.
           READ ARQ-PESSOA
               INVALID KEY
                   PERFORM INCLUIR-PESSOA
               NOT INVALID KEY
                   PERFORM COMPLETAR-PESSOA
           END-READ.
           CLOSE ARQ-PESSOA.

       INCLUIR-PESSOA.
           INITIALIZE REG-PESSOA.
           MOVE CPF-PESSOA  TO PE-CPF.
           MOVE NOME-PESSOA TO PE-NOME.
           MOVE NASC-PESSOA TO PE-DT-NASC.
           MOVE FONE-PESSOA TO PE-FONE.
           ACCEPT PE-DT-CADASTRO FROM DATE YYYYMMDD.
           MOVE PE-DT-CADASTRO TO PE-DT-ALTER.
           WRITE REG-PESSOA
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE "S" TO RETORNO.
           MOVE SPACES TO W-ANTES-AUDIT.
           MOVE REG-PESSOA(1:40) TO W-DEPOIS-AUDIT.
           CALL "GRAVA-AUDITORIA" USING "BUSCAPES" W-CHAVE-AUDIT
               "I" W-ANTES-AUDIT W-DEPOIS-AUDIT.

       COMPLETAR-PESSOA.
           MOVE "S" TO RETORNO.
           MOVE "N" TO W-MUDOU.
           MOVE REG-PESSOA(1:40) TO W-ANTES-AUDIT.
           IF PE-NOME = SPACES AND NOME-PESSOA NOT = SPACES
               MOVE NOME-PESSOA TO PE-NOME
               MOVE "S" TO W-MUDOU
           END-IF.
           IF PE-DT-NASC = ZEROS AND NASC-PESSOA NOT = ZEROS
               MOVE NASC-PESSOA TO PE-DT-NASC
               MOVE "S" TO W-MUDOU
           END-IF.
           IF PE-FONE = SPACES AND FONE-PESSOA NOT = SPACES
               MOVE FONE-PESSOA TO PE-FONE
               MOVE "S" TO W-MUDOU
           END-IF.
           IF W-MUDOU = "S"
               ACCEPT PE-DT-ALTER FROM DATE YYYYMMDD
               REWRITE REG-PESSOA
               MOVE REG-PESSOA(1:40) TO W-DEPOIS-AUDIT
               CALL "GRAVA-AUDITORIA" USING "BUSCAPES" W-CHAVE-AUDIT
                   "A" W-ANTES-AUDIT W-DEPOIS-AUDIT
           END-IF.
