      *   DESLIGADO EM FUNCIONARIOS.DAT - O REGISTRO FICA NO ARQUIVO
      *   PARA SOBREVIVER A AUDITORIA, DIFERENTE DO (E)XCLUIR DO
      *   CADFUNC QUE SIMPLESMENTE APAGAVA.
      * 15 OUTUBRO 2026 - JULIANO - AS VERBAS DO TERMO TAMBEM VAO PARA
      *   RESCISOES.DAT (MATRICULA, DATA DA SAIDA E VALORES), LIDO PELO
      *   INFORME DE RENDIMENTOS ANUAL (INFORME.cbl).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
           SELECT REL-TERMO ASSIGN TO "RESCISAO.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
           SELECT ARQ-RESCISOES ASSIGN TO "RESCISOES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRC.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

       FD  REL-TERMO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       FD  ARQ-RESCISOES
           LABEL RECORD STANDARD.
       01  REG-RESCISAO.
           02 RC-MATRICULA PIC 9(8).
           02 FILLER       PIC X(1).
           02 RC-DT-SAIDA  PIC 9(8).
           02 FILLER       PIC X(1).
           02 RC-DECIMO    PIC 9(10)V99.
           02 FILLER       PIC X(1).
           02 RC-FERIAS    PIC 9(10)V99.
           02 FILLER       PIC X(1).
           02 RC-TERCO     PIC 9(10)V99.
           02 FILLER       PIC X(1).
           02 RC-AVISO     PIC 9(10)V99.
           02 FILLER       PIC X(1).
           02 RC-TOTAL     PIC 9(11)V99.

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-STATRC        PIC XX VALUE SPACES.
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-GRAVA         PIC X  VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------*
       EFETIVAR-DESLIGAMENTO.
           PERFORM IMPRIMIR-TERMO.
           PERFORM GRAVAR-RESCISAO.

           MOVE REG-FUNC(1:40) TO W-ANTES-AUDIT.
           MOVE "D"       TO RF-SITUACAO.
           MOVE W-TOTAL TO LV-VALOR.
           WRITE REG-REL FROM LINVERBA.
           CLOSE REL-TERMO.

      *-----------------------------------------------------------------*
      * GRAVAR-RESCISAO - GUARDA AS VERBAS PAGAS EM RESCISOES.DAT PARA
      *   O INFORME DE RENDIMENTOS DO ANO.
      *-----------------------------------------------------------------*
       GRAVAR-RESCISAO.
           OPEN EXTEND ARQ-RESCISOES.
           IF W-STATRC = "35"
               OPEN OUTPUT ARQ-RESCISOES
           END-IF.
           MOVE SPACES       TO REG-RESCISAO.
           MOVE RF-MATRICULA TO RC-MATRICULA.
           MOVE W-DT-SAIDA   TO RC-DT-SAIDA.
           MOVE W-DECIMO     TO RC-DECIMO.
           MOVE W-FERIAS     TO RC-FERIAS.
           MOVE W-TERCO      TO RC-TERCO.
           MOVE W-AVISO      TO RC-AVISO.
           MOVE W-TOTAL      TO RC-TOTAL.
           WRITE REG-RESCISAO.
           CLOSE ARQ-RESCISOES.
