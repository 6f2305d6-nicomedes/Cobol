      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             INFORME.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - INFORME DE RENDIMENTOS ANUAL: PARA
      *   O ANO-BASE INFORMADO SOMA POR MATRICULA AS COMPETENCIAS DO
      *   ANO EM FOLHARES.DAT (BRUTO, PREVIDENCIA, IMPOSTO E LIQUIDO -
      *   AS FERIAS JA ESTAO AI, LANCADAS PELO FERIAS.cbl EM VERBAS.DAT
      *   E ABATIDAS NO HOLERITE DO MES), O DECIMO TERCEIRO DE
      *   DECIMO.DAT EM QUADRO PROPRIO (TRIBUTACAO EXCLUSIVA) E AS
      *   VERBAS DOS TERMOS DE RESCISAO DO ANO EM RESCISOES.DAT.
      *   DESLIGADOS TAMBEM RECEBEM O INFORME. SAI UM COMPROVANTE POR
      *   FUNCIONARIO EM INFORME.LST, COM A FONTE PAGADORA E O CPF, E O
      *   ARQUIVO CONSOLIDADO INFORME.DAT, UMA LINHA POR FUNCIONARIO,
      *   PARA O CONTADOR MONTAR A DECLARACAO ANUAL. ANTES ISSO ERA
      *   SOMADO A MAO EM DOZE HOLERITES.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNC ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS RF-MATRICULA
               FILE STATUS     IS W-STATF.
           SELECT ARQ-FOLHARES ASSIGN TO "FOLHARES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRES.
           SELECT ARQ-DECIMO ASSIGN TO "DECIMO.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS DC-CHAVE
               FILE STATUS     IS W-STATDC.
           SELECT ARQ-RESCISOES ASSIGN TO "RESCISOES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATRC.
           SELECT REL-INFORME ASSIGN TO "INFORME.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.
           SELECT ARQ-CONTADOR ASSIGN TO "INFORME.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCT.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-FUNC.
       01  REG-FUNC.
           02 RF-MATRICULA.
               03 RF-MATR-BASE PIC 9(7).
               03 RF-MATR-DV   PIC 9.
           02 RF-NOME      PIC X(30).
           02 RF-SALARIO   PIC 9(10)V99.
           02 RF-SITUACAO  PIC X(1).
               88 RF-ATIVO      VALUE "A" " ".
               88 RF-DESLIGADO  VALUE "D".
           02 RF-DT-ADMISSAO PIC 9(8).
           02 RF-DT-DESLIG   PIC 9(8).
           02 RF-MOT-DESLIG  PIC X(20).
           02 RF-CPF         PIC 9(11).
           02 RF-BANCO       PIC 9(3).
           02 RF-AGENCIA     PIC 9(5).
           02 RF-CONTA       PIC 9(12).
           02 RF-CONTA-DV    PIC X(1).
           02 RF-PCT-ADIANT  PIC 99V99.
               88 RF-SEM-ADIANT VALUE 99,99.

       FD  ARQ-FOLHARES
           LABEL RECORD STANDARD.
       01  REG-FOLHARES   PIC X(63).

       FD  ARQ-DECIMO.
       01  REG-DECIMO.
           02 DC-CHAVE.
               03 DC-ANO       PIC 9(4).
               03 DC-MATRICULA PIC 9(8).
           02 DC-AVOS-1      PIC 99.
           02 DC-PARCELA-1   PIC 9(10)V99.
           02 DC-DT-PARC-1   PIC 9(8).
           02 DC-AVOS-2      PIC 99.
           02 DC-INTEGRAL    PIC 9(10)V99.
           02 DC-INSS        PIC 9(8)V99.
           02 DC-IRRF        PIC 9(8)V99.
           02 DC-LIQUIDO-2   PIC 9(10)V99.
           02 DC-DT-PARC-2   PIC 9(8).

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

       FD  REL-INFORME
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       FD  ARQ-CONTADOR
           LABEL RECORD STANDARD.
       01  REG-CONTADOR.
           02 CT-ANO          PIC 9(4).
           02 FILLER          PIC X(1).
           02 CT-MATRICULA    PIC 9(8).
           02 FILLER          PIC X(1).
           02 CT-CPF          PIC 9(11).
           02 FILLER          PIC X(1).
           02 CT-NOME         PIC X(30).
           02 FILLER          PIC X(1).
           02 CT-TRIBUTAVEL   PIC 9(10)V99.
           02 FILLER          PIC X(1).
           02 CT-INSS         PIC 9(10)V99.
           02 FILLER          PIC X(1).
           02 CT-IRRF         PIC 9(10)V99.
           02 FILLER          PIC X(1).
           02 CT-DECIMO       PIC 9(10)V99.
           02 FILLER          PIC X(1).
           02 CT-DECIMO-INSS  PIC 9(10)V99.
           02 FILLER          PIC X(1).
           02 CT-DECIMO-IRRF  PIC 9(10)V99.
           02 FILLER          PIC X(1).
           02 CT-RESCISAO     PIC 9(10)V99.
           02 FILLER          PIC X(1).
           02 CT-LIQUIDO      PIC 9(10)V99.

       WORKING-STORAGE         SECTION.

       77 W-STATF         PIC XX VALUE SPACES.
       77 W-STATRES       PIC XX VALUE SPACES.
       77 W-STATDC        PIC XX VALUE SPACES.
       77 W-STATRC        PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-STATCT        PIC XX VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-ACHOU         PIC X  VALUE "N".
           88 ACHOU-MATRICULA      VALUE "S".

       77 W-EMPRESA       PIC X(40) VALUE
           "UNIVERSIDADE PRESBITERIANA MACKENZIE".
       77 W-ANO           PIC 9(4) VALUE ZEROS.
       77 W-ANO-LIDO      PIC 9(4) VALUE ZEROS.
       77 W-QTD-FUNC      PIC 9(4) VALUE ZEROS.
       77 W-QTD-INFORMES  PIC 9(4) VALUE ZEROS.
       77 W-IND           PIC 9(4) VALUE ZEROS.
       77 W-MATR-BUSCA    PIC 9(8) VALUE ZEROS.
       77 W-TOT-RENDIM    PIC 9(12)V99 VALUE ZEROS.
       77 W-TOT-IRRF      PIC 9(12)V99 VALUE ZEROS.
       77 W-VLR-ED        PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 W-CPF           PIC 9(11) VALUE ZEROS.
       01 FILLER REDEFINES W-CPF.
           02 W-CPF-1     PIC 9(3).
           02 W-CPF-2     PIC 9(3).
           02 W-CPF-3     PIC 9(3).
           02 W-CPF-DV    PIC 9(2).

       01 W-RESUMO.
           02 RS-ANOMES    PIC 9(6).
           02 FILLER REDEFINES RS-ANOMES.
               03 RS-ANO   PIC 9(4).
               03 RS-MES   PIC 99.
           02 FILLER       PIC X(1).
           02 RS-MATRICULA PIC 9(8).
           02 FILLER       PIC X(1).
           02 RS-BRUTO     PIC 9(10)V99.
           02 FILLER       PIC X(1).
           02 RS-INSS      PIC 9(8)V99.
           02 FILLER       PIC X(1).
           02 RS-IRRF      PIC 9(8)V99.
           02 FILLER       PIC X(1).
           02 RS-LIQUIDO   PIC 9(10)V99.

      *    ACUMULADOS DO ANO POR MATRICULA, ATE 500 FUNCIONARIOS.
       01 TAB-INFORME.
           02 TI-ENTRADA OCCURS 500 TIMES.
               03 TI-MATRICULA  PIC 9(8).
               03 TI-BRUTO      PIC 9(10)V99.
               03 TI-INSS       PIC 9(10)V99.
               03 TI-IRRF       PIC 9(10)V99.
               03 TI-LIQUIDO    PIC 9(10)V99.
               03 TI-DEC-BRUTO  PIC 9(10)V99.
               03 TI-DEC-INSS   PIC 9(10)V99.
               03 TI-DEC-IRRF   PIC 9(10)V99.
               03 TI-RESCISAO   PIC 9(10)V99.
               03 TI-EMITIDO    PIC X(1).

       01 LINTRACO.
           02 FILLER    PIC X(75) VALUE ALL "=".
           02 FILLER    PIC X(05) VALUE SPACES.
       01 LINCAB1.
           02 FILLER    PIC X(34) VALUE
               "COMPROVANTE DE RENDIMENTOS PAGOS ".
           02 FILLER    PIC X(28) VALUE
               "E DE IMPOSTO RETIDO NA FONTE".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(16) VALUE "FONTE PAGADORA: ".
           02 LC-EMPRESA PIC X(40).
           02 FILLER    PIC X(16) VALUE "  ANO-CALENDARIO".
           02 FILLER    PIC X(02) VALUE ": ".
           02 LC-ANO    PIC 9(4).
           02 FILLER    PIC X(02) VALUE SPACES.
       01 LINFUNC.
           02 FILLER    PIC X(16) VALUE "BENEFICIARIO..: ".
           02 LF-MATR   PIC 9(8).
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LF-NOME   PIC X(30).
           02 FILLER    PIC X(24) VALUE SPACES.
       01 LINCPF.
           02 FILLER    PIC X(16) VALUE "CPF...........: ".
           02 LD-CPF-1  PIC 9(3).
           02 FILLER    PIC X(01) VALUE ".".
           02 LD-CPF-2  PIC 9(3).
           02 FILLER    PIC X(01) VALUE ".".
           02 LD-CPF-3  PIC 9(3).
           02 FILLER    PIC X(01) VALUE "-".
           02 LD-CPF-DV PIC 9(2).
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LD-SITUACAO PIC X(20).
           02 LD-DT-DESLIG PIC 9(4)/99/99.
           02 FILLER    PIC X(16) VALUE SPACES.
       01 LINQUADRO.
           02 LQ-TITULO PIC X(50).
           02 FILLER    PIC X(30) VALUE SPACES.
       01 LINVALOR.
           02 LV-TITULO PIC X(50).
           02 LV-VALOR  PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(13) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           DISPLAY ERASE.
           DISPLAY "INFORME DE RENDIMENTOS ANUAL" AT 0520.
           DISPLAY "ANO-BASE (AAAA):" AT 0910.
           PERFORM WITH TEST AFTER UNTIL W-ANO > 1900
               ACCEPT W-ANO AT 0932
           END-PERFORM.

           OPEN INPUT ARQ-FOLHARES.
           IF W-STATRES = "00"
               MOVE "N" TO W-FIM-ARQ
               PERFORM LER-FOLHARES
               PERFORM GUARDAR-FOLHA UNTIL FIM-ARQUIVO
               CLOSE ARQ-FOLHARES
           END-IF.

           OPEN INPUT ARQ-DECIMO.
           IF W-STATDC = "00"
               MOVE "N" TO W-FIM-ARQ
               PERFORM LER-DECIMO
               PERFORM GUARDAR-DECIMO UNTIL FIM-ARQUIVO
               CLOSE ARQ-DECIMO
           END-IF.

           OPEN INPUT ARQ-RESCISOES.
           IF W-STATRC = "00"
               MOVE "N" TO W-FIM-ARQ
               PERFORM LER-RESCISAO
               PERFORM GUARDAR-RESCISAO UNTIL FIM-ARQUIVO
               CLOSE ARQ-RESCISOES
           END-IF.

           IF W-QTD-FUNC = ZEROS
               DISPLAY "NENHUM RENDIMENTO PAGO NO ANO" AT 1210
               STOP " "
               GOBACK
           END-IF.

           OPEN INPUT ARQ-FUNC.
           IF W-STATF NOT = "00"
               CALL "VERIFICA-STATUS" USING W-STATF W-MENSAGEM-ERRO
               "INFORME "
               DISPLAY W-MENSAGEM-ERRO AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN OUTPUT REL-INFORME.
           OPEN OUTPUT ARQ-CONTADOR.

           MOVE "N" TO W-FIM-ARQ.
           PERFORM LER-FUNC.
           PERFORM EMITIR-FUNC UNTIL FIM-ARQUIVO.
           MOVE ZEROS TO W-IND.
           PERFORM EMITIR-SEM-CADASTRO W-QTD-FUNC TIMES.

           CLOSE ARQ-FUNC REL-INFORME ARQ-CONTADOR.

           DISPLAY "INFORMES EMITIDOS EM INFORME.LST: " AT 1210.
           DISPLAY W-QTD-INFORMES AT 1245.
           DISPLAY "CONSOLIDADO PARA O CONTADOR EM INFORME.DAT" AT 1310.
           MOVE W-TOT-RENDIM TO W-VLR-ED.
           DISPLAY "TOTAL DE RENDIMENTOS.....: " AT 1510.
           DISPLAY W-VLR-ED AT 1537.
           MOVE W-TOT-IRRF TO W-VLR-ED.
           DISPLAY "TOTAL DE IMPOSTO RETIDO..: " AT 1610.
           DISPLAY W-VLR-ED AT 1637.
           STOP " ".
           GOBACK.

       LER-FOLHARES.
           READ ARQ-FOLHARES INTO W-RESUMO
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       LER-DECIMO.
           READ ARQ-DECIMO NEXT
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       LER-RESCISAO.
           READ ARQ-RESCISOES
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       LER-FUNC.
           READ ARQ-FUNC NEXT
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *    O LIQUIDO DO ANO E BRUTO MENOS RETENCOES: O RS-LIQUIDO JA
      *    VEM SEM O ADIANTAMENTO E AS FERIAS PAGOS ANTES NO MES.
       GUARDAR-FOLHA.
           IF RS-ANO = W-ANO
               MOVE RS-MATRICULA TO W-MATR-BUSCA
               PERFORM LOCALIZAR-MATRICULA
               IF ACHOU-MATRICULA
                   ADD RS-BRUTO   TO TI-BRUTO(W-IND)
                   ADD RS-INSS    TO TI-INSS(W-IND)
                   ADD RS-IRRF    TO TI-IRRF(W-IND)
                   COMPUTE TI-LIQUIDO(W-IND) = TI-LIQUIDO(W-IND)
                       + RS-BRUTO - RS-INSS - RS-IRRF
               END-IF
           END-IF.
           PERFORM LER-FOLHARES.

      *    SEM A SEGUNDA PARCELA SO A PRIMEIRA FOI PAGA, SEM DESCONTOS.
       GUARDAR-DECIMO.
           IF DC-ANO = W-ANO
               MOVE DC-MATRICULA TO W-MATR-BUSCA
               PERFORM LOCALIZAR-MATRICULA
               IF ACHOU-MATRICULA
                   IF DC-DT-PARC-2 = ZEROS
                       ADD DC-PARCELA-1 TO TI-DEC-BRUTO(W-IND)
                       ADD DC-PARCELA-1 TO TI-LIQUIDO(W-IND)
                   ELSE
                       ADD DC-INTEGRAL  TO TI-DEC-BRUTO(W-IND)
                       ADD DC-INSS      TO TI-DEC-INSS(W-IND)
                       ADD DC-IRRF      TO TI-DEC-IRRF(W-IND)
                       ADD DC-PARCELA-1 TO TI-LIQUIDO(W-IND)
                       ADD DC-LIQUIDO-2 TO TI-LIQUIDO(W-IND)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-DECIMO.

       GUARDAR-RESCISAO.
           MOVE RC-DT-SAIDA(1:4) TO W-ANO-LIDO.
           IF W-ANO-LIDO = W-ANO
               MOVE RC-MATRICULA TO W-MATR-BUSCA
               PERFORM LOCALIZAR-MATRICULA
               IF ACHOU-MATRICULA
                   ADD RC-TOTAL TO TI-RESCISAO(W-IND)
                   ADD RC-TOTAL TO TI-LIQUIDO(W-IND)
               END-IF
           END-IF.
           PERFORM LER-RESCISAO.

      *    MATRICULA NOVA NA TABELA ENTRA NO FIM, ATE 500 FUNCIONARIOS.
       LOCALIZAR-MATRICULA.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM CONFERIR-MATRICULA
               UNTIL ACHOU-MATRICULA OR W-IND >= W-QTD-FUNC.
           IF NOT ACHOU-MATRICULA AND W-QTD-FUNC < 500
               ADD 1 TO W-QTD-FUNC
               MOVE W-QTD-FUNC   TO W-IND
               MOVE W-MATR-BUSCA TO TI-MATRICULA(W-IND)
               MOVE ZEROS        TO TI-BRUTO(W-IND) TI-INSS(W-IND)
                                    TI-IRRF(W-IND) TI-LIQUIDO(W-IND)
                                    TI-DEC-BRUTO(W-IND)
                                    TI-DEC-INSS(W-IND)
                                    TI-DEC-IRRF(W-IND)
                                    TI-RESCISAO(W-IND)
               MOVE "N"          TO TI-EMITIDO(W-IND)
               MOVE "S"          TO W-ACHOU
           END-IF.

       CONFERIR-MATRICULA.
           ADD 1 TO W-IND.
           IF TI-MATRICULA(W-IND) = W-MATR-BUSCA
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * EMITIR-FUNC - ATIVOS E DESLIGADOS COM RENDIMENTO NO ANO.
      *-----------------------------------------------------------------*
       EMITIR-FUNC.
           MOVE RF-MATRICULA TO W-MATR-BUSCA.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM CONFERIR-MATRICULA
               UNTIL ACHOU-MATRICULA OR W-IND >= W-QTD-FUNC.
           IF ACHOU-MATRICULA
               MOVE RF-CPF TO W-CPF
               IF RF-DESLIGADO
                   MOVE "DESLIGADO EM "  TO LD-SITUACAO
                   MOVE RF-DT-DESLIG     TO LD-DT-DESLIG
               ELSE
                   MOVE "ATIVO"          TO LD-SITUACAO
                   MOVE ZEROS            TO LD-DT-DESLIG
               END-IF
               PERFORM IMPRIMIR-INFORME
           END-IF.
           PERFORM LER-FUNC.

      *    RENDIMENTO DE MATRICULA QUE JA NAO ESTA NO CADASTRO.
       EMITIR-SEM-CADASTRO.
           ADD 1 TO W-IND.
           IF TI-EMITIDO(W-IND) = "N"
               MOVE TI-MATRICULA(W-IND) TO RF-MATRICULA
               MOVE "NAO CADASTRADO EM FUNCIONARIOS" TO RF-NOME
               MOVE ZEROS  TO W-CPF
               MOVE SPACES TO LD-SITUACAO
               MOVE ZEROS  TO LD-DT-DESLIG
               PERFORM IMPRIMIR-INFORME
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-INFORME - COMPROVANTE EM INFORME.LST E A LINHA DO
      *   FUNCIONARIO EM INFORME.DAT.
      *-----------------------------------------------------------------*
       IMPRIMIR-INFORME.
           MOVE "S" TO TI-EMITIDO(W-IND).
           ADD 1 TO W-QTD-INFORMES.
           WRITE REG-REL FROM LINTRACO.
           WRITE REG-REL FROM LINCAB1.
           MOVE W-EMPRESA TO LC-EMPRESA.
           MOVE W-ANO     TO LC-ANO.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINTRACO.
           MOVE RF-MATRICULA TO LF-MATR.
           MOVE RF-NOME      TO LF-NOME.
           WRITE REG-REL FROM LINFUNC.
           MOVE W-CPF-1  TO LD-CPF-1.
           MOVE W-CPF-2  TO LD-CPF-2.
           MOVE W-CPF-3  TO LD-CPF-3.
           MOVE W-CPF-DV TO LD-CPF-DV.
           WRITE REG-REL FROM LINCPF.

           MOVE "RENDIMENTOS TRIBUTAVEIS" TO LQ-TITULO.
           WRITE REG-REL FROM LINQUADRO.
           MOVE "  SALARIOS, FERIAS E DEMAIS VERBAS.............: "
               TO LV-TITULO.
           MOVE TI-BRUTO(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "  CONTRIBUICAO PREVIDENCIARIA OFICIAL..........: "
               TO LV-TITULO.
           MOVE TI-INSS(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "  IMPOSTO RETIDO NA FONTE......................: "
               TO LV-TITULO.
           MOVE TI-IRRF(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.

           MOVE "TRIBUTACAO EXCLUSIVA" TO LQ-TITULO.
           WRITE REG-REL FROM LINQUADRO.
           MOVE "  DECIMO TERCEIRO SALARIO......................: "
               TO LV-TITULO.
           MOVE TI-DEC-BRUTO(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "  PREVIDENCIA SOBRE O DECIMO TERCEIRO..........: "
               TO LV-TITULO.
           MOVE TI-DEC-INSS(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.
           MOVE "  IMPOSTO RETIDO SOBRE O DECIMO TERCEIRO.......: "
               TO LV-TITULO.
           MOVE TI-DEC-IRRF(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.

           MOVE "RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS" TO LQ-TITULO.
           WRITE REG-REL FROM LINQUADRO.
           MOVE "  VERBAS RESCISORIAS...........................: "
               TO LV-TITULO.
           MOVE TI-RESCISAO(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.

           MOVE "LIQUIDO RECEBIDO NO ANO........................: "
               TO LV-TITULO.
           MOVE TI-LIQUIDO(W-IND) TO LV-VALOR.
           WRITE REG-REL FROM LINVALOR.

           MOVE SPACES               TO REG-CONTADOR.
           MOVE W-ANO                TO CT-ANO.
           MOVE RF-MATRICULA         TO CT-MATRICULA.
           MOVE W-CPF                TO CT-CPF.
           MOVE RF-NOME              TO CT-NOME.
           MOVE TI-BRUTO(W-IND)      TO CT-TRIBUTAVEL.
           MOVE TI-INSS(W-IND)       TO CT-INSS.
           MOVE TI-IRRF(W-IND)       TO CT-IRRF.
           MOVE TI-DEC-BRUTO(W-IND)  TO CT-DECIMO.
           MOVE TI-DEC-INSS(W-IND)   TO CT-DECIMO-INSS.
           MOVE TI-DEC-IRRF(W-IND)   TO CT-DECIMO-IRRF.
           MOVE TI-RESCISAO(W-IND)   TO CT-RESCISAO.
           MOVE TI-LIQUIDO(W-IND)    TO CT-LIQUIDO.
           WRITE REG-CONTADOR.

           ADD TI-BRUTO(W-IND) TI-DEC-BRUTO(W-IND) TI-RESCISAO(W-IND)
               TO W-TOT-RENDIM.
           ADD TI-IRRF(W-IND) TI-DEC-IRRF(W-IND) TO W-TOT-IRRF.
