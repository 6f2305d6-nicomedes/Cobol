      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             RELCART.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - MOVIMENTACAO MENSAL DA CARTEIRA:
      *   PARA A COMPETENCIA INFORMADA (AAAAMM), PARTE DAS APOLICES EM
      *   VIGOR (SITUACAO "A") NO PRIMEIRO DIA DO MES, SOMA AS EMISSOES
      *   (CONVPROP), RENOVACOES (RENOVA), ENDOSSOS (ENDOSSO), TROCAS DE
      *   GRUPO (CONSAPOL) E REATIVACOES (BAIXAPAR), TIRA OS
      *   CANCELAMENTOS (CONSAPOL) E AS SUSPENSOES (COBRANCA) E CHEGA A
      *   QUANTIDADE E AO PREMIO ANUAL EM VIGOR NO ULTIMO DIA DO MES,
      *   POR CORRETOR E GRUPO. OS MOVIMENTOS VEM DO LIVRO MOVAPOL.DAT
      *   (COMUM/GRAVAMOVAP); A SITUACAO DE CADA APOLICE NO INICIO E NO
      *   FIM DO MES E A DE APOLICE.DAT DESFEITOS OS MOVIMENTOS
      *   POSTERIORES. O SALDO FINAL E CONFERIDO CONTRA APOLICE.DAT E A
      *   DIFERENCA, SE HOUVER, SAI DESTACADA. SAI EM CARTEIRA.LST.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-APOLICE ASSIGN TO "APOLICE.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS AP-NUM-APOLICE
               FILE STATUS     IS COD-ERRO-APOL.
           SELECT ARQ-MOVAPOL ASSIGN TO "MOVAPOL.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MA-CHAVE
               FILE STATUS     IS COD-ERRO-MOVAP.
           SELECT ARQ-CORRETOR ASSIGN TO "CORRETOR.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CR-COD
               FILE STATUS     IS COD-ERRO-CORR.
           SELECT REL-CARTEIRA ASSIGN TO "CARTEIRA.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-APOLICE.
       01  REG-APOLICE.
           02 AP-NUM-APOLICE PIC 9(6).
           02 AP-NOME        PIC X(15).
           02 AP-IDADE       PIC 99.
           02 AP-GRUPO       PIC X.
           02 AP-CATEGORIA   PIC X(20).
           02 AP-PREMIO      PIC 9(6)V99.
           02 AP-STATUS      PIC X(1).
               88 AP-ATIVA       VALUE "A".
               88 AP-CANCELADA   VALUE "C".
               88 AP-SUSPENSA    VALUE "S".
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

       FD  ARQ-MOVAPOL.
       01  REG-MOVAPOL.
           02 MA-CHAVE.
               03 MA-NUM-APOLICE PIC 9(06).
               03 MA-DATA        PIC 9(08).
               03 MA-HORA        PIC 9(08).
               03 MA-SEQ         PIC 9(03).
           02 MA-PROGRAMA    PIC X(08).
           02 MA-TIPO        PIC X(01).
           02 MA-CORRETOR    PIC 9(03).
           02 MA-STATUS-ANT  PIC X(01).
           02 MA-STATUS-NOVO PIC X(01).
           02 MA-GRUPO-ANT   PIC X(01).
           02 MA-GRUPO-NOVO  PIC X(01).
           02 MA-PREMIO-ANT  PIC 9(06)V99.
           02 MA-PREMIO-NOVO PIC 9(06)V99.

       FD  ARQ-CORRETOR.
       01  REG-CORRETOR.
           02 CR-COD    PIC 9(3).
           02 CR-NOME   PIC X(30).
           02 CR-FONE   PIC X(12).
           02 CR-PCT    PIC 99V99.

       FD  REL-CARTEIRA
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 COD-ERRO-APOL   PIC XX VALUE SPACES.
       77 COD-ERRO-MOVAP  PIC XX VALUE SPACES.
       77 COD-ERRO-CORR   PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-FIM-MOV       PIC X  VALUE "N".
           88 FIM-MOVIMENTOS       VALUE "S".
       77 W-MOV-OK        PIC X  VALUE "N".
           88 MOVIMENTOS-ABERTO    VALUE "S".
       77 W-ACHOU         PIC X  VALUE "N".
           88 ACHOU-ENTRADA        VALUE "S".
       77 W-TROCOU        PIC X  VALUE "N".
           88 HOUVE-TROCA          VALUE "S".
       77 W-INI-ACHADO    PIC X  VALUE "N".
       77 W-FIM-ACHADO    PIC X  VALUE "N".

       77 W-DATA-INI      PIC 9(8) VALUE ZEROS.
       77 W-DATA-FIM      PIC 9(8) VALUE ZEROS.
       77 W-DIAS-FIM      PIC 9(7) VALUE ZEROS.
       77 W-DATA-AUX      PIC 9(8) VALUE ZEROS.

       77 W-INI-STATUS    PIC X    VALUE SPACE.
       77 W-INI-GRUPO     PIC X    VALUE SPACE.
       77 W-INI-PREMIO    PIC 9(6)V99 VALUE ZEROS.
       77 W-FIM-STATUS    PIC X    VALUE SPACE.
       77 W-FIM-GRUPO     PIC X    VALUE SPACE.
       77 W-FIM-PREMIO    PIC 9(6)V99 VALUE ZEROS.

       77 W-QTD-TAB       PIC 999  VALUE ZEROS.
       77 W-IND           PIC 999  VALUE ZEROS.
       77 W-IND2          PIC 999  VALUE ZEROS.
       77 W-IT            PIC 9    VALUE ZEROS.
       77 W-CORRETOR      PIC 9(3) VALUE ZEROS.
       77 W-GRUPO         PIC X    VALUE SPACE.
       77 W-QTD-CALC      PIC S9(5) VALUE ZEROS.
       77 W-PREMIO-CALC   PIC S9(9)V99 VALUE ZEROS.
       77 W-QTD-DIFER     PIC 9(3) VALUE ZEROS.

       01 W-ANOMES-G.
           02 W-REF-ANO   PIC 9(4).
           02 W-REF-MES   PIC 9(2).
       01 W-ANOMES REDEFINES W-ANOMES-G PIC 9(6).

      *    TIPOS DE MOVIMENTO DO LIVRO, NA ORDEM DE IMPRESSAO.
       01 TAB-TIPOS-V.
           02 FILLER PIC X(31) VALUE "N(+) EMISSOES NOVAS            ".
           02 FILLER PIC X(31) VALUE "R(+/-) RENOVACOES              ".
           02 FILLER PIC X(31) VALUE "E(+/-) ENDOSSOS                ".
           02 FILLER PIC X(31) VALUE "A(+/-) TROCAS DE GRUPO         ".
           02 FILLER PIC X(31) VALUE "X(-) CANCELAMENTOS             ".
           02 FILLER PIC X(31) VALUE "S(-) SUSPENSOES                ".
           02 FILLER PIC X(31) VALUE "T(+) REATIVACOES               ".
       01 TAB-TIPOS REDEFINES TAB-TIPOS-V.
           02 TT-ENTRADA OCCURS 7 TIMES.
               03 TT-TIPO     PIC X.
               03 TT-ROTULO   PIC X(30).

      *    CARTEIRA POR CORRETOR E GRUPO: SALDO NO INICIO, EFEITO DE
      *    CADA TIPO DE MOVIMENTO E SALDO NO FIM PELA APOLICE.DAT.
       01 TAB-CARTEIRA.
           02 TB-ENTRADA OCCURS 300 TIMES.
               03 TB-CORRETOR   PIC 9(3).
               03 TB-ORDEM      PIC 9.
               03 TB-GRUPO      PIC X.
               03 TB-ABR-QTD    PIC 9(5).
               03 TB-ABR-PREMIO PIC 9(9)V99.
               03 TB-FEC-QTD    PIC 9(5).
               03 TB-FEC-PREMIO PIC 9(9)V99.
               03 TB-MOVIMENTO OCCURS 7 TIMES.
                   04 TB-MOVTOS    PIC 9(5).
                   04 TB-EF-QTD    PIC S9(5).
                   04 TB-EF-PREMIO PIC S9(9)V99.
       01 TB-TROCA         PIC X(184).

      *    AREA DE IMPRESSAO DE UM BLOCO (UMA ENTRADA OU O TOTAL).
       01 W-BLOCO.
           02 BL-CORRETOR   PIC 9(3).
           02 BL-ORDEM      PIC 9.
           02 BL-GRUPO      PIC X.
           02 BL-ABR-QTD    PIC 9(5).
           02 BL-ABR-PREMIO PIC 9(9)V99.
           02 BL-FEC-QTD    PIC 9(5).
           02 BL-FEC-PREMIO PIC 9(9)V99.
           02 BL-MOVIMENTO OCCURS 7 TIMES.
               03 BL-MOVTOS    PIC 9(5).
               03 BL-EF-QTD    PIC S9(5).
               03 BL-EF-PREMIO PIC S9(9)V99.
       01 W-TOTAL           PIC X(184).

       01 LINCAB1.
           02 FILLER    PIC X(42) VALUE
               "MOVIMENTACAO DA CARTEIRA - COMPETENCIA: ".
           02 LC-ANOMES PIC 9(6).
           02 FILLER    PIC X(32) VALUE SPACES.
       01 LINCAB2.
           02 FILLER    PIC X(34) VALUE "MOVIMENTO".
           02 FILLER    PIC X(07) VALUE "MOVTOS".
           02 FILLER    PIC X(08) VALUE "    QTD".
           02 FILLER    PIC X(15) VALUE "   PREMIO ANUAL".
           02 FILLER    PIC X(16) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(78) VALUE ALL "=".
           02 FILLER    PIC X(02) VALUE SPACES.
       01 LINCOR.
           02 FILLER    PIC X(10) VALUE "CORRETOR: ".
           02 LR-COD    PIC 9(3).
           02 FILLER    PIC X(3)  VALUE " - ".
           02 LR-NOME   PIC X(30).
           02 FILLER    PIC X(9)  VALUE "  GRUPO: ".
           02 LR-GRUPO  PIC X.
           02 FILLER    PIC X(24) VALUE SPACES.
       01 LINSALDO.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LS-TEXTO  PIC X(32).
           02 FILLER    PIC X(8)  VALUE SPACES.
           02 LS-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LS-PREMIO PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(17) VALUE SPACES.
       01 LINMOV.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LM-TEXTO  PIC X(32).
           02 LM-MOVTOS PIC ZZZZ9.
           02 FILLER    PIC X(2)  VALUE SPACES.
           02 LM-QTD    PIC -ZZZZ9.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 LM-PREMIO PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(17) VALUE SPACES.
       01 LINAVISO.
           02 LA-TEXTO  PIC X(60).
           02 LA-QTD    PIC ZZZZ9.
           02 FILLER    PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           INITIALIZE TAB-CARTEIRA.
           DISPLAY ERASE.
           DISPLAY "MOVIMENTACAO MENSAL DA CARTEIRA" AT 0520.
           DISPLAY "COMPETENCIA (AAAAMM):" AT 0910.
           PERFORM WITH TEST AFTER
                   UNTIL W-REF-MES > ZEROS AND W-REF-MES < 13
                     AND W-REF-ANO > 1600
               ACCEPT W-ANOMES AT 0932
           END-PERFORM.

           COMPUTE W-DATA-INI = W-ANOMES * 100 + 01.
           IF W-REF-MES = 12
               COMPUTE W-DATA-AUX = (W-REF-ANO + 1) * 10000 + 0101
           ELSE
               COMPUTE W-DATA-AUX = W-ANOMES * 100 + 0101
           END-IF.
           COMPUTE W-DIAS-FIM =
               FUNCTION INTEGER-OF-DATE(W-DATA-AUX) - 1.
           COMPUTE W-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(W-DIAS-FIM).

           OPEN INPUT ARQ-APOLICE.
           IF COD-ERRO-APOL NOT = "00"
               DISPLAY "APOLICE.DAT INDISPONIVEL" AT 1210
               STOP " "
               GOBACK
           END-IF.
           OPEN INPUT ARQ-MOVAPOL.
           IF COD-ERRO-MOVAP = "00"
               MOVE "S" TO W-MOV-OK
           END-IF.

           PERFORM MONTAR-CARTEIRA.
           CLOSE ARQ-APOLICE.
           IF MOVIMENTOS-ABERTO
               CLOSE ARQ-MOVAPOL
           END-IF.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "RELATORIO CARTEIRA.LST GERADO" AT 1210.
           STOP " ".
           GOBACK.

      *-----------------------------------------------------------------*
      * MONTAR-CARTEIRA - PARA CADA APOLICE, PERCORRE OS MOVIMENTOS
      *   DELA EM ORDEM DE DATA: A IMAGEM "ANTES" DO PRIMEIRO MOVIMENTO
      *   A PARTIR DO INICIO DO MES E A SITUACAO NO INICIO; A DO
      *   PRIMEIRO MOVIMENTO DEPOIS DO FIM DO MES E A SITUACAO NO FIM.
      *   SEM MOVIMENTO NESSAS DATAS, VALE A SITUACAO DE APOLICE.DAT.
      *-----------------------------------------------------------------*
       MONTAR-CARTEIRA.
           MOVE "N" TO W-FIM-ARQ.
           PERFORM LER-APOLICE.
           PERFORM TRATAR-APOLICE UNTIL FIM-ARQUIVO.

       LER-APOLICE.
           READ ARQ-APOLICE NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       TRATAR-APOLICE.
           MOVE AP-STATUS   TO W-INI-STATUS W-FIM-STATUS.
           MOVE AP-GRUPO    TO W-INI-GRUPO  W-FIM-GRUPO.
           MOVE AP-PREMIO   TO W-INI-PREMIO W-FIM-PREMIO.
           MOVE AP-CORRETOR TO W-CORRETOR.
           MOVE "N" TO W-INI-ACHADO W-FIM-ACHADO.

           IF MOVIMENTOS-ABERTO
               PERFORM LER-MOVIMENTOS-APOLICE
           END-IF.

           IF W-INI-STATUS = "A"
               MOVE W-INI-GRUPO TO W-GRUPO
               PERFORM ACHAR-ENTRADA
               IF ACHOU-ENTRADA
                   ADD 1            TO TB-ABR-QTD(W-IND)
                   ADD W-INI-PREMIO TO TB-ABR-PREMIO(W-IND)
               END-IF
           END-IF.
           IF W-FIM-STATUS = "A"
               MOVE W-FIM-GRUPO TO W-GRUPO
               PERFORM ACHAR-ENTRADA
               IF ACHOU-ENTRADA
                   ADD 1            TO TB-FEC-QTD(W-IND)
                   ADD W-FIM-PREMIO TO TB-FEC-PREMIO(W-IND)
               END-IF
           END-IF.
           PERFORM LER-APOLICE.

       LER-MOVIMENTOS-APOLICE.
           MOVE "N"            TO W-FIM-MOV.
           MOVE AP-NUM-APOLICE TO MA-NUM-APOLICE.
           MOVE ZEROS          TO MA-DATA MA-HORA MA-SEQ.
           START ARQ-MOVAPOL KEY IS NOT LESS THAN MA-CHAVE
               INVALID KEY
                   MOVE "S" TO W-FIM-MOV
           END-START.
           PERFORM LER-MOVIMENTO.
           PERFORM TRATAR-MOVIMENTO UNTIL FIM-MOVIMENTOS.

       LER-MOVIMENTO.
           IF NOT FIM-MOVIMENTOS
               READ ARQ-MOVAPOL NEXT RECORD
                   AT END MOVE "S" TO W-FIM-MOV
               END-READ
               IF COD-ERRO-MOVAP NOT = "00"
                  OR MA-NUM-APOLICE NOT = AP-NUM-APOLICE
                   MOVE "S" TO W-FIM-MOV
               END-IF
           END-IF.

       TRATAR-MOVIMENTO.
           IF MA-DATA NOT < W-DATA-INI AND W-INI-ACHADO = "N"
               MOVE MA-STATUS-ANT TO W-INI-STATUS
               MOVE MA-GRUPO-ANT  TO W-INI-GRUPO
               MOVE MA-PREMIO-ANT TO W-INI-PREMIO
               MOVE "S" TO W-INI-ACHADO
           END-IF.
           IF MA-DATA > W-DATA-FIM AND W-FIM-ACHADO = "N"
               MOVE MA-STATUS-ANT TO W-FIM-STATUS
               MOVE MA-GRUPO-ANT  TO W-FIM-GRUPO
               MOVE MA-PREMIO-ANT TO W-FIM-PREMIO
               MOVE "S" TO W-FIM-ACHADO
           END-IF.
           IF MA-DATA NOT < W-DATA-INI AND MA-DATA NOT > W-DATA-FIM
               PERFORM APLICAR-MOVIMENTO
           END-IF.
           PERFORM LER-MOVIMENTO.

      *-----------------------------------------------------------------*
      * APLICAR-MOVIMENTO - O MOVIMENTO TIRA A IMAGEM ANTES DO SALDO EM
      *   VIGOR (SE ESTAVA ATIVA) E POE A IMAGEM DEPOIS (SE FICOU
      *   ATIVA), CADA UMA NO SEU GRUPO; ASSIM A TROCA DE GRUPO SAI DE
      *   UM E ENTRA NO OUTRO E O CANCELAMENTO DE UMA SUSPENSA NAO
      *   MEXE NO SALDO. A CONTAGEM DE MOVIMENTOS FICA NO GRUPO NOVO.
      *-----------------------------------------------------------------*
       APLICAR-MOVIMENTO.
           MOVE ZEROS TO W-IT W-IND2.
           PERFORM PROCURAR-TIPO UNTIL W-IT > ZEROS OR W-IND2 >= 7.
           IF W-IT = ZEROS
               EXIT PARAGRAPH
           END-IF.

           IF MA-STATUS-ANT = "A"
               MOVE MA-GRUPO-ANT TO W-GRUPO
               PERFORM ACHAR-ENTRADA
               IF ACHOU-ENTRADA
                   SUBTRACT 1 FROM TB-EF-QTD(W-IND W-IT)
                   SUBTRACT MA-PREMIO-ANT
                       FROM TB-EF-PREMIO(W-IND W-IT)
               END-IF
           END-IF.
           MOVE MA-GRUPO-NOVO TO W-GRUPO.
           PERFORM ACHAR-ENTRADA.
           IF ACHOU-ENTRADA
               ADD 1 TO TB-MOVTOS(W-IND W-IT)
               IF MA-STATUS-NOVO = "A"
                   ADD 1              TO TB-EF-QTD(W-IND W-IT)
                   ADD MA-PREMIO-NOVO TO TB-EF-PREMIO(W-IND W-IT)
               END-IF
           END-IF.

       PROCURAR-TIPO.
           ADD 1 TO W-IND2.
           IF TT-TIPO(W-IND2) = MA-TIPO
               MOVE W-IND2 TO W-IT
           END-IF.

       ACHAR-ENTRADA.
           MOVE "N"   TO W-ACHOU.
           MOVE ZEROS TO W-IND.
           PERFORM PROCURAR-ENTRADA
               UNTIL ACHOU-ENTRADA OR W-IND >= W-QTD-TAB.
           IF NOT ACHOU-ENTRADA AND W-QTD-TAB < 300
               ADD 1 TO W-QTD-TAB
               MOVE W-QTD-TAB  TO W-IND
               MOVE W-CORRETOR TO TB-CORRETOR(W-IND)
               MOVE W-GRUPO    TO TB-GRUPO(W-IND)
               EVALUATE W-GRUPO
                   WHEN "B"   MOVE 1 TO TB-ORDEM(W-IND)
                   WHEN "M"   MOVE 2 TO TB-ORDEM(W-IND)
                   WHEN "A"   MOVE 3 TO TB-ORDEM(W-IND)
                   WHEN OTHER MOVE 4 TO TB-ORDEM(W-IND)
               END-EVALUATE
               MOVE "S" TO W-ACHOU
           END-IF.

       PROCURAR-ENTRADA.
           ADD 1 TO W-IND.
           IF TB-CORRETOR(W-IND) = W-CORRETOR
              AND TB-GRUPO(W-IND) = W-GRUPO
               MOVE "S" TO W-ACHOU
           END-IF.

      *-----------------------------------------------------------------*
      * ORDENAR-CARTEIRA - BOLHA POR CORRETOR E GRUPO (B, M, A).
      *-----------------------------------------------------------------*
       ORDENAR-CARTEIRA.
           MOVE "S" TO W-TROCOU.
           PERFORM PASSADA-ORDENACAO UNTIL NOT HOUVE-TROCA.

       PASSADA-ORDENACAO.
           MOVE "N"   TO W-TROCOU.
           MOVE ZEROS TO W-IND2.
           IF W-QTD-TAB > 1
               COMPUTE W-IND = W-QTD-TAB - 1
               PERFORM COMPARAR-PAR W-IND TIMES
           END-IF.

       COMPARAR-PAR.
           ADD 1 TO W-IND2.
           IF TB-CORRETOR(W-IND2) > TB-CORRETOR(W-IND2 + 1)
              OR (TB-CORRETOR(W-IND2) = TB-CORRETOR(W-IND2 + 1)
              AND TB-ORDEM(W-IND2) > TB-ORDEM(W-IND2 + 1))
               MOVE TB-ENTRADA(W-IND2)     TO TB-TROCA
               MOVE TB-ENTRADA(W-IND2 + 1) TO TB-ENTRADA(W-IND2)
               MOVE TB-TROCA               TO TB-ENTRADA(W-IND2 + 1)
               MOVE "S" TO W-TROCOU
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-RELATORIO - UM BLOCO POR CORRETOR E GRUPO E UM BLOCO
      *   DE TOTAL GERAL, CADA UM COM O SALDO INICIAL, OS MOVIMENTOS
      *   DO MES, O SALDO FINAL CALCULADO E O SALDO DE APOLICE.DAT.
      *-----------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           PERFORM ORDENAR-CARTEIRA.
           OPEN OUTPUT REL-CARTEIRA.
           OPEN INPUT ARQ-CORRETOR.
           MOVE W-ANOMES TO LC-ANOMES.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINCAB2.
           WRITE REG-REL FROM LINTRACO.
           IF NOT MOVIMENTOS-ABERTO
               MOVE "SEM LIVRO MOVAPOL.DAT - SALDOS SO DE APOLICE.DAT"
                   TO REG-REL
               WRITE REG-REL
           END-IF.

           INITIALIZE W-BLOCO.
           MOVE W-BLOCO TO W-TOTAL.
           MOVE ZEROS TO W-IND.
           PERFORM IMPRIMIR-ENTRADA W-QTD-TAB TIMES.

           WRITE REG-REL FROM LINTRACO.
           MOVE W-TOTAL TO W-BLOCO.
           MOVE "TOTAL DA CARTEIRA" TO REG-REL.
           WRITE REG-REL.
           PERFORM IMPRIMIR-BLOCO.

           IF W-QTD-DIFER > ZEROS
               MOVE "CORRETOR/GRUPO COM SALDO FINAL DIVERGENTE:"
                   TO LA-TEXTO
               MOVE W-QTD-DIFER TO LA-QTD
               WRITE REG-REL FROM LINAVISO
           END-IF.

           IF COD-ERRO-CORR = "00"
               CLOSE ARQ-CORRETOR
           END-IF.
           CLOSE REL-CARTEIRA.

       IMPRIMIR-ENTRADA.
           ADD 1 TO W-IND.
           MOVE TB-ENTRADA(W-IND) TO W-BLOCO.
           MOVE BL-CORRETOR TO LR-COD.
           MOVE BL-GRUPO    TO LR-GRUPO.
           MOVE SPACES      TO LR-NOME.
           IF BL-CORRETOR = ZEROS
               MOVE "(SEM CORRETOR)" TO LR-NOME
           ELSE
               IF COD-ERRO-CORR = "00"
                   MOVE BL-CORRETOR TO CR-COD
                   READ ARQ-CORRETOR
                       INVALID KEY
                           MOVE "(NAO CADASTRADO)" TO LR-NOME
                       NOT INVALID KEY
                           MOVE CR-NOME TO LR-NOME
                   END-READ
               END-IF
           END-IF.
           WRITE REG-REL FROM LINCOR.
           PERFORM IMPRIMIR-BLOCO.
           IF W-QTD-CALC NOT = BL-FEC-QTD
              OR W-PREMIO-CALC NOT = BL-FEC-PREMIO
               ADD 1 TO W-QTD-DIFER
           END-IF.
           PERFORM SOMAR-TOTAL.

      *-----------------------------------------------------------------*
      * IMPRIMIR-BLOCO - IMPRIME W-BLOCO. TIPO SEM MOVIMENTO NO MES NAO
      *   SAI. O SALDO FINAL CALCULADO FICA EM W-QTD-CALC E
      *   W-PREMIO-CALC PARA A CONFERENCIA COM APOLICE.DAT.
      *-----------------------------------------------------------------*
       IMPRIMIR-BLOCO.
           MOVE "EM VIGOR NO INICIO DO MES" TO LS-TEXTO.
           MOVE BL-ABR-QTD    TO LS-QTD.
           MOVE BL-ABR-PREMIO TO LS-PREMIO.
           WRITE REG-REL FROM LINSALDO.

           MOVE BL-ABR-QTD    TO W-QTD-CALC.
           MOVE BL-ABR-PREMIO TO W-PREMIO-CALC.
           MOVE ZEROS TO W-IT.
           PERFORM IMPRIMIR-TIPO 7 TIMES.

           MOVE "EM VIGOR NO FIM (MOVIMENTO)" TO LS-TEXTO.
           MOVE W-QTD-CALC    TO LS-QTD.
           MOVE W-PREMIO-CALC TO LS-PREMIO.
           WRITE REG-REL FROM LINSALDO.
           MOVE "EM VIGOR NO FIM (APOLICE.DAT)" TO LS-TEXTO.
           MOVE BL-FEC-QTD    TO LS-QTD.
           MOVE BL-FEC-PREMIO TO LS-PREMIO.
           WRITE REG-REL FROM LINSALDO.
           IF W-QTD-CALC NOT = BL-FEC-QTD
              OR W-PREMIO-CALC NOT = BL-FEC-PREMIO
               MOVE "  ** SALDO NAO CONFERE COM APOLICE.DAT **"
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.

       IMPRIMIR-TIPO.
           ADD 1 TO W-IT.
           IF BL-MOVTOS(W-IT) > ZEROS
               MOVE TT-ROTULO(W-IT)    TO LM-TEXTO
               MOVE BL-MOVTOS(W-IT)    TO LM-MOVTOS
               MOVE BL-EF-QTD(W-IT)    TO LM-QTD
               MOVE BL-EF-PREMIO(W-IT) TO LM-PREMIO
               WRITE REG-REL FROM LINMOV
           END-IF.
           ADD BL-EF-QTD(W-IT)    TO W-QTD-CALC.
           ADD BL-EF-PREMIO(W-IT) TO W-PREMIO-CALC.

      *-----------------------------------------------------------------*
      * SOMAR-TOTAL - ACUMULA A ENTRADA QUE ESTA EM W-BLOCO NO TOTAL
      *   GERAL (W-TOTAL, COM O MESMO LAYOUT).
      *-----------------------------------------------------------------*
       SOMAR-TOTAL.
           MOVE W-TOTAL TO W-BLOCO.
           ADD TB-ABR-QTD(W-IND)    TO BL-ABR-QTD.
           ADD TB-ABR-PREMIO(W-IND) TO BL-ABR-PREMIO.
           ADD TB-FEC-QTD(W-IND)    TO BL-FEC-QTD.
           ADD TB-FEC-PREMIO(W-IND) TO BL-FEC-PREMIO.
           MOVE ZEROS TO W-IT.
           PERFORM SOMAR-TIPO 7 TIMES.
           MOVE W-BLOCO TO W-TOTAL.

       SOMAR-TIPO.
           ADD 1 TO W-IT.
           ADD TB-MOVTOS(W-IND W-IT)    TO BL-MOVTOS(W-IT).
           ADD TB-EF-QTD(W-IND W-IT)    TO BL-EF-QTD(W-IT).
           ADD TB-EF-PREMIO(W-IND W-IT) TO BL-EF-PREMIO(W-IT).
