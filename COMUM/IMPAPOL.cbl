      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             IMPRIME-APOLICE.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * DOCUMENTO DA APOLICE: CHAMADO PELA EMISSAO (CONVPROP, TIPO
      * "APOLICE ") E PELO ENDOSSO (ENDOSSO, TIPO "ENDOSSO ") LOGO APOS
      * A GRAVACAO, COM A IMAGEM DA APOLICE. ABRE UM DOCUMENTO NO
      * SPOOL (GERA-SPOOL, REIMPRESSO PELO RESPOOL) E IMPRIME NUMERO,
      * SEGURADO E CPF, GRUPO E CATEGORIA, PREMIO ANUAL, CLASSE DE
      * BONUS, VEICULO E VALOR SEGURADO, CORRETOR (CORRETOR.DAT),
      * VIGENCIA, AS CLAUSULAS DO GRUPO MANTIDAS PELO
      * SEGURADORA/MANTCOND EM CONDICOES.DAT E O
      * HISTORICO DE ENDOSSOS DO LIVRO DE MOVIMENTACAO (MOVAPOL.DAT).
      * DEVOLVE O NOME DO ARQUIVO GERADO PARA O CHAMADOR MOSTRAR.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CORRETOR ASSIGN TO "CORRETOR.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS CR-COD
               FILE STATUS     IS COD-ERRO-CORR.
           SELECT ARQ-CONDICOES ASSIGN TO "CONDICOES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CD-CHAVE
               FILE STATUS     IS COD-ERRO-COND.
           SELECT ARQ-MOVAPOL ASSIGN TO "MOVAPOL.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS MA-CHAVE
               FILE STATUS     IS COD-ERRO-MOVAP.
           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS PC-CHAVE
               FILE STATUS     IS COD-ERRO-PARC.
           SELECT REL-APOLICE ASSIGN TO W-NOME-SPOOL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS     IS COD-ERRO-REL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CORRETOR.
       01  REG-CORRETOR.
           02 CR-COD    PIC 9(3).
           02 CR-NOME   PIC X(30).
           02 CR-FONE   PIC X(12).
           02 CR-PCT    PIC 99V99.

       FD  ARQ-CONDICOES.
       01  REG-CONDICAO.
           02 CD-CHAVE.
               03 CD-GRUPO   PIC X(01).
               03 CD-LINHA   PIC 9(02).
           02 CD-TEXTO       PIC X(60).

       FD  ARQ-MOVAPOL.
       01  REG-MOVAPOL.
           02 MA-CHAVE.
               03 MA-NUM-APOLICE PIC 9(06).
               03 MA-DATA        PIC 9(08).
               03 MA-HORA        PIC 9(08).
               03 MA-SEQ         PIC 9(03).
           02 MA-PROGRAMA    PIC X(08).
           02 MA-TIPO        PIC X(01).
               88 MA-ENDOSSO         VALUE "E".
           02 MA-CORRETOR    PIC 9(03).
           02 MA-STATUS-ANT  PIC X(01).
           02 MA-STATUS-NOVO PIC X(01).
           02 MA-GRUPO-ANT   PIC X(01).
           02 MA-GRUPO-NOVO  PIC X(01).
           02 MA-PREMIO-ANT  PIC 9(06)V99.
           02 MA-PREMIO-NOVO PIC 9(06)V99.

       FD  ARQ-PARCELAS.
       01  REG-PARCELA.
           02 PC-CHAVE.
               03 PC-NUM-APOLICE PIC 9(6).
               03 PC-PARCELA     PIC 99.
           02 PC-VENCIMENTO  PIC 9(8).
           02 PC-VALOR       PIC 9(6)V99.
           02 PC-STATUS      PIC X(1).
           02 PC-DATA-PGTO   PIC 9(8).
           02 PC-ETAPA-COBR  PIC 9.

       FD  REL-APOLICE
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.
       77 COD-ERRO-CORR   PIC XX VALUE SPACES.
       77 COD-ERRO-COND   PIC XX VALUE SPACES.
       77 COD-ERRO-MOVAP  PIC XX VALUE SPACES.
       77 COD-ERRO-PARC   PIC XX VALUE SPACES.
       77 COD-ERRO-REL    PIC XX VALUE SPACES.
       77 W-MENSAGEM-ERRO PIC X(40) VALUE SPACES.
       77 W-NOME-SPOOL    PIC X(12) VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-QTD-LINHAS    PIC 99 VALUE ZEROS.
       77 W-DATA-HOJE     PIC 9(8) VALUE ZEROS.
       77 W-INI-VIG       PIC 9(8) VALUE ZEROS.
       77 W-FIM-VIG       PIC 9(8) VALUE ZEROS.

       01 W-DATA-AUX-G.
           02 W-AUX-ANO   PIC 9(4).
           02 W-AUX-MES   PIC 9(2).
           02 W-AUX-DIA   PIC 9(2).
       01 W-DATA-AUX REDEFINES W-DATA-AUX-G PIC 9(8).

       01 LINAP-TRACO     PIC X(70) VALUE ALL "=".
       01 LINAP-PONTILHADO PIC X(70) VALUE ALL "-".
       01 LINAP-BRANCO    PIC X(70) VALUE SPACES.
       01 LINAP-TITULO.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 LA-TITULO   PIC X(34).
           02 FILLER      PIC X(11) VALUE "EMITIDO EM ".
           02 LA-EMISSAO  PIC 9999/99/99.
       01 LINAP-NUMERO.
           02 FILLER      PIC X(19) VALUE "APOLICE..........: ".
           02 LA-APOLICE  PIC 9(06).
           02 FILLER      PIC X(10) VALUE SPACES.
           02 FILLER      PIC X(17) VALUE "CLASSE DE BONUS: ".
           02 LA-BONUS    PIC 9(01).
       01 LINAP-SEGURADO.
           02 FILLER      PIC X(19) VALUE "SEGURADO.........: ".
           02 LA-NOME     PIC X(15).
           02 FILLER      PIC X(06) VALUE "  CPF ".
           02 LA-CPF      PIC 9(11).
       01 LINAP-GRUPO.
           02 FILLER      PIC X(19) VALUE "GRUPO / CATEGORIA: ".
           02 LA-GRUPO    PIC X(01).
           02 FILLER      PIC X(03) VALUE " - ".
           02 LA-CATEGORIA PIC X(20).
       01 LINAP-PREMIO.
           02 FILLER      PIC X(19) VALUE "PREMIO ANUAL.....: ".
           02 LA-PREMIO   PIC ZZZ.ZZ9,99.
       01 LINAP-VEICULO.
           02 FILLER      PIC X(19) VALUE "VEICULO..........: ".
           02 LA-MODELO   PIC X(20).
           02 FILLER      PIC X(06) VALUE "  ANO ".
           02 LA-ANO      PIC 9(04).
           02 FILLER      PIC X(08) VALUE "  PLACA ".
           02 LA-PLACA    PIC X(07).
       01 LINAP-CHASSI.
           02 FILLER      PIC X(19) VALUE "CHASSI...........: ".
           02 LA-CHASSI   PIC X(17).
           02 FILLER      PIC X(18) VALUE "  VALOR SEGURADO: ".
           02 LA-VLR-SEG  PIC ZZ.ZZZ.ZZ9,99.
       01 LINAP-CORRETOR.
           02 FILLER      PIC X(19) VALUE "CORRETOR.........: ".
           02 LA-CORRETOR PIC 9(03).
           02 FILLER      PIC X(03) VALUE " - ".
           02 LA-NOME-CORR PIC X(30).
       01 LINAP-VIGENCIA.
           02 FILLER      PIC X(19) VALUE "VIGENCIA.........: ".
           02 LA-INI-VIG  PIC 9999/99/99.
           02 FILLER      PIC X(03) VALUE " A ".
           02 LA-FIM-VIG  PIC 9999/99/99.
       01 LINAP-SEM-VIG.
           02 FILLER      PIC X(19) VALUE "VIGENCIA.........: ".
           02 FILLER      PIC X(14) VALUE "NAO REGISTRADA".
       01 LINAP-SECAO.
           02 LA-SECAO    PIC X(30).
           02 LA-SECAO-GRUPO PIC X(01).
       01 LINAP-CLAUSULA.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 LA-LINHA    PIC Z9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 LA-TEXTO    PIC X(60).
       01 LINAP-AVISO.
           02 FILLER      PIC X(06) VALUE SPACES.
           02 LA-AVISO    PIC X(50).
       01 LINAP-HIST-CAB.
           02 FILLER      PIC X(06) VALUE SPACES.
           02 FILLER      PIC X(13) VALUE "DATA         ".
           02 FILLER      PIC X(10) VALUE "GRUPO     ".
           02 FILLER      PIC X(17) VALUE "PREMIO ANTERIOR  ".
           02 FILLER      PIC X(11) VALUE "PREMIO NOVO".
       01 LINAP-HIST.
           02 FILLER      PIC X(06) VALUE SPACES.
           02 LH-DATA     PIC 9999/99/99.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 LH-GRUPO-ANT PIC X(01).
           02 FILLER      PIC X(04) VALUE " -> ".
           02 LH-GRUPO-NOVO PIC X(01).
           02 FILLER      PIC X(07) VALUE SPACES.
           02 LH-PREMIO-ANT PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 LH-PREMIO-NOVO PIC ZZZ.ZZ9,99.

       LINKAGE                 SECTION.
       01 PROGRAMA      PIC X(08).
       01 TIPO-DOC      PIC X(08).
       01 APOLICE-DOC.
           02 AD-NUM-APOLICE PIC 9(6).
           02 AD-NOME        PIC X(15).
           02 AD-IDADE       PIC 99.
           02 AD-GRUPO       PIC X.
           02 AD-CATEGORIA   PIC X(20).
           02 AD-PREMIO      PIC 9(6)V99.
           02 AD-STATUS      PIC X(1).
           02 AD-MOTIVO      PIC X(20).
           02 AD-CLASSE-BONUS PIC 9.
           02 AD-CORRETOR    PIC 9(3).
           02 AD-CPF         PIC 9(11).
           02 AD-INICIO-VIG  PIC 9(8).
           02 AD-VEIC-MODELO PIC X(20).
           02 AD-VEIC-ANO    PIC 9(4).
           02 AD-VEIC-PLACA  PIC X(7).
           02 AD-VEIC-CHASSI PIC X(17).
           02 AD-VLR-SEGURADO PIC 9(8)V99.
       01 NOME-GERADO   PIC X(12).

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION USING PROGRAMA TIPO-DOC APOLICE-DOC
                                NOME-GERADO.
      *-----------------------------------------------------------------*

       INICIO.
           MOVE SPACES TO NOME-GERADO W-NOME-SPOOL.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "GERA-SPOOL" USING PROGRAMA TIPO-DOC W-NOME-SPOOL.
           OPEN OUTPUT REL-APOLICE.
           IF COD-ERRO-REL NOT = "00"
               CALL "VERIFICA-STATUS" USING COD-ERRO-REL
                   W-MENSAGEM-ERRO "IMPAPOL "
               EXIT PROGRAM
           END-IF.

           PERFORM DEFINIR-VIGENCIA.
           PERFORM IMPRIMIR-DADOS.
           PERFORM IMPRIMIR-CONDICOES.
           PERFORM IMPRIMIR-HISTORICO.
           WRITE REG-REL FROM LINAP-TRACO.
           CLOSE REL-APOLICE.
           MOVE W-NOME-SPOOL TO NOME-GERADO.

           EXIT PROGRAM.

      *-----------------------------------------------------------------*
      * DEFINIR-VIGENCIA - MESMA REGRA DO RESERVA.cbl: INICIO PELA
      *   APOLICE OU, NAS EMITIDAS ANTES DO CAMPO EXISTIR, UM MES
      *   ANTES DO VENCIMENTO DA PARCELA 01; FIM UM ANO DEPOIS.
      *-----------------------------------------------------------------*
       DEFINIR-VIGENCIA.
           MOVE ZEROS TO W-INI-VIG W-FIM-VIG.
           IF AD-INICIO-VIG NUMERIC AND AD-INICIO-VIG > ZEROS
               MOVE AD-INICIO-VIG TO W-INI-VIG
           ELSE
               OPEN INPUT ARQ-PARCELAS
               IF COD-ERRO-PARC = "00"
                   MOVE AD-NUM-APOLICE TO PC-NUM-APOLICE
                   MOVE 01             TO PC-PARCELA
                   READ ARQ-PARCELAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM DERIVAR-INICIO
                   END-READ
                   CLOSE ARQ-PARCELAS
               END-IF
           END-IF.
           IF W-INI-VIG NOT = ZEROS
               MOVE W-INI-VIG TO W-DATA-AUX
               ADD 1 TO W-AUX-ANO
               IF W-AUX-MES = 02 AND W-AUX-DIA = 29
                   MOVE 03 TO W-AUX-MES
                   MOVE 01 TO W-AUX-DIA
               END-IF
               MOVE W-DATA-AUX TO W-FIM-VIG
           END-IF.

       DERIVAR-INICIO.
           MOVE PC-VENCIMENTO TO W-DATA-AUX.
           IF W-AUX-MES = 01
               MOVE 12 TO W-AUX-MES
               SUBTRACT 1 FROM W-AUX-ANO
           ELSE
               SUBTRACT 1 FROM W-AUX-MES
           END-IF.
           IF W-AUX-DIA > 28
               MOVE 28 TO W-AUX-DIA
           END-IF.
           MOVE W-DATA-AUX TO W-INI-VIG.

      *-----------------------------------------------------------------*
      * IMPRIMIR-DADOS - CABECALHO E DADOS DA APOLICE. CORRETOR FORA
      *   DO CADASTRO SAI SO COM O CODIGO.
      *-----------------------------------------------------------------*
       IMPRIMIR-DADOS.
           IF TIPO-DOC = "ENDOSSO "
               MOVE "APOLICE DE SEGURO - ENDOSSO" TO LA-TITULO
           ELSE
               MOVE "APOLICE DE SEGURO" TO LA-TITULO
           END-IF.
           MOVE W-DATA-HOJE     TO LA-EMISSAO.
           WRITE REG-REL FROM LINAP-TRACO.
           WRITE REG-REL FROM LINAP-TITULO.
           WRITE REG-REL FROM LINAP-TRACO.
           MOVE AD-NUM-APOLICE  TO LA-APOLICE.
           MOVE AD-CLASSE-BONUS TO LA-BONUS.
           WRITE REG-REL FROM LINAP-NUMERO.
           MOVE AD-NOME         TO LA-NOME.
           MOVE AD-CPF          TO LA-CPF.
           WRITE REG-REL FROM LINAP-SEGURADO.
           MOVE AD-GRUPO        TO LA-GRUPO.
           MOVE AD-CATEGORIA    TO LA-CATEGORIA.
           WRITE REG-REL FROM LINAP-GRUPO.
           MOVE AD-PREMIO       TO LA-PREMIO.
           WRITE REG-REL FROM LINAP-PREMIO.
           IF AD-VEIC-MODELO NOT = SPACES
               MOVE AD-VEIC-MODELO  TO LA-MODELO
               MOVE AD-VEIC-ANO     TO LA-ANO
               MOVE AD-VEIC-PLACA   TO LA-PLACA
               WRITE REG-REL FROM LINAP-VEICULO
               MOVE AD-VEIC-CHASSI  TO LA-CHASSI
               MOVE AD-VLR-SEGURADO TO LA-VLR-SEG
               WRITE REG-REL FROM LINAP-CHASSI
           END-IF.

           MOVE AD-CORRETOR     TO LA-CORRETOR.
           MOVE SPACES          TO LA-NOME-CORR.
           OPEN INPUT ARQ-CORRETOR.
           IF COD-ERRO-CORR = "00"
               MOVE AD-CORRETOR TO CR-COD
               READ ARQ-CORRETOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CR-NOME TO LA-NOME-CORR
               END-READ
               CLOSE ARQ-CORRETOR
           END-IF.
           WRITE REG-REL FROM LINAP-CORRETOR.

           IF W-INI-VIG = ZEROS
               WRITE REG-REL FROM LINAP-SEM-VIG
           ELSE
               MOVE W-INI-VIG   TO LA-INI-VIG
               MOVE W-FIM-VIG   TO LA-FIM-VIG
               WRITE REG-REL FROM LINAP-VIGENCIA
           END-IF.

      *-----------------------------------------------------------------*
      * IMPRIMIR-CONDICOES - CLAUSULAS DO GRUPO DA APOLICE NA ORDEM DAS
      *   LINHAS CADASTRADAS EM CONDICOES.DAT.
      *-----------------------------------------------------------------*
       IMPRIMIR-CONDICOES.
           WRITE REG-REL FROM LINAP-PONTILHADO.
           MOVE "CONDICOES PARTICULARES - GRUPO" TO LA-SECAO.
           MOVE AD-GRUPO TO LA-SECAO-GRUPO.
           WRITE REG-REL FROM LINAP-SECAO.
           WRITE REG-REL FROM LINAP-BRANCO.
           MOVE ZEROS TO W-QTD-LINHAS.
           MOVE "N"   TO W-FIM-ARQ.
           OPEN INPUT ARQ-CONDICOES.
           IF COD-ERRO-COND = "00"
               MOVE AD-GRUPO TO CD-GRUPO
               MOVE ZEROS    TO CD-LINHA
               START ARQ-CONDICOES KEY IS NOT LESS THAN CD-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
               END-START
               PERFORM LER-CONDICAO
               PERFORM IMPRIMIR-CLAUSULA UNTIL FIM-ARQUIVO
               CLOSE ARQ-CONDICOES
           END-IF.
           IF W-QTD-LINHAS = ZEROS
               MOVE "SEM CLAUSULAS CADASTRADAS PARA O GRUPO" TO LA-AVISO
               WRITE REG-REL FROM LINAP-AVISO
           END-IF.

       LER-CONDICAO.
           IF NOT FIM-ARQUIVO
               READ ARQ-CONDICOES NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF COD-ERRO-COND NOT = "00"
                  OR CD-GRUPO NOT = AD-GRUPO
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       IMPRIMIR-CLAUSULA.
           ADD 1 TO W-QTD-LINHAS.
           MOVE CD-LINHA TO LA-LINHA.
           MOVE CD-TEXTO TO LA-TEXTO.
           WRITE REG-REL FROM LINAP-CLAUSULA.
           PERFORM LER-CONDICAO.

      *-----------------------------------------------------------------*
      * IMPRIMIR-HISTORICO - ENDOSSOS DA APOLICE (TIPO "E" DO LIVRO DE
      *   MOVIMENTACAO), DO MAIS ANTIGO AO MAIS RECENTE, COM O GRUPO E
      *   O PREMIO DE ANTES E DE DEPOIS.
      *-----------------------------------------------------------------*
       IMPRIMIR-HISTORICO.
           WRITE REG-REL FROM LINAP-PONTILHADO.
           MOVE "HISTORICO DE ENDOSSOS" TO LA-SECAO.
           MOVE SPACE TO LA-SECAO-GRUPO.
           WRITE REG-REL FROM LINAP-SECAO.
           WRITE REG-REL FROM LINAP-BRANCO.
           MOVE ZEROS TO W-QTD-LINHAS.
           MOVE "N"   TO W-FIM-ARQ.
           OPEN INPUT ARQ-MOVAPOL.
           IF COD-ERRO-MOVAP = "00"
               MOVE AD-NUM-APOLICE TO MA-NUM-APOLICE
               MOVE ZEROS TO MA-DATA MA-HORA MA-SEQ
               START ARQ-MOVAPOL KEY IS NOT LESS THAN MA-CHAVE
                   INVALID KEY
                       MOVE "S" TO W-FIM-ARQ
               END-START
               PERFORM LER-MOVIMENTO
               PERFORM IMPRIMIR-ENDOSSO UNTIL FIM-ARQUIVO
               CLOSE ARQ-MOVAPOL
           END-IF.
           IF W-QTD-LINHAS = ZEROS
               MOVE "APOLICE SEM ENDOSSOS" TO LA-AVISO
               WRITE REG-REL FROM LINAP-AVISO
           END-IF.

       LER-MOVIMENTO.
           IF NOT FIM-ARQUIVO
               READ ARQ-MOVAPOL NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ARQ
               END-READ
               IF COD-ERRO-MOVAP NOT = "00"
                  OR MA-NUM-APOLICE NOT = AD-NUM-APOLICE
                   MOVE "S" TO W-FIM-ARQ
               END-IF
           END-IF.

       IMPRIMIR-ENDOSSO.
           IF MA-ENDOSSO
               IF W-QTD-LINHAS = ZEROS
                   WRITE REG-REL FROM LINAP-HIST-CAB
               END-IF
               ADD 1 TO W-QTD-LINHAS
               MOVE MA-DATA        TO LH-DATA
               MOVE MA-GRUPO-ANT   TO LH-GRUPO-ANT
               MOVE MA-GRUPO-NOVO  TO LH-GRUPO-NOVO
               MOVE MA-PREMIO-ANT  TO LH-PREMIO-ANT
               MOVE MA-PREMIO-NOVO TO LH-PREMIO-NOVO
               WRITE REG-REL FROM LINAP-HIST
           END-IF.
           PERFORM LER-MOVIMENTO.
