      *-----------------------------------------------------------------*
       IDENTIFICATION          DIVISION.
      *-----------------------------------------------------------------*

       PROGRAM-ID.             CONVNAT.
       AUTHOR.                 JULIANO NICOMEDES.
       INSTALLATION.       UNIVERSIDADE PRESBITERIANA MACKENZIE.
       SECURITY.           PROGRAMA DE USO EXCLUSIVO DOS ALUNOS.
      *-----------------------------------------------------------------*
      * 15 OUTUBRO 2026 - JULIANO - CONVERSAO UNICA DOS ARQUIVOS DA
      *   PISCINA PARA O CODIGO DO NADADOR. NADADORES.DAT ERA
      *   SEQUENCIAL E TODO O RESTO ACHAVA O NADADOR PELOS 20
      *   CARACTERES DO NOME: DUAS CRIANCAS DE MESMO NOME SE
      *   MISTURAVAM E UMA CORRECAO DE GRAFIA PERDIA O HISTORICO.
      *   ESTE PROGRAMA:
      *   - NADADORES.DAT: CADA FICHA RECEBE UM CODIGO DA SERIE
      *     "NADADOR " (COMUM/PROXNUM.cbl) E O ARQUIVO E RECRIADO
      *     INDEXADO PELO CODIGO, COM CHAVE ALTERNATIVA PELO NOME.
      *   - MATRINAT.DAT, ESPERNAT.DAT, PRESNAT.DAT E TORNEIO.DAT
      *     (SEQUENCIAIS) E MENSANAT.DAT E MELHORES.DAT (INDEXADOS):
      *     O NOME E TROCADO PELO CODIGO, EM DUAS PASSAGENS POR
      *     CONVNAT.TMP, COMO NO CONVQTD.cbl. NOME COM UMA SO FICHA
      *     PEGA O CODIGO DELA; NOME REPETIDO E DESEMPATADO PELA
      *     CATEGORIA (DA TURMA, DA INSCRICAO OU DA COBRANCA); O QUE
      *     NAO SE RESOLVE FICA COM CODIGO 000000 E SAI LISTADO.
      *     COBRANCA OU MELHOR TEMPO QUE COM O CODIGO 000000 REPETIRIA
      *     A CHAVE DE OUTRO VAI PARA CONVNAT.PEN, NO LAYOUT ANTIGO.
      *   CONVNAT.LST TRAZ OS NOMES REPETIDOS DE NADADORES.DAT COM OS
      *   CODIGOS CANDIDATOS, CADA REGISTRO QUE FICOU SEM NADADOR
      *   DEFINIDO (PARA A SECRETARIA ACERTAR A MAO) E AS CONTAGENS.
      *   AO TERMINAR GRAVA CONVNAT.CTL; SE ESSE ARQUIVO JA EXISTIR O
      *   PROGRAMA RECUSA RODAR DE NOVO. FAZER O BACKUP ANTES DE
      *   CONFIRMAR E NAO USAR OS PROGRAMAS DA PISCINA DURANTE A
      *   CONVERSAO.
      * 15 OUTUBRO 2026 - JULIANO - GRAVA A FICHA E A COBRANCA JA NO
      *   LAYOUT COM RESPONSAVEL FINANCEIRO (RN-RESPONSAVEL E
      *   MN-RESPONSAVEL ZERADOS, MN-DESCONTO ZERADO); O VINCULO DE
      *   CADA NADADOR AO RESPONSAVEL E FEITO DEPOIS NO CADRESP.cbl.
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*

       CONFIGURATION           SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTROLE ASSIGN TO "CONVNAT.CTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATCTL.

           SELECT ARQ-NAD-ANT ASSIGN TO "NADADORES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATNA.
           SELECT ARQ-NADADORES ASSIGN TO "NADADORES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS RN-CODIGO
               ALTERNATE RECORD KEY IS RN-NOME WITH DUPLICATES
               FILE STATUS     IS W-STATNA.

           SELECT ARQ-TURMAS ASSIGN TO "TURMASN.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS TN-CODIGO
               FILE STATUS     IS W-STATT.

           SELECT ARQ-MENSAL-ANT ASSIGN TO "MENSANAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS MNA-CHAVE
               FILE STATUS     IS W-STATMN.
           SELECT ARQ-MENSAL ASSIGN TO "MENSANAT.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS MN-CHAVE
               FILE STATUS     IS W-STATMN.

           SELECT ARQ-MELHOR-ANT ASSIGN TO "MELHORES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS MHA-CHAVE
               FILE STATUS     IS W-STATMH.
           SELECT ARQ-MELHOR ASSIGN TO "MELHORES.DAT"
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS RANDOM
               RECORD KEY      IS MH-CHAVE
               FILE STATUS     IS W-STATMH.

           SELECT ARQ-SEQ ASSIGN TO W-NOME-ARQ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATSEQ.
           SELECT ARQ-TMP ASSIGN TO "CONVNAT.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATTMP.
           SELECT ARQ-PENDENTE ASSIGN TO "CONVNAT.PEN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATPEN.

           SELECT REL-RESUMO ASSIGN TO "CONVNAT.LST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS  W-STATREL.

      *-----------------------------------------------------------------*
       DATA                    DIVISION.
      *-----------------------------------------------------------------*

       FILE SECTION.
       FD  ARQ-CONTROLE
           LABEL RECORD STANDARD.
       01  REG-CONTROLE.
           02 CC-DATA        PIC 9(8).
           02 FILLER         PIC X(01).
           02 CC-PROGRAMA    PIC X(08).

      * NADADORES.DAT - ANTIGO (SEQUENCIAL, SEM CODIGO) E NOVO
       FD  ARQ-NAD-ANT
           LABEL RECORD STANDARD.
       01  REG-NAD-ANT.
           02 NA-NOME        PIC X(20).
           02 FILLER         PIC X(1).
           02 NA-IDADE       PIC 99.
           02 FILLER         PIC X(1).
           02 NA-CATEGORIA   PIC X(10).
           02 FILLER         PIC X(1).
           02 NA-DATA        PIC 9(8).
           02 FILLER         PIC X(1).
           02 NA-NASC        PIC 9(8).
       FD  ARQ-NADADORES.
       01  REG-NADADOR.
           02 RN-CODIGO      PIC 9(6).
           02 FILLER         PIC X(1).
           02 RN-NOME        PIC X(20).
           02 FILLER         PIC X(1).
           02 RN-RESTO       PIC X(31).
           02 FILLER         PIC X(1).
           02 RN-RESPONSAVEL PIC 9(6).

       FD  ARQ-TURMAS.
       01  REG-TURMA.
           02 TN-CODIGO       PIC 9(3).
           02 TN-CATEGORIA    PIC X(10).
           02 TN-DIA-SEMANA   PIC X(3).
           02 TN-HORA         PIC 9(4).
           02 TN-CAPACIDADE   PIC 99.
           02 TN-MATRICULADOS PIC 99.
           02 TN-INSTRUTOR    PIC 99.

       FD  ARQ-MENSAL-ANT.
       01  REG-MENSAL-ANT.
           02 MNA-CHAVE.
               03 MNA-ANOMES   PIC 9(6).
               03 MNA-TURMA    PIC 9(3).
               03 MNA-NOME     PIC X(20).
           02 MNA-CATEGORIA PIC X(10).
           02 MNA-RESTO     PIC X(15).
       FD  ARQ-MENSAL.
       01  REG-MENSAL.
           02 MN-CHAVE.
               03 MN-ANOMES    PIC 9(6).
               03 MN-TURMA     PIC 9(3).
               03 MN-NADADOR   PIC 9(6).
           02 MN-CATEGORIA  PIC X(10).
           02 MN-RESTO      PIC X(15).
           02 MN-RESPONSAVEL PIC 9(6).
           02 MN-DESCONTO   PIC 9(4)V99.

       FD  ARQ-MELHOR-ANT.
       01  REG-MELHOR-ANT.
           02 MHA-CHAVE.
               03 MHA-NOME      PIC X(20).
               03 MHA-PROVA     PIC X(10).
               03 MHA-DISTANCIA PIC 9(4).
           02 MHA-TEMPO     PIC 9(6).
       FD  ARQ-MELHOR.
       01  REG-MELHOR.
           02 MH-CHAVE.
               03 MH-NADADOR    PIC 9(6).
               03 MH-PROVA      PIC X(10).
               03 MH-DISTANCIA  PIC 9(4).
           02 MH-TEMPO      PIC 9(6).

       FD  ARQ-SEQ
           LABEL RECORD STANDARD.
       01  REG-SEQ    PIC X(200).

       FD  ARQ-TMP
           LABEL RECORD STANDARD.
       01  REG-TMP    PIC X(200).

       FD  ARQ-PENDENTE
           LABEL RECORD STANDARD.
       01  REG-PENDENTE PIC X(80).

       FD  REL-RESUMO
           LABEL RECORD STANDARD.
       01  REG-REL    PIC X(80).

       WORKING-STORAGE         SECTION.

       77 W-STATCTL       PIC XX VALUE SPACES.
       77 W-STATNA        PIC XX VALUE SPACES.
       77 W-STATT         PIC XX VALUE SPACES.
       77 W-STATMN        PIC XX VALUE SPACES.
       77 W-STATMH        PIC XX VALUE SPACES.
       77 W-STATSEQ       PIC XX VALUE SPACES.
       77 W-STATTMP       PIC XX VALUE SPACES.
       77 W-STATPEN       PIC XX VALUE SPACES.
       77 W-STATREL       PIC XX VALUE SPACES.
       77 W-FIM-ARQ       PIC X  VALUE "N".
           88 FIM-ARQUIVO          VALUE "S".
       77 W-RESP          PIC X  VALUE SPACES.
       77 W-TURMAS-OK     PIC X  VALUE "N".
       77 W-ESTOURO       PIC X  VALUE "N".
           88 ESTOURO-TABELA       VALUE "S".

       77 W-NOME-ARQ      PIC X(14) VALUE SPACES.
       77 W-DATA-HOJE     PIC 9(8)  VALUE ZEROS.
       77 W-SEM-SEMENTE   PIC 9(6)  VALUE ZEROS.

      * RESOLUCAO DO NOME ANTIGO PARA O CODIGO
       77 W-NOME-ANT      PIC X(20) VALUE SPACES.
       77 W-CATEG-REF     PIC X(10) VALUE SPACES.
       77 W-COD-NOVO      PIC 9(6)  VALUE ZEROS.
       77 W-COD-NOME      PIC 9(6)  VALUE ZEROS.
       77 W-COD-CATEG     PIC 9(6)  VALUE ZEROS.
       77 W-QTD-NOME      PIC 9(4)  VALUE ZEROS.
       77 W-QTD-CATEG     PIC 9(4)  VALUE ZEROS.
       77 W-PRIMEIRO      PIC 9(4)  VALUE ZEROS.
       77 W-MOTIVO        PIC X(25) VALUE SPACES.
       77 W-REFER         PIC X(20) VALUE SPACES.
       77 W-IND           PIC 9(4)  VALUE ZEROS.
       77 W-IND2          PIC 9(4)  VALUE ZEROS.

       77 W-QTD-FICHAS    PIC 9(4) VALUE ZEROS.
       77 W-QTD-REPET     PIC 9(4) VALUE ZEROS.
       77 W-QTD-MATR      PIC 9(6) VALUE ZEROS.
       77 W-QTD-ESPERA    PIC 9(6) VALUE ZEROS.
       77 W-QTD-PRES      PIC 9(6) VALUE ZEROS.
       77 W-QTD-TORN      PIC 9(6) VALUE ZEROS.
       77 W-QTD-MENS      PIC 9(6) VALUE ZEROS.
       77 W-QTD-MELHOR    PIC 9(6) VALUE ZEROS.
       77 W-QTD-SEM-COD   PIC 9(6) VALUE ZEROS.
       77 W-QTD-PEN       PIC 9(6) VALUE ZEROS.

      * FICHAS JA CONVERTIDAS: NOME, CODIGO DADO E CATEGORIA
       01 TAB-FICHAS.
           02 TC-ENTRADA OCCURS 999 TIMES.
               03 TC-NOME      PIC X(20).
               03 TC-CODIGO    PIC 9(6).
               03 TC-CATEG     PIC X(10).
               03 TC-NASC      PIC 9(8).

      * MATRINAT.DAT - ANTIGO (NOME) E NOVO (CODIGO)
       01 W-MATR-ANT.
           02 MTA-TURMA      PIC 9(3).
           02 FILLER         PIC X(1).
           02 MTA-NOME       PIC X(20).
           02 FILLER         PIC X(1).
           02 MTA-DATA       PIC 9(8).
           02 FILLER         PIC X(1).
           02 MTA-STATUS     PIC X(1).
       01 W-MATR-NOVO.
           02 MTN-TURMA      PIC 9(3).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 MTN-NADADOR    PIC 9(6).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 MTN-DATA       PIC 9(8).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 MTN-STATUS     PIC X(1).

      * ESPERNAT.DAT
       01 W-ESPERA-ANT.
           02 ESA-TURMA      PIC 9(3).
           02 FILLER         PIC X(1).
           02 ESA-NOME       PIC X(20).
           02 FILLER         PIC X(1).
           02 ESA-DATA       PIC 9(8).
       01 W-ESPERA-NOVO.
           02 ESN-TURMA      PIC 9(3).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 ESN-NADADOR    PIC 9(6).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 ESN-DATA       PIC 9(8).

      * PRESNAT.DAT
       01 W-PRES-ANT.
           02 PRA-TURMA      PIC 9(3).
           02 FILLER         PIC X(1).
           02 PRA-DATA       PIC 9(8).
           02 FILLER         PIC X(1).
           02 PRA-NOME       PIC X(20).
           02 FILLER         PIC X(1).
           02 PRA-PRESENCA   PIC X(1).
       01 W-PRES-NOVO.
           02 PRN-TURMA      PIC 9(3).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 PRN-DATA       PIC 9(8).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 PRN-NADADOR    PIC 9(6).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 PRN-PRESENCA   PIC X(1).

      * TORNEIO.DAT
       01 W-TORN-ANT.
           02 TOA-NOME       PIC X(20).
           02 FILLER         PIC X(1).
           02 TOA-CATEGORIA  PIC X(10).
           02 TOA-RESTO.
               03 FILLER        PIC X(1).
               03 TOA-PROVA     PIC X(10).
               03 FILLER        PIC X(1).
               03 TOA-DISTANCIA PIC 9(4).
               03 FILLER        PIC X(9).
       01 W-TORN-NOVO.
           02 TON-NADADOR    PIC 9(6).
           02 FILLER         PIC X(1)  VALUE SPACE.
           02 TON-CATEGORIA  PIC X(10).
           02 TON-RESTO      PIC X(25).

      * CONVNAT.TMP DOS INDEXADOS: REGISTRO NOVO + NOME ANTIGO, PARA
      * A SEGUNDA PASSAGEM PODER APONTAR CHAVE REPETIDA
       01 W-TMP-MENSAL.
           02 WTM-REGISTRO   PIC X(52).
           02 WTM-NOME       PIC X(20).
           02 WTM-ANTIGO     PIC X(54).
       01 W-TMP-MELHOR.
           02 WTH-REGISTRO   PIC X(26).
           02 WTH-NOME       PIC X(20).
           02 WTH-ANTIGO     PIC X(40).

       01 LINCAB1.
           02 FILLER    PIC X(34) VALUE
               "CONVERSAO PARA CODIGO DO NADADOR ".
           02 FILLER    PIC X(04) VALUE "EM: ".
           02 LC-DATA   PIC 9(4)/99/99.
           02 FILLER    PIC X(32) VALUE SPACES.
       01 LINTRACO.
           02 FILLER    PIC X(62) VALUE ALL "=".
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINTITULO.
           02 LT-TEXTO  PIC X(62).
           02 FILLER    PIC X(18) VALUE SPACES.
       01 LINHOMON.
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 LH-CODIGO    PIC 9(6).
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 LH-NOME      PIC X(20).
           02 FILLER       PIC X(2)  VALUE SPACES.
           02 LH-CATEGORIA PIC X(10).
           02 FILLER       PIC X(8)  VALUE "  NASC. ".
           02 LH-NASC      PIC 9999/99/99.
           02 FILLER       PIC X(20) VALUE SPACES.
       01 LINPEND.
           02 LP-ARQUIVO   PIC X(13).
           02 LP-NOME      PIC X(20).
           02 FILLER       PIC X(1)  VALUE SPACES.
           02 LP-REFER     PIC X(20).
           02 FILLER       PIC X(1)  VALUE SPACES.
           02 LP-MOTIVO    PIC X(25).
       01 LINDET.
           02 LD-ROTULO PIC X(36).
           02 LD-QTD    PIC ZZZZZ9.
           02 FILLER    PIC X(38) VALUE SPACES.

      *-----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------*

       INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CONTROLE.
           IF W-STATCTL = "00"
               READ ARQ-CONTROLE
                   AT END MOVE ZEROS TO CC-DATA
               END-READ
               CLOSE ARQ-CONTROLE
               DISPLAY "CONVERSAO JA EXECUTADA EM " CC-DATA
               DISPLAY "(CONVNAT.CTL) - NADA FOI ALTERADO"
               GOBACK
           END-IF.

           DISPLAY "CONVERSAO DA PISCINA PARA CODIGO DO NADADOR".
           DISPLAY "RODAR UMA UNICA VEZ, COM O BACKUP FEITO E NENHUM".
           DISPLAY "PROGRAMA DA PISCINA EM USO.".
           DISPLAY "CONFIRMA A EXECUCAO? (S/N)".
           PERFORM WITH TEST AFTER UNTIL W-RESP = "S" OR "N"
               ACCEPT W-RESP
               MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
           END-PERFORM.
           IF W-RESP = "N"
               DISPLAY "CONVERSAO ABANDONADA"
               GOBACK
           END-IF.

           INITIALIZE TAB-FICHAS.
           PERFORM SEPARAR-NADADORES.
           IF ESTOURO-TABELA
               DISPLAY "NADADORES.DAT EXCEDE 999 FICHAS - ABORTADO"
               DISPLAY "NENHUM ARQUIVO FOI ALTERADO"
               GOBACK
           END-IF.
           PERFORM RECRIAR-NADADORES.

           OPEN OUTPUT REL-RESUMO.
           OPEN OUTPUT ARQ-PENDENTE.
           MOVE W-DATA-HOJE TO LC-DATA.
           WRITE REG-REL FROM LINCAB1.
           WRITE REG-REL FROM LINTRACO.
           PERFORM LISTAR-HOMONIMOS.

           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           MOVE "REGISTROS SEM NADADOR DEFINIDO (CODIGO 000000)"
               TO LT-TEXTO.
           WRITE REG-REL FROM LINTITULO.
           WRITE REG-REL FROM LINTRACO.

           MOVE "N" TO W-TURMAS-OK.
           OPEN INPUT ARQ-TURMAS.
           IF W-STATT = "00"
               MOVE "S" TO W-TURMAS-OK
           END-IF.

           PERFORM CONVERTER-MATRICULAS.
           PERFORM CONVERTER-ESPERA.
           PERFORM CONVERTER-PRESENCA.
           PERFORM CONVERTER-TORNEIO.
           PERFORM CONVERTER-MENSAL.
           PERFORM CONVERTER-MELHORES.

           IF W-TURMAS-OK = "S"
               CLOSE ARQ-TURMAS
           END-IF.
           CLOSE ARQ-PENDENTE.

           PERFORM GRAVAR-CONTROLE.
           PERFORM IMPRIMIR-RESUMO.
           CLOSE REL-RESUMO.
           DISPLAY "CONVERSAO CONCLUIDA - VER CONVNAT.LST".
           IF W-QTD-SEM-COD > ZEROS
               DISPLAY W-QTD-SEM-COD " REGISTRO(S) SEM NADADOR DEFINIDO"
           END-IF.
           GOBACK.

      *-----------------------------------------------------------------*
      * SEPARAR-NADADORES - PASSO 1: LE A FICHA SEQUENCIAL ANTIGA, DA
      *   A CADA NADADOR O PROXIMO CODIGO DA SERIE "NADADOR ", GUARDA
      *   NOME/CODIGO/CATEGORIA NA TABELA E GRAVA O LAYOUT NOVO EM
      *   CONVNAT.TMP.
      *-----------------------------------------------------------------*
       SEPARAR-NADADORES.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-NAD-ANT.
           IF W-STATNA NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-NAD-ANT.
           PERFORM SEPARAR-NADADOR UNTIL FIM-ARQUIVO.
           CLOSE ARQ-NAD-ANT ARQ-TMP.

       LER-NAD-ANT.
           READ ARQ-NAD-ANT
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-NADADOR.
           IF W-QTD-FICHAS NOT < 999
               MOVE "S" TO W-ESTOURO W-FIM-ARQ
               EXIT PARAGRAPH
           END-IF.
           CALL "PROXIMO-NUMERO" USING "NADADOR " W-COD-NOVO
                                       W-SEM-SEMENTE.
           ADD 1 TO W-QTD-FICHAS.
           MOVE NA-NOME      TO TC-NOME(W-QTD-FICHAS).
           MOVE W-COD-NOVO   TO TC-CODIGO(W-QTD-FICHAS).
           MOVE NA-CATEGORIA TO TC-CATEG(W-QTD-FICHAS).
           MOVE NA-NASC      TO TC-NASC(W-QTD-FICHAS).

           MOVE SPACES       TO REG-NADADOR.
           MOVE W-COD-NOVO   TO RN-CODIGO.
           MOVE NA-NOME      TO RN-NOME.
           MOVE REG-NAD-ANT(22:31) TO RN-RESTO.
           MOVE ZEROS        TO RN-RESPONSAVEL.
           MOVE SPACES       TO REG-TMP.
           MOVE REG-NADADOR  TO REG-TMP.
           WRITE REG-TMP.
           PERFORM LER-NAD-ANT.

      *-----------------------------------------------------------------*
      * RECRIAR-NADADORES - PASSO 2: NADADORES.DAT RECRIADO INDEXADO A
      *   PARTIR DO TMP (OS CODIGOS SAIRAM EM ORDEM CRESCENTE).
      *-----------------------------------------------------------------*
       RECRIAR-NADADORES.
           IF W-QTD-FICHAS = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-NADADORES.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-NADADOR UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-NADADORES.

       COPIAR-TMP-NADADOR.
           MOVE REG-TMP TO REG-NADADOR.
           WRITE REG-NADADOR
               INVALID KEY
                   DISPLAY "CODIGO REPETIDO NO NUMERADOR: " RN-CODIGO
           END-WRITE.
           PERFORM LER-TMP.

      *-----------------------------------------------------------------*
      * LISTAR-HOMONIMOS - CADA NOME QUE APARECE EM MAIS DE UMA FICHA
      *   SAI UMA VEZ, COM TODAS AS FICHAS (CODIGO, CATEGORIA E
      *   NASCIMENTO), PARA A SECRETARIA SABER QUEM E QUEM.
      *-----------------------------------------------------------------*
       LISTAR-HOMONIMOS.
           MOVE "NOMES REPETIDOS EM NADADORES.DAT (CODIGOS CANDIDATOS)"
               TO LT-TEXTO.
           WRITE REG-REL FROM LINTITULO.
           WRITE REG-REL FROM LINTRACO.
           MOVE ZEROS TO W-IND.
           PERFORM CONFERIR-REPETIDO W-QTD-FICHAS TIMES.
           IF W-QTD-REPET = ZEROS
               MOVE "  NENHUM NOME REPETIDO" TO REG-REL
               WRITE REG-REL
           END-IF.

       CONFERIR-REPETIDO.
           ADD 1 TO W-IND.
           MOVE TC-NOME(W-IND) TO W-NOME-ANT.
           MOVE ZEROS TO W-QTD-NOME W-PRIMEIRO W-IND2.
           PERFORM CONTAR-NOME W-QTD-FICHAS TIMES.
           IF W-QTD-NOME > 1 AND W-PRIMEIRO = W-IND
               ADD 1 TO W-QTD-REPET
               MOVE ZEROS TO W-IND2
               PERFORM IMPRIMIR-HOMONIMO W-QTD-FICHAS TIMES
           END-IF.

       CONTAR-NOME.
           ADD 1 TO W-IND2.
           IF TC-NOME(W-IND2) = W-NOME-ANT
               ADD 1 TO W-QTD-NOME
               IF W-PRIMEIRO = ZEROS
                   MOVE W-IND2 TO W-PRIMEIRO
               END-IF
           END-IF.

       IMPRIMIR-HOMONIMO.
           ADD 1 TO W-IND2.
           IF TC-NOME(W-IND2) = W-NOME-ANT
               MOVE TC-CODIGO(W-IND2) TO LH-CODIGO
               MOVE TC-NOME(W-IND2)   TO LH-NOME
               MOVE TC-CATEG(W-IND2)  TO LH-CATEGORIA
               MOVE TC-NASC(W-IND2)   TO LH-NASC
               WRITE REG-REL FROM LINHOMON
           END-IF.

      *-----------------------------------------------------------------*
      * RESOLVER-NOME - DE W-NOME-ANT (E DA CATEGORIA DE REFERENCIA
      *   EM W-CATEG-REF, SE HOUVER) PARA W-COD-NOVO. SEM SOLUCAO O
      *   CODIGO VOLTA ZERADO E W-MOTIVO DIZ POR QUE.
      *-----------------------------------------------------------------*
       RESOLVER-NOME.
           MOVE ZEROS  TO W-COD-NOVO W-COD-NOME W-COD-CATEG
                          W-QTD-NOME W-QTD-CATEG W-IND.
           MOVE SPACES TO W-MOTIVO.
           PERFORM CONFERIR-FICHA W-QTD-FICHAS TIMES.
           EVALUATE TRUE
               WHEN W-QTD-NOME = 1
                   MOVE W-COD-NOME  TO W-COD-NOVO
               WHEN W-QTD-NOME = ZEROS
                   MOVE "NAO CADASTRADO"  TO W-MOTIVO
               WHEN W-QTD-CATEG = 1
                   MOVE W-COD-CATEG TO W-COD-NOVO
               WHEN OTHER
                   MOVE "HOMONIMO - VER CANDIDATOS" TO W-MOTIVO
           END-EVALUATE.

       CONFERIR-FICHA.
           ADD 1 TO W-IND.
           IF TC-NOME(W-IND) = W-NOME-ANT
               ADD 1 TO W-QTD-NOME
               MOVE TC-CODIGO(W-IND) TO W-COD-NOME
               IF W-CATEG-REF NOT = SPACES
                  AND TC-CATEG(W-IND) = W-CATEG-REF
                   ADD 1 TO W-QTD-CATEG
                   MOVE TC-CODIGO(W-IND) TO W-COD-CATEG
               END-IF
           END-IF.

      *-----------------------------------------------------------------*
      * CATEGORIA-DA-TURMA - CATEGORIA DE REFERENCIA PELA TURMA DO
      *   REGISTRO (TN-CODIGO JA CARREGADO).
      *-----------------------------------------------------------------*
       CATEGORIA-DA-TURMA.
           MOVE SPACES TO W-CATEG-REF.
           IF W-TURMAS-OK = "S"
               READ ARQ-TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TN-CATEGORIA TO W-CATEG-REF
               END-READ
           END-IF.

       APONTAR-PENDENCIA.
           ADD 1 TO W-QTD-SEM-COD.
           MOVE W-NOME-ARQ TO LP-ARQUIVO.
           MOVE W-NOME-ANT TO LP-NOME.
           MOVE W-REFER    TO LP-REFER.
           MOVE W-MOTIVO   TO LP-MOTIVO.
           WRITE REG-REL FROM LINPEND.

      *-----------------------------------------------------------------*
      * CONVERTER-MATRICULAS / ESPERA / PRESENCA / TORNEIO -
      *   SEQUENCIAIS: PASSO 1 REFORMATA PARA CONVNAT.TMP TROCANDO O
      *   NOME PELO CODIGO; PASSO 2 RECONSTROI O ARQUIVO.
      *-----------------------------------------------------------------*
       CONVERTER-MATRICULAS.
           MOVE "MATRINAT.DAT" TO W-NOME-ARQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-SEQ.
           IF W-STATSEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-SEQ.
           PERFORM SEPARAR-MATRICULA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SEQ ARQ-TMP.
           PERFORM RECONSTRUIR-SEQ.

       SEPARAR-MATRICULA.
           MOVE REG-SEQ     TO W-MATR-ANT.
           MOVE MTA-TURMA   TO TN-CODIGO.
           PERFORM CATEGORIA-DA-TURMA.
           MOVE MTA-NOME    TO W-NOME-ANT.
           PERFORM RESOLVER-NOME.
           IF W-COD-NOVO = ZEROS
               MOVE SPACES TO W-REFER
               STRING "TURMA " MTA-TURMA " " MTA-DATA
                   DELIMITED BY SIZE INTO W-REFER
               PERFORM APONTAR-PENDENCIA
           END-IF.
           MOVE MTA-TURMA   TO MTN-TURMA.
           MOVE W-COD-NOVO  TO MTN-NADADOR.
           MOVE MTA-DATA    TO MTN-DATA.
           MOVE MTA-STATUS  TO MTN-STATUS.
           MOVE W-MATR-NOVO TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-MATR.
           PERFORM LER-SEQ.

       CONVERTER-ESPERA.
           MOVE "ESPERNAT.DAT" TO W-NOME-ARQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-SEQ.
           IF W-STATSEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-SEQ.
           PERFORM SEPARAR-ESPERA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SEQ ARQ-TMP.
           PERFORM RECONSTRUIR-SEQ.

       SEPARAR-ESPERA.
           MOVE REG-SEQ     TO W-ESPERA-ANT.
           MOVE ESA-TURMA   TO TN-CODIGO.
           PERFORM CATEGORIA-DA-TURMA.
           MOVE ESA-NOME    TO W-NOME-ANT.
           PERFORM RESOLVER-NOME.
           IF W-COD-NOVO = ZEROS
               MOVE SPACES TO W-REFER
               STRING "TURMA " ESA-TURMA " " ESA-DATA
                   DELIMITED BY SIZE INTO W-REFER
               PERFORM APONTAR-PENDENCIA
           END-IF.
           MOVE ESA-TURMA   TO ESN-TURMA.
           MOVE W-COD-NOVO  TO ESN-NADADOR.
           MOVE ESA-DATA    TO ESN-DATA.
           MOVE W-ESPERA-NOVO TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-ESPERA.
           PERFORM LER-SEQ.

       CONVERTER-PRESENCA.
           MOVE "PRESNAT.DAT" TO W-NOME-ARQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-SEQ.
           IF W-STATSEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-SEQ.
           PERFORM SEPARAR-PRESENCA UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SEQ ARQ-TMP.
           PERFORM RECONSTRUIR-SEQ.

       SEPARAR-PRESENCA.
           MOVE REG-SEQ      TO W-PRES-ANT.
           MOVE PRA-TURMA    TO TN-CODIGO.
           PERFORM CATEGORIA-DA-TURMA.
           MOVE PRA-NOME     TO W-NOME-ANT.
           PERFORM RESOLVER-NOME.
           IF W-COD-NOVO = ZEROS
               MOVE SPACES TO W-REFER
               STRING "TURMA " PRA-TURMA " " PRA-DATA
                   DELIMITED BY SIZE INTO W-REFER
               PERFORM APONTAR-PENDENCIA
           END-IF.
           MOVE PRA-TURMA    TO PRN-TURMA.
           MOVE PRA-DATA     TO PRN-DATA.
           MOVE W-COD-NOVO   TO PRN-NADADOR.
           MOVE PRA-PRESENCA TO PRN-PRESENCA.
           MOVE W-PRES-NOVO  TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-PRES.
           PERFORM LER-SEQ.

       CONVERTER-TORNEIO.
           MOVE "TORNEIO.DAT" TO W-NOME-ARQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-SEQ.
           IF W-STATSEQ NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-SEQ.
           PERFORM SEPARAR-TORNEIO UNTIL FIM-ARQUIVO.
           CLOSE ARQ-SEQ ARQ-TMP.
           PERFORM RECONSTRUIR-SEQ.

       SEPARAR-TORNEIO.
           MOVE REG-SEQ       TO W-TORN-ANT.
           MOVE TOA-CATEGORIA TO W-CATEG-REF.
           MOVE TOA-NOME      TO W-NOME-ANT.
           PERFORM RESOLVER-NOME.
           IF W-COD-NOVO = ZEROS
               MOVE SPACES TO W-REFER
               STRING TOA-PROVA " " TOA-DISTANCIA "M"
                   DELIMITED BY SIZE INTO W-REFER
               PERFORM APONTAR-PENDENCIA
           END-IF.
           MOVE W-COD-NOVO    TO TON-NADADOR.
           MOVE TOA-CATEGORIA TO TON-CATEGORIA.
           MOVE TOA-RESTO     TO TON-RESTO.
           MOVE W-TORN-NOVO   TO REG-TMP.
           WRITE REG-TMP.
           ADD 1 TO W-QTD-TORN.
           PERFORM LER-SEQ.

      *-----------------------------------------------------------------*
      * CONVERTER-MENSAL - MENSANAT.DAT: A CHAVE MUDA (NOME -> CODIGO),
      *   ENTAO O ARQUIVO NOVO E GRAVADO EM ACESSO RANDOMICO. COBRANCA
      *   SEM NADADOR DEFINIDO QUE REPETIRIA A CHAVE DE OUTRA VAI PARA
      *   CONVNAT.PEN NO LAYOUT ANTIGO.
      *-----------------------------------------------------------------*
       CONVERTER-MENSAL.
           MOVE "MENSANAT.DAT" TO W-NOME-ARQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MENSAL-ANT.
           IF W-STATMN NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-MENSAL-ANT.
           PERFORM SEPARAR-MENSAL UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MENSAL-ANT ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-MENSAL.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-MENSAL UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-MENSAL.

       LER-MENSAL-ANT.
           READ ARQ-MENSAL-ANT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-MENSAL.
           MOVE MNA-CATEGORIA TO W-CATEG-REF.
           MOVE MNA-NOME      TO W-NOME-ANT.
           PERFORM RESOLVER-NOME.
           IF W-COD-NOVO = ZEROS
               MOVE SPACES TO W-REFER
               STRING "COMP " MNA-ANOMES " TURMA " MNA-TURMA
                   DELIMITED BY SIZE INTO W-REFER
               PERFORM APONTAR-PENDENCIA
           END-IF.
           MOVE MNA-ANOMES    TO MN-ANOMES.
           MOVE MNA-TURMA     TO MN-TURMA.
           MOVE W-COD-NOVO    TO MN-NADADOR.
           MOVE MNA-CATEGORIA TO MN-CATEGORIA.
           MOVE MNA-RESTO     TO MN-RESTO.
           MOVE ZEROS         TO MN-RESPONSAVEL MN-DESCONTO.
           MOVE REG-MENSAL     TO WTM-REGISTRO.
           MOVE MNA-NOME       TO WTM-NOME.
           MOVE REG-MENSAL-ANT TO WTM-ANTIGO.
           MOVE SPACES         TO REG-TMP.
           MOVE W-TMP-MENSAL   TO REG-TMP.
           WRITE REG-TMP.
           PERFORM LER-MENSAL-ANT.

       COPIAR-TMP-MENSAL.
           MOVE REG-TMP      TO W-TMP-MENSAL.
           MOVE WTM-REGISTRO TO REG-MENSAL.
           WRITE REG-MENSAL
               INVALID KEY
                   PERFORM GUARDAR-MENSAL-PENDENTE
               NOT INVALID KEY
                   ADD 1 TO W-QTD-MENS
           END-WRITE.
           PERFORM LER-TMP.

       GUARDAR-MENSAL-PENDENTE.
           MOVE WTM-ANTIGO TO REG-PENDENTE.
           WRITE REG-PENDENTE.
           ADD 1 TO W-QTD-PEN.
           MOVE WTM-NOME   TO W-NOME-ANT.
           MOVE SPACES     TO W-REFER.
           STRING "COMP " MN-ANOMES " TURMA " MN-TURMA
               DELIMITED BY SIZE INTO W-REFER.
           MOVE "CHAVE REPETIDA - NO .PEN" TO W-MOTIVO.
           PERFORM APONTAR-PENDENCIA.
           SUBTRACT 1 FROM W-QTD-SEM-COD.

      *-----------------------------------------------------------------*
      * CONVERTER-MELHORES - MELHORES.DAT (MELHOR TEMPO POR NADADOR E
      *   PROVA), MESMO TRATAMENTO DO MENSANAT, SEM CATEGORIA PARA
      *   DESEMPATAR HOMONIMOS.
      *-----------------------------------------------------------------*
       CONVERTER-MELHORES.
           MOVE "MELHORES.DAT" TO W-NOME-ARQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-MELHOR-ANT.
           IF W-STATMH NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARQ-TMP.
           PERFORM LER-MELHOR-ANT.
           PERFORM SEPARAR-MELHOR UNTIL FIM-ARQUIVO.
           CLOSE ARQ-MELHOR-ANT ARQ-TMP.

           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-MELHOR.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-MELHOR UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-MELHOR.

       LER-MELHOR-ANT.
           READ ARQ-MELHOR-ANT NEXT RECORD
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       SEPARAR-MELHOR.
           MOVE SPACES   TO W-CATEG-REF.
           MOVE MHA-NOME TO W-NOME-ANT.
           PERFORM RESOLVER-NOME.
           IF W-COD-NOVO = ZEROS
               MOVE SPACES TO W-REFER
               STRING MHA-PROVA " " MHA-DISTANCIA "M"
                   DELIMITED BY SIZE INTO W-REFER
               PERFORM APONTAR-PENDENCIA
           END-IF.
           MOVE W-COD-NOVO    TO MH-NADADOR.
           MOVE MHA-PROVA     TO MH-PROVA.
           MOVE MHA-DISTANCIA TO MH-DISTANCIA.
           MOVE MHA-TEMPO     TO MH-TEMPO.
           MOVE REG-MELHOR     TO WTH-REGISTRO.
           MOVE MHA-NOME       TO WTH-NOME.
           MOVE REG-MELHOR-ANT TO WTH-ANTIGO.
           MOVE SPACES         TO REG-TMP.
           MOVE W-TMP-MELHOR   TO REG-TMP.
           WRITE REG-TMP.
           PERFORM LER-MELHOR-ANT.

       COPIAR-TMP-MELHOR.
           MOVE REG-TMP      TO W-TMP-MELHOR.
           MOVE WTH-REGISTRO TO REG-MELHOR.
           WRITE REG-MELHOR
               INVALID KEY
                   PERFORM GUARDAR-MELHOR-PENDENTE
               NOT INVALID KEY
                   ADD 1 TO W-QTD-MELHOR
           END-WRITE.
           PERFORM LER-TMP.

       GUARDAR-MELHOR-PENDENTE.
           MOVE WTH-ANTIGO TO REG-PENDENTE.
           WRITE REG-PENDENTE.
           ADD 1 TO W-QTD-PEN.
           MOVE WTH-NOME   TO W-NOME-ANT.
           MOVE SPACES     TO W-REFER.
           STRING MH-PROVA " " MH-DISTANCIA "M"
               DELIMITED BY SIZE INTO W-REFER.
           MOVE "CHAVE REPETIDA - NO .PEN" TO W-MOTIVO.
           PERFORM APONTAR-PENDENCIA.
           SUBTRACT 1 FROM W-QTD-SEM-COD.

       LER-SEQ.
           READ ARQ-SEQ
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

       LER-TMP.
           READ ARQ-TMP
               AT END MOVE "S" TO W-FIM-ARQ
           END-READ.

      *-----------------------------------------------------------------*
      * RECONSTRUIR-SEQ - PASSO 2 DOS SEQUENCIAIS: RECRIA O ARQUIVO DE
      *   W-NOME-ARQ A PARTIR DE CONVNAT.TMP.
      *-----------------------------------------------------------------*
       RECONSTRUIR-SEQ.
           MOVE "N" TO W-FIM-ARQ.
           OPEN INPUT ARQ-TMP.
           OPEN OUTPUT ARQ-SEQ.
           PERFORM LER-TMP.
           PERFORM COPIAR-TMP-SEQ UNTIL FIM-ARQUIVO.
           CLOSE ARQ-TMP ARQ-SEQ.

       COPIAR-TMP-SEQ.
           WRITE REG-SEQ FROM REG-TMP.
           PERFORM LER-TMP.

       GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           MOVE SPACES      TO REG-CONTROLE.
           MOVE W-DATA-HOJE TO CC-DATA.
           MOVE "CONVNAT"   TO CC-PROGRAMA.
           WRITE REG-CONTROLE.
           CLOSE ARQ-CONTROLE.

       IMPRIMIR-RESUMO.
           IF W-QTD-SEM-COD = ZEROS AND W-QTD-PEN = ZEROS
               MOVE "  NENHUM - TODOS OS NOMES FORAM RESOLVIDOS"
                   TO REG-REL
               WRITE REG-REL
           END-IF.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL.
           WRITE REG-REL FROM LINTRACO.
           MOVE "NADADORES.DAT (CODIGOS DADOS)" TO LD-ROTULO.
           MOVE W-QTD-FICHAS   TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "NOMES REPETIDOS EM NADADORES.DAT" TO LD-ROTULO.
           MOVE W-QTD-REPET    TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "MATRINAT.DAT" TO LD-ROTULO.
           MOVE W-QTD-MATR     TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "ESPERNAT.DAT" TO LD-ROTULO.
           MOVE W-QTD-ESPERA   TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "PRESNAT.DAT"  TO LD-ROTULO.
           MOVE W-QTD-PRES     TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "TORNEIO.DAT"  TO LD-ROTULO.
           MOVE W-QTD-TORN     TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "MENSANAT.DAT" TO LD-ROTULO.
           MOVE W-QTD-MENS     TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "MELHORES.DAT" TO LD-ROTULO.
           MOVE W-QTD-MELHOR   TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "REGISTROS COM CODIGO 000000" TO LD-ROTULO.
           MOVE W-QTD-SEM-COD  TO LD-QTD.
           WRITE REG-REL FROM LINDET.
           MOVE "REGISTROS GUARDADOS EM CONVNAT.PEN" TO LD-ROTULO.
           MOVE W-QTD-PEN      TO LD-QTD.
           WRITE REG-REL FROM LINDET.
