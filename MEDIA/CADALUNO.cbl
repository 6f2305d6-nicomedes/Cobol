      *    COMUM/MODCALCDV.cbl), COM NOME E TURMA, E AS OPCOES
      *    (I)NCLUIR, (A)LTERAR E (E)XCLUIR. O MEDIA.cbl PASSA A
      *    RECEBER A MATRICULA E BUSCAR O NOME AQUI.
      *    15 OUTUBRO 2026 - JULIANO - O ALUNO GANHA A SITUACAO
      *    (AL-SITUACAO): "F" QUANDO O PROMOVE.cbl O FORMA NA ULTIMA
      *    SERIE. A INCLUSAO GRAVA EM BRANCO E A ALTERACAO A PRESERVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION           SECTION.
               03 AL-MATR-DV   PIC 9.
           02 AL-NOME      PIC X(30).
           02 AL-TURMA     PIC X(15).
           02 AL-SITUACAO  PIC X.
               88 AL-FORMADO   VALUE "F".

       WORKING-STORAGE SECTION.
       77    W-STATA      PIC XX    VALUE SPACES.
                       MOVE W-DIGITO     TO AL-MATR-DV
                       MOVE W-NOME-ALUNO TO AL-NOME
                       MOVE W-TURMA-ALUNO TO AL-TURMA
                       MOVE SPACE        TO AL-SITUACAO
                       WRITE REG-ALUNO
                       MOVE AL-MATRICULA TO W-CHAVE-AUDIT
                       MOVE SPACES TO W-ANTES-AUDIT
                   MOVE AL-TURMA TO W-TURMA-ALUNO
                   MOVE REG-ALUNO(1:40) TO W-ANTES-AUDIT
                   DISPLAY W-NOME-ALUNO AT 1140
                   IF AL-FORMADO
                       DISPLAY "ALUNO FORMADO" AT 0945
                   END-IF
                   PERFORM RECEBER-DADOS
                   PERFORM CONFIRMAR-GRAVACAO
                   IF W-GRAVA = "S"
