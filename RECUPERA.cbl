      *          original media honours the subject-weighted average
      *          of NOTASDISC.TXT when the term has subject grades -
      *          the same number the boletim showed the student.
      *          A term already approved by the class council is not
      *          reopened by a late recovery grade.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
      *----------------------------------------------------------------*
           PERFORM 2100-BUSCA-TERMO

           MOVE TRS-MATRICULA TO WS-VER-CHAVE-MAT
           MOVE TRS-ANOLETIVO TO WS-VER-CHAVE-ANO
           MOVE TRS-SEMESTRE  TO WS-VER-CHAVE-SEM
           PERFORM 9650-BUSCA-VEREDITO

           EVALUATE TRUE
               WHEN WS-TERMO-ACHADO = 'N'
                   MOVE 'TERMO NAO EXISTE EM ARQALUNOS'
                   MOVE 'ALUNO JA APROVADO NO TERMO'
                       TO EXC-MOTIVO
                   PERFORM 2900-GRAVA-EXCECAO
               WHEN VEREDITO-ACHADO AND VEREDITO-CONSELHO
                   MOVE 'TERMO APROVADO PELO CONSELHO'
                       TO EXC-MOTIVO
                   PERFORM 2900-GRAVA-EXCECAO
               WHEN OTHER
                   PERFORM 2200-RECALCULA-VEREDITO
           END-EVALUATE
