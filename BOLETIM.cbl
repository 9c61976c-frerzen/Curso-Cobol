      *          DISCIPLINAS.TXT master with the subject media, and
      *          the overall media is the weighted average by subject
      *          weight; terms without subject grades keep the legacy
      *          four-grade block. A class-council approval recorded
      *          on VEREDITO.TXT by CONSELHO prints as APROVADO
      *          (CONSELHO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
           03 PRF-CODIGO               PIC 9(04).
           03 FILLER                   PIC X(01).
           03 PRF-NOME                 PIC X(30).
           03 FILLER                   PIC X(04).

       FD  ARQPROFASG
           LABEL RECORD STANDARD
           PERFORM 9650-BUSCA-VEREDITO
           IF VEREDITO-ACHADO
               MOVE WS-VER-MEDIA-FINAL TO WS-BOL-MEDIA
               EVALUATE TRUE
                   WHEN VEREDITO-CONSELHO
                       MOVE 'APROVADO (CONSELHO)' TO WS-BOL-SITUACAO
                   WHEN VEREDITO-APROVADO
                       MOVE 'APROVADO (RECUPERACAO)' TO WS-BOL-SITUACAO
                   WHEN OTHER
                       MOVE 'REPROVADO' TO WS-BOL-SITUACAO
               END-EVALUATE
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHABRANCO
