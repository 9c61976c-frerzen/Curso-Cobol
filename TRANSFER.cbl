      *          terms as external history (turma EXT, the informed
      *          media on all four notas) and opens the current term.
      *          PROMOCAO reads the register and keeps transferred
      *          students out of the dropout count. A term approved by
      *          the class council on VEREDITO.TXT goes out as
      *          APROVADO whatever its media.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
           MOVE WS-MEDIA-AUX      TO DOC-MEDIA

           IF WS-MEDIA-AUX >= WS-MEDIA-MINIMA
              OR (VEREDITO-ACHADO AND VEREDITO-CONSELHO)
               MOVE 'APROVADO'  TO DOC-SITUACAO
           ELSE
               MOVE 'REPROVADO' TO DOC-SITUACAO
