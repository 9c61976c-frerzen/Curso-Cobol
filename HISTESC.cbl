      *          closed by the overall average and the count of
      *          approved terms - the document every transfer request
      *          demands and the secretariat used to assemble by hand.
      *          A term approved by the class council on VEREDITO.TXT
      *          counts as approved whatever its media.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
           MOVE FD-TURMA-ORD     TO WS-HST-TURMA
           MOVE WS-MEDIA-AUX     TO WS-HST-MEDIA

      *    Aprovacao do conselho de classe vale qualquer que seja a
      *    media.
           IF WS-MEDIA-AUX >= WS-MEDIA-MINIMA
              OR (VEREDITO-ACHADO AND VEREDITO-CONSELHO)
               MOVE 'APROVADO'  TO WS-HST-SITUACAO
               ADD 1 TO WS-QTD-APROVADOS
           ELSE
