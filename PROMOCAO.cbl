      *          grades) to ARQALUNOVO.TXT for the secretariat to
      *          load. PROMOREL.TXT closes with promoted/retained/
      *          skipped counts per turma - no more students lost in
      *          the January hand-copy. A class-council approval on
      *          VEREDITO.TXT promotes whatever the media and
      *          frequency.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
           03 TUR-CAPACIDADE           PIC 9(03).
           03 FILLER                   PIC X(01).
           03 TUR-PROXIMA              PIC X(05).
           03 FILLER                   PIC X(07).

       FD  ARQFALTAS
           LABEL RECORD STANDARD

           PERFORM 2250-BUSCA-FREQUENCIA

      *    Aprovacao do conselho de classe promove qualquer que seja
      *    a media ou a frequencia.
           IF (WS-MEDIA-AUX >= WS-MEDIA-MINIMA
               AND WS-FREQ-PCT >= WS-FREQ-MINIMA)
              OR (VEREDITO-ACHADO AND VEREDITO-CONSELHO)
               MOVE 'S' TO WS-APROVADO
           ELSE
               MOVE 'N' TO WS-APROVADO
