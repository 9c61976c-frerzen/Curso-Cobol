      *          Certificates are held for students with a past-due
      *          open charge on the tuition ledger MENSALID.TXT kept
      *          by MENSAL - the secretariat's only real lever at the
      *          end of the year. A class-council approval on
      *          VEREDITO.TXT issues the certificate whatever the
      *          media and frequency.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
           03 PRF-CODIGO               PIC 9(04).
           03 FILLER                   PIC X(01).
           03 PRF-NOME                 PIC X(30).
           03 FILLER                   PIC X(04).

       FD  ARQPROFASG
           LABEL RECORD STANDARD
           03 MEN-VALOR                PIC 9(06)V99.
           03 MEN-STATUS               PIC X(01).
           03 MEN-DATA-PGTO            PIC 9(08).
           03 FILLER                   PIC X(16).

       FD  ARQVER
           LABEL RECORD STANDARD

           PERFORM 3050-BUSCA-FREQUENCIA

      *    Aprovacao do conselho de classe dispensa media e
      *    frequencia.
           IF (WS-MEDIA-AUX >= WS-MEDIA-MINIMA
               AND WS-FREQ-PCT >= WS-FREQ-MINIMA)
              OR (VEREDITO-ACHADO AND VEREDITO-CONSELHO)
               PERFORM 3070-VERIFICA-MENSALIDADE
               IF MENSALIDADE-PENDENTE
                   ADD 1 TO WS-CONT-RETIDO
