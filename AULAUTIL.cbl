      *          against the real turnstile entries on CHECKIN.TXT
      *          that fall on the class weekday inside the class hour,
      *          so management can see which classes to cut or expand.
      *          Cancelled and waiting-list bookings are not counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
           03 RSV-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 RSV-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 RSV-DATA-AULA               PIC 9(08).
           03 FILLER                      PIC X(01).
           03 RSV-SITUACAO                PIC X(01).

       FD ARQCHECK
           LABEL RECORD STANDARD
                       AT END
                           MOVE 'S' TO WS-RSV-EOF
                       NOT AT END
                           IF RSV-SITUACAO NOT = 'C'
                              AND RSV-SITUACAO NOT = 'E'
                               PERFORM 0210-SOMA-RESERVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRESERVA
