           03 TITR-NUMERO                PIC 9(03).
           03 TITR-NOME                  PIC X(10).
           03 TITR-LOCAL                 PIC X(05).
           03 FILLER                     PIC X(11).

       FD ARQCERT
           LABEL RECORD STANDARD
