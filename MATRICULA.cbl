           03 TUR-CAPACIDADE           PIC 9(03).
           03 FILLER                   PIC X(01).
           03 TUR-PROXIMA              PIC X(05).
           03 FILLER                   PIC X(07).

       FD  ARQESPERA
           LABEL RECORD STANDARD
