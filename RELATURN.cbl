           03 FD-SEXO                      PIC X(01).
           03 FD-DOMICILIO                 PIC 9(05).
           03 FD-BAIRRO                    PIC 9(03).
           03 FILLER                       PIC X(09).

       FD ARQAPU
           LABEL RECORD STANDARD
           03 TITR-NUMERO                PIC 9(03).
           03 TITR-NOME                  PIC X(10).
           03 TITR-LOCAL                 PIC X(05).
           03 FILLER                     PIC X(11).

       FD ARQREL
           LABEL RECORD STANDARD
