           03 FD-SEXO                      PIC X(01).
           03 FD-DOMICILIO                 PIC 9(05).
           03 FD-BAIRRO                    PIC 9(03).
           03 FILLER                       PIC X(09).

       FD ARQACAD
           LABEL RECORD STANDARD
