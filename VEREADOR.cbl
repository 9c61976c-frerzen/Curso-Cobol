           VALUE OF FILE-ID IS "ELEIPARM.TXT".
       01  REG-PARM.
           03 ELP-QTD-VAGAS             PIC 9(02).
           03 FILLER                    PIC X(20).

       FD ARQREL
           LABEL RECORD STANDARD
           03 TITR-NUMERO               PIC 9(03).
           03 TITR-NOME                 PIC X(10).
           03 TITR-LOCAL                PIC X(05).
           03 FILLER                    PIC X(11).

       FD ARQRUN
           LABEL RECORD STANDARD
