       77  WS-IDX-ARQ                   PIC 9(02) VALUE ZEROS.
       77  CONT-COLETADO                PIC 9(05) VALUE ZEROS.
       77  CONT-ARQUIVO                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ARQUIVOS              PIC 9(02) VALUE 45.

           COPY RUNSUMARIO.

           03 FILLER PIC X(20) VALUE 'ARCHRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'BACKRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'BALRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'BLTRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'BOLRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CAPRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CARTARUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CERTRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CNSGRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CNSLRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CNSTRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CNVRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'COLETRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'COMPRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CONVRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CPIRRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'CRUDRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'DIFRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'ELEIRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'EXTRRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'FBRURUN.TXT'.
           03 FILLER PIC X(20) VALUE 'MANURUN.TXT'.
           03 FILLER PIC X(20) VALUE 'P13RUN.TXT'.
           03 FILLER PIC X(20) VALUE 'PAGRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'PAINRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'PARCRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'RANKRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'RCFNRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'SALRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'TURNRUN.TXT'.
           03 FILLER PIC X(20) VALUE 'UNDORUN.TXT'.
           03 FILLER PIC X(20) VALUE 'VERIFRUN.TXT'.

       01  WS-TAB-ARQUIVOS REDEFINES WS-LISTA-ARQUIVOS.
           03 WS-ARQ-NOME OCCURS 45 TIMES PIC X(20).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
