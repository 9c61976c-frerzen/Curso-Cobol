      *          breakdown, and writes GLENCARG.TXT in the same H/L/T
      *          envelope as GLFOLHA - expense and liability under
      *          separate accounts per charge - so the spreadsheet and
      *          the ledger finally tell the same story. The charges
      *          of employees shared across departments are split by
      *          the cost-center allocation table RATEIO.TXT, same
      *          rule as GLFOLHA (rounding to the home department,
      *          allocations not adding up to 100% rejected).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       SELECT ARQGL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRATEIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-RATEIO.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
           03 BRU-HORAS-E100      PIC 9(03).
           03 FILLER              PIC X(01).
           03 BRU-VALOR-BRUTO     PIC 9(07)V99.
           03 FILLER              PIC X(16).

       FD  ARQPARM
           LABEL RECORD STANDARD
           03 GLT-HASH-TOTAL      PIC 9(11)V99.
           03 FILLER              PIC X(41).

       FD  ARQRATEIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RATEIO.TXT".
       01  REG-RATEIO.
           03 RAT-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 RAT-DEPTO           PIC X(05).
           03 FILLER              PIC X(01).
           03 RAT-PCT             PIC 9(03)V99.

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ENCRUN.TXT".
       77  WS-CONTA-DESP-FGTS       PIC X(08) VALUE '51030000'.
       77  WS-CONTA-PASS-FGTS       PIC X(08) VALUE '21040000'.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.
       77  WS-DEPTO-LANC            PIC X(05) VALUE SPACES.
       77  WS-PATRONAL-LANC         PIC 9(08)V99 VALUE ZEROS.
       77  WS-FGTS-LANC             PIC 9(08)V99 VALUE ZEROS.

           COPY RUNSUMARIO.

           COPY RATEIO.

       01  WS-TAB-DEPTO.
           03 WS-DEP-ITEM OCCURS 20 TIMES.
              05 WS-DEP-COD         PIC X(05).

           MAIN-PROCEDURE.
               PERFORM 0100-LE-PARAMETROS
               PERFORM 9100-CARREGA-RATEIO

               OPEN INPUT ARQBRUTO


               MOVE 'ENCARGOS'     TO WS-RUN-PROGRAMA
               MOVE WS-CONT-FUN    TO WS-RUN-PROCESSADOS
               MOVE WS-RAT-REJEITADOS TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN

               CLOSE ARQBRUTO
           ADD WS-VLR-PATRONAL TO WS-TOT-PATRONAL
           ADD WS-VLR-FGTS     TO WS-TOT-FGTS

      *    Cada encargo e rateado a parte, para que o arredondamento
      *    de cada um fique no departamento de origem.
           MOVE BRU-COD         TO WS-RAT-COD-CALC
           MOVE BRU-DEPTO       TO WS-RAT-DEPTO-CASA
           MOVE WS-VLR-PATRONAL TO WS-RAT-VALOR-CALC
           PERFORM 9150-RATEIA-VALOR
           MOVE ZEROS TO WS-FGTS-LANC
           PERFORM VARYING WS-IDX-PARTE FROM 1 BY 1
                   UNTIL WS-IDX-PARTE > WS-RAT-QTD-PARTES
               MOVE WS-PAR-DEPTO(WS-IDX-PARTE) TO WS-DEPTO-LANC
               MOVE WS-PAR-VALOR(WS-IDX-PARTE) TO WS-PATRONAL-LANC
               PERFORM 2100-ACUMULA-DEPTO
           END-PERFORM

           MOVE WS-VLR-FGTS     TO WS-RAT-VALOR-CALC
           PERFORM 9150-RATEIA-VALOR
           MOVE ZEROS TO WS-PATRONAL-LANC
           PERFORM VARYING WS-IDX-PARTE FROM 1 BY 1
                   UNTIL WS-IDX-PARTE > WS-RAT-QTD-PARTES
               MOVE WS-PAR-DEPTO(WS-IDX-PARTE) TO WS-DEPTO-LANC
               MOVE WS-PAR-VALOR(WS-IDX-PARTE) TO WS-FGTS-LANC
               PERFORM 2100-ACUMULA-DEPTO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DEPTO
               IF WS-DEP-COD(WS-IDX) = WS-DEPTO-LANC
                   ADD WS-PATRONAL-LANC TO WS-DEP-PATRONAL(WS-IDX)
                   ADD WS-FGTS-LANC     TO WS-DEP-FGTS(WS-IDX)
                   MOVE 'S' TO WS-DEPTO-ACHADO
               END-IF
           END-PERFORM

           IF WS-DEPTO-ACHADO = 'N' AND WS-QTD-DEPTO < 20
               ADD 1 TO WS-QTD-DEPTO
               MOVE WS-DEPTO-LANC    TO WS-DEP-COD(WS-QTD-DEPTO)
               MOVE WS-PATRONAL-LANC TO WS-DEP-PATRONAL(WS-QTD-DEPTO)
               MOVE WS-FGTS-LANC     TO WS-DEP-FGTS(WS-QTD-DEPTO)
           END-IF
           .
           EXIT.
           MOVE SPACES TO REG-GL
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RATEIO-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

