      *----------------------------------------------------------------*
      *  RATEIO.CPY                                                    *
      *  Shared working-storage for the cost-center allocation table   *
      *  RATEIO.TXT - employees whose cost is split across             *
      *  departments (the receptionist shared by the gym and the       *
      *  school). COPY this (plus RATEIO-PROC.CPY in the PROCEDURE     *
      *  DIVISION) into any program that declares its own SELECT/FD    *
      *  for ARQRATEIO/REG-RATEIO with the fields RAT-COD PIC 9(03),   *
      *  RAT-DEPTO PIC X(05) and RAT-PCT PIC 9(03)V99, one record per  *
      *  employee and department. PERFORM 9100-CARREGA-RATEIO once at  *
      *  start-up: an employee whose percentages do not add up to      *
      *  100,00 is rejected (counted in WS-RAT-REJEITADOS) and the     *
      *  whole cost stays in the home department. To split a value,    *
      *  fill WS-RAT-COD-CALC, the home department FD-DEPTO-F in       *
      *  WS-RAT-DEPTO-CASA and the value in WS-RAT-VALOR-CALC, then    *
      *  PERFORM 9150-RATEIA-VALOR: WS-RAT-PARTE(1 thru                *
      *  WS-RAT-QTD-PARTES) holds each department and its part, the    *
      *  home department first with the rounding difference.           *
      *----------------------------------------------------------------*
       77  WS-STATUS-RATEIO        PIC X(02) VALUE SPACES.
           88 RATEIO-OK                  VALUE '00'.
       77  WS-RATEIO-EOF           PIC X(01) VALUE ' '.
       77  WS-QTD-RATEIO           PIC 9(03) VALUE ZEROS.
       77  WS-IDX-RATEIO           PIC 9(03) VALUE ZEROS.
       77  WS-IDX-RATEIO2          PIC 9(03) VALUE ZEROS.
       77  WS-RAT-REJEITADOS       PIC 9(03) VALUE ZEROS.
       77  WS-RAT-SOMA-PCT         PIC 9(05)V99 VALUE ZEROS.
       77  WS-RAT-COD-CALC         PIC 9(03) VALUE ZEROS.
       77  WS-RAT-DEPTO-CASA       PIC X(05) VALUE SPACES.
       77  WS-RAT-VALOR-CALC       PIC 9(09)V99 VALUE ZEROS.
       77  WS-RAT-VALOR-PARTE      PIC 9(09)V99 VALUE ZEROS.
       77  WS-RAT-QTD-PARTES       PIC 9(02) VALUE ZEROS.
       77  WS-IDX-PARTE            PIC 9(02) VALUE ZEROS.

       01  WS-TAB-RATEIO.
           03 WS-RAT-ITEM OCCURS 200 TIMES.
              05 WS-RAT-COD        PIC 9(03).
              05 WS-RAT-DEPTO      PIC X(05).
              05 WS-RAT-PCT        PIC 9(03)V99.
              05 WS-RAT-SITUACAO   PIC X(01).
                 88 RAT-VALIDO           VALUE 'V'.
                 88 RAT-REJEITADO        VALUE 'R'.

       01  WS-TAB-PARTES.
           03 WS-RAT-PARTE OCCURS 10 TIMES.
              05 WS-PAR-DEPTO      PIC X(05).
              05 WS-PAR-VALOR      PIC 9(09)V99.
