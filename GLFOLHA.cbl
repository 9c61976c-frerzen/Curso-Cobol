      *          a batch header, one debit line per department
      *          (salary expense), one balancing credit line
      *          (salaries payable) and a hash-total trailer the GL
      *          import verifies before posting. Employees shared
      *          across departments have their salary split by the
      *          cost-center allocation table RATEIO.TXT, the rounding
      *          staying in the home department; an allocation that
      *          does not add up to 100% is rejected and the whole
      *          salary goes to FD-DEPTO-F.
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
           VALUE OF FILE-ID IS "GLRUN.TXT".
       77  WS-QTD-LINHAS            PIC 9(05) VALUE ZEROS.
       77  WS-CONTA-DESPESA         PIC X(08) VALUE '51010000'.
       77  WS-CONTA-A-PAGAR         PIC X(08) VALUE '21010000'.
       77  WS-DEPTO-LANC            PIC X(05) VALUE SPACES.
       77  WS-VALOR-LANC            PIC 9(09)V99 VALUE ZEROS.

           COPY RUNSUMARIO.

           COPY RATEIO.

       01  WS-TAB-DEPTO.
           03 WS-DEPTO-ITEM OCCURS 1 TO 20 TIMES
                             DEPENDING ON WS-QTD-DEPTO
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9100-CARREGA-RATEIO

               OPEN INPUT ARQFUN

               IF FUN-OK

               MOVE 'GLFOLHA'      TO WS-RUN-PROGRAMA
               MOVE WS-QTD-LINHAS  TO WS-RUN-PROCESSADOS
               MOVE WS-RAT-REJEITADOS TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN

               CLOSE ARQFUN
           EXIT.
      *----------------------------------------------------------------*
       2000-ACUMULA-DEPTO.
      *----------------------------------------------------------------*
      *    Salario rateado entre os departamentos do RATEIO.TXT; sem
      *    rateio vai inteiro para FD-DEPTO-F.
           MOVE FD-COD-F    TO WS-RAT-COD-CALC
           MOVE FD-DEPTO-F  TO WS-RAT-DEPTO-CASA
           MOVE FD-SALFUN-F TO WS-RAT-VALOR-CALC
           PERFORM 9150-RATEIA-VALOR

           PERFORM VARYING WS-IDX-PARTE FROM 1 BY 1
                   UNTIL WS-IDX-PARTE > WS-RAT-QTD-PARTES
               MOVE WS-PAR-DEPTO(WS-IDX-PARTE) TO WS-DEPTO-LANC
               MOVE WS-PAR-VALOR(WS-IDX-PARTE) TO WS-VALOR-LANC
               PERFORM 2050-ACUMULA-PARTE
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2050-ACUMULA-PARTE.
      *----------------------------------------------------------------*
           MOVE 'S' TO WS-DEPTO-REGISTRADO

              SEARCH WS-DEPTO-ITEM
                 AT END
                    PERFORM 2100-NOVO-DEPTO
                 WHEN WS-DEPTO-COD(WS-IDX-DEPTO) = WS-DEPTO-LANC
                    CONTINUE
              END-SEARCH
           ELSE
           END-IF

           IF WS-DEPTO-REGISTRADO = 'S'
               ADD WS-VALOR-LANC TO WS-DEPTO-TOTAL(WS-IDX-DEPTO)
               ADD WS-VALOR-LANC TO WS-TOTAL-FOLHA
           END-IF
           .
           EXIT.
           IF WS-QTD-DEPTO < 20
               ADD 1 TO WS-QTD-DEPTO
               SET WS-IDX-DEPTO TO WS-QTD-DEPTO
               MOVE WS-DEPTO-LANC TO WS-DEPTO-COD(WS-IDX-DEPTO)
               MOVE ZEROS         TO WS-DEPTO-TOTAL(WS-IDX-DEPTO)
           ELSE
               DISPLAY 'DEPARTAMENTO IGNORADO - LIMITE DE 20 '
                       'EXCEDIDO: ' WS-DEPTO-LANC
               MOVE 'N' TO WS-DEPTO-REGISTRADO
           END-IF
           .
           ADD WS-DEPTO-TOTAL(WS-IDX-DEPTO) TO WS-HASH-TOTAL
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RATEIO-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

