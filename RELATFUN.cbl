      *
       SELECT ARQEXC ASSIGN  TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL.
      *
       SELECT ARQRATEIO ASSIGN TO DISK
              ORGANIZATION       IS LINE SEQUENTIAL
              FILE STATUS        IS WS-STATUS-RATEIO.
      **----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           03 EXC-NOME            PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 EXC-MOTIVO          PIC X(30).

       FD  ARQRATEIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RATEIO.TXT".
       01  REG-RATEIO.
           03 RAT-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 RAT-DEPTO           PIC X(05).
           03 FILLER              PIC X(01).
           03 RAT-PCT             PIC 9(03)V99.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           88 DEPTO-NO-MASTER       VALUE 'S'.
       77  WS-DEPTO-NOME-AUX    PIC X(20) VALUE SPACES.
       77  WS-DEPTO-BUSCA       PIC X(05) VALUE SPACES.
       77  WS-DEPTO-LANC        PIC X(05) VALUE SPACES.
       77  WS-VALOR-LANC        PIC 9(09)V99 VALUE ZEROS.

           COPY RATEIO.

       01  WS-TAB-DEPMASTER.
           03 WS-DEPM-ITEM OCCURS 1 TO 20 TIMES
           MAIN-PROCEDURE.
            PERFORM 0500-LE-PARAMETROS
            PERFORM 0600-CARREGA-DEPTOS
            PERFORM 9100-CARREGA-RATEIO

            OPEN INPUT ARQFUN

           EXIT.
      *----------------------------------------------------------------*
       3500-ACUMULA-DEPTO.
      *----------------------------------------------------------------*
      *    Funcionario compartilhado entra no subtotal de cada
      *    departamento do RATEIO.TXT com a parte que lhe cabe; o
      *    arredondamento fica no departamento de origem.
           MOVE FD-COD-F    TO WS-RAT-COD-CALC
           MOVE FD-DEPTO-F  TO WS-RAT-DEPTO-CASA
           MOVE FD-SALFUN-F TO WS-RAT-VALOR-CALC
           PERFORM 9150-RATEIA-VALOR

           PERFORM VARYING WS-IDX-PARTE FROM 1 BY 1
                   UNTIL WS-IDX-PARTE > WS-RAT-QTD-PARTES
               MOVE WS-PAR-DEPTO(WS-IDX-PARTE) TO WS-DEPTO-LANC
               MOVE WS-PAR-VALOR(WS-IDX-PARTE) TO WS-VALOR-LANC
               PERFORM 3550-ACUMULA-PARTE
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3550-ACUMULA-PARTE.
      *----------------------------------------------------------------*
           MOVE 'S' TO WS-DEPTO-REGISTRADO

              SEARCH WS-DEPTO-ITEM
                 AT END
                    PERFORM 3510-NOVO-DEPTO
                 WHEN WS-DEPTO-COD(WS-IDX-DEPTO) = WS-DEPTO-LANC
                    CONTINUE
              END-SEARCH
           ELSE

           IF WS-DEPTO-REGISTRADO = 'S'
               ADD 1 TO WS-DEPTO-QTD(WS-IDX-DEPTO)
               ADD WS-VALOR-LANC TO WS-DEPTO-TOTAL(WS-IDX-DEPTO)

               IF WS-VALOR-LANC > WS-DEPTO-MAIOR(WS-IDX-DEPTO)
                  MOVE WS-VALOR-LANC TO WS-DEPTO-MAIOR(WS-IDX-DEPTO)
               END-IF

               IF WS-VALOR-LANC < WS-DEPTO-MENOR(WS-IDX-DEPTO)
                  MOVE WS-VALOR-LANC TO WS-DEPTO-MENOR(WS-IDX-DEPTO)
               END-IF
           END-IF
           .
           IF WS-QTD-DEPTO < 20
               ADD 1 TO WS-QTD-DEPTO
               SET WS-IDX-DEPTO TO WS-QTD-DEPTO
               MOVE WS-DEPTO-LANC TO WS-DEPTO-COD(WS-IDX-DEPTO)
               MOVE ZEROS     TO WS-DEPTO-QTD(WS-IDX-DEPTO)
               MOVE ZEROS     TO WS-DEPTO-TOTAL(WS-IDX-DEPTO)
               MOVE WS-VALOR-LANC TO WS-DEPTO-MAIOR(WS-IDX-DEPTO)
               MOVE WS-VALOR-LANC TO WS-DEPTO-MENOR(WS-IDX-DEPTO)
           ELSE
               DISPLAY 'DEPARTAMENTO IGNORADO - LIMITE DE 20 '
                       'DEPARTAMENTOS DISTINTOS EXCEDIDO: '
                       WS-DEPTO-LANC
               MOVE 'N' TO WS-DEPTO-REGISTRADO
           END-IF
           .

      *----------------------------------------------------------------*
           COPY VALIDACHAVE-PROC.
      *----------------------------------------------------------------*
           COPY RATEIO-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.
      *----------------------------------------------------------------*
