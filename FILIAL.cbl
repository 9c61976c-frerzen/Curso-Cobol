      *          revenue posted there; a consolidation table across
      *          all branches closes the report. A member may swipe at
      *          any branch - passages count where they happened,
      *          members count at their home branch. Cancellation
      *          refunds are negative postings and reduce the revenue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
           03 FILLER                      PIC X(01).
           03 LED-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 LED-VALOR                   PIC S9(06)V99.
           03 FILLER                      PIC X(01).
           03 LED-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
              05 WS-FIL-ALUNOS          PIC 9(05).
              05 WS-FIL-VENCIDOS        PIC 9(05).
              05 WS-FIL-PASSAGENS       PIC 9(06).
              05 WS-FIL-RECEITA         PIC S9(09)V99.

       01  WS-LINHA1.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 FILLER                PIC X(26)
               VALUE 'RECEITA ACUMULADA R$:     '.
           03 WS-EXB-RECEITA        PIC -ZZZZZZZ9,99.

       01  WS-LINHA-CONSOL-CAB.
           03 FILLER PIC X(07) VALUE 'FILIAL'.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-CON-PASSAGENS      PIC ZZZZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-CON-RECEITA        PIC -ZZZZZZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
