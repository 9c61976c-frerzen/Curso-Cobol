      *          payments and distinct paying members - so renewals can
      *          finally be priced on real numbers. Payments posted
      *          before the plan code existed land on the 'SEM PLANO'
      *          line instead of vanishing. Cancellation refunds are
      *          negative postings and net off the plan's revenue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
           03 PLA-ATIVO                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 PLA-DESCRICAO               PIC X(20).
           03 FILLER                      PIC X(04).

       FD ARQLEDGER
           LABEL RECORD STANDARD
           03 FILLER                      PIC X(01).
           03 LED-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 LED-VALOR                   PIC S9(06)V99.
           03 FILLER                      PIC X(01).
           03 LED-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
       77  WS-CPF-ACHADO            PIC X(01) VALUE 'N'.
       77  WS-CONT-PAGTO            PIC 9(06) VALUE ZEROS.
       77  WS-CONT-SEM-PLANO        PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-SEM-PLANO       PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-RECEITA         PIC S9(10)V99 VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.
              05 WS-PLA-CODIGO          PIC 9(02).
              05 WS-PLA-DESCRICAO       PIC X(20).
              05 WS-PLA-ATIVO           PIC X(01).
              05 WS-PLA-RECEITA         PIC S9(09)V99.
              05 WS-PLA-PAGTOS          PIC 9(06).
              05 WS-PLA-QTD-CPF         PIC 9(03).
              05 WS-PLA-CPFS OCCURS 300 TIMES
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-EXB-ALUNOS         PIC ZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-RECEITA        PIC -ZZZZZZZ9,99.

       01  WS-RODAPE1.
           03 FILLER            PIC X(20)
               VALUE 'RECEITA TOTAL R$:  '.
           03 WS-TOTRECEITA     PIC -ZZZZZZZZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
