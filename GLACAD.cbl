      *          revenue for the monthly slice (the last month takes
      *          the rounding). Lines are aggregated per competencia
      *          so the GL import books a deferral schedule instead of
      *          re-keyed receipts. Cancellations posted by CANCELA
      *          arrive as negative values: the competencia nets them
      *          and a net negative amount is booked with the debit
      *          and credit reversed, unwinding the deferral.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
              05 LED-ANOMES               PIC 9(06).
              05 LED-DIA                  PIC 9(02).
           03 FILLER                      PIC X(01).
           03 LED-VALOR                   PIC S9(06)V99.
           03 FILLER                      PIC X(01).
           03 LED-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
       77  WS-CONT-PAGTO            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LINHAS            PIC 9(05) VALUE ZEROS.
       77  WS-HASH-TOTAL            PIC 9(11)V99 VALUE ZEROS.
       77  WS-FATIA-MES             PIC S9(06)V99 VALUE ZEROS.
       77  WS-FATIA-ULTIMA          PIC S9(06)V99 VALUE ZEROS.
       77  WS-NAT-DEBITO            PIC X(01) VALUE 'D'.
       77  WS-NAT-CREDITO           PIC X(01) VALUE 'C'.
       77  WS-MES-REL               PIC 9(02) VALUE ZEROS.
       77  WS-COMP-CORRENTE         PIC 9(06) VALUE ZEROS.
       77  WS-CONTA-CAIXA           PIC X(08) VALUE '11020000'.
       01  WS-TAB-COMPETENCIA.
           03 WS-COMP-ITEM OCCURS 200 TIMES.
              05 WS-COMP-ANOMES         PIC 9(06).
              05 WS-COMP-RECEBIDO       PIC S9(09)V99.
              05 WS-COMP-RECONHECIDO    PIC S9(09)V99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       3100-GRAVA-COMPETENCIA.
      *----------------------------------------------------------------*
      *    valor liquido negativo (estornos de cancelamento) inverte a
      *    natureza; GLL-VALOR sem sinal recebe o valor absoluto.
           IF WS-COMP-RECEBIDO(WS-IDX-COMP) NOT = ZEROS
               PERFORM 3110-DEFINE-NATUREZA-RECEBIDO
               MOVE WS-CONTA-CAIXA TO GLL-CONTA
               MOVE WS-NAT-DEBITO  TO GLL-NATUREZA
               MOVE WS-COMP-RECEBIDO(WS-IDX-COMP) TO GLL-VALOR
               PERFORM 3200-GRAVA-LANCAMENTO

               MOVE WS-CONTA-DIFERIDA TO GLL-CONTA
               MOVE WS-NAT-CREDITO    TO GLL-NATUREZA
               MOVE WS-COMP-RECEBIDO(WS-IDX-COMP) TO GLL-VALOR
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF

           IF WS-COMP-RECONHECIDO(WS-IDX-COMP) NOT = ZEROS
               PERFORM 3120-DEFINE-NATUREZA-RECONHEC
               MOVE WS-CONTA-DIFERIDA TO GLL-CONTA
               MOVE WS-NAT-DEBITO     TO GLL-NATUREZA
               MOVE WS-COMP-RECONHECIDO(WS-IDX-COMP) TO GLL-VALOR
               PERFORM 3200-GRAVA-LANCAMENTO

               MOVE WS-CONTA-RECEITA TO GLL-CONTA
               MOVE WS-NAT-CREDITO   TO GLL-NATUREZA
               MOVE WS-COMP-RECONHECIDO(WS-IDX-COMP) TO GLL-VALOR
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3110-DEFINE-NATUREZA-RECEBIDO.
      *----------------------------------------------------------------*
           IF WS-COMP-RECEBIDO(WS-IDX-COMP) > ZEROS
               MOVE 'D' TO WS-NAT-DEBITO
               MOVE 'C' TO WS-NAT-CREDITO
           ELSE
               MOVE 'C' TO WS-NAT-DEBITO
               MOVE 'D' TO WS-NAT-CREDITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3120-DEFINE-NATUREZA-RECONHEC.
      *----------------------------------------------------------------*
           IF WS-COMP-RECONHECIDO(WS-IDX-COMP) > ZEROS
               MOVE 'D' TO WS-NAT-DEBITO
               MOVE 'C' TO WS-NAT-CREDITO
           ELSE
               MOVE 'C' TO WS-NAT-DEBITO
               MOVE 'D' TO WS-NAT-CREDITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-GRAVA-LANCAMENTO.
      *----------------------------------------------------------------*
