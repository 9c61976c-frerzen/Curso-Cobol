      *          from the operator, and prints FECHCAIXA.TXT with the
      *          over/short per method - so a shortfall shows up the
      *          same evening, not weeks later on the bank statement.
      *          Refunds posted by CANCELA are negative postings and
      *          come off the total of the method they are paid in.
      *          Front-desk product sales logged by PRODUTO on
      *          PRODVEND.TXT are added to the same totals by payment
      *          method and shown on a line of their own.
      *          Staff plan fees posted by ACADFUNC (forma F, desconto
      *          em folha) never pass the drawer or the terminal: they
      *          print on their own line and only join the day total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LED.

       SELECT ARQVENDA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-VENDA.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 FILLER                      PIC X(01).
           03 LED-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 LED-VALOR                   PIC S9(06)V99.
           03 FILLER                      PIC X(01).
           03 LED-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 FILLER                      PIC X(01).
           03 LED-FILIAL                  PIC 9(02).

       FD ARQVENDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODVEND.TXT".
       01  REG-VENDA.
           03 VEN-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 VEN-FILIAL                  PIC 9(02).
           03 FILLER                      PIC X(01).
           03 VEN-CODIGO                  PIC 9(04).
           03 FILLER                      PIC X(01).
           03 VEN-QTDE                    PIC 9(05).
           03 FILLER                      PIC X(01).
           03 VEN-PRECO                   PIC 9(04)V99.
           03 FILLER                      PIC X(01).
           03 VEN-VALOR                   PIC 9(07)V99.
           03 FILLER                      PIC X(01).
           03 VEN-FORMA                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 VEN-CPF                     PIC 9(11).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FECHCAIXA.TXT".
       77  WS-LED-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-LED            PIC X(02) VALUE SPACES.
           88 LED-OK                    VALUE '00'.
       77  WS-VENDA-EOF             PIC X(01) VALUE ' '.
       77  WS-STATUS-VENDA          PIC X(02) VALUE SPACES.
           88 VENDA-OK                  VALUE '00'.
       77  WS-DATA-FECHO            PIC 9(08) VALUE ZEROS.
       77  WS-CONT-PAGTO            PIC 9(05) VALUE ZEROS.
       77  WS-TOT-DINHEIRO          PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-CARTAO            PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-PIX               PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-SEM-FORMA         PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-FOLHA             PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-PRODUTOS          PIC S9(09)V99 VALUE ZEROS.
       77  WS-CONT-VENDA            PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-CORRENTE        PIC S9(09)V99 VALUE ZEROS.
       77  WS-FORMA-CORRENTE        PIC X(01) VALUE SPACE.
       77  WS-TOT-GERAL             PIC S9(09)V99 VALUE ZEROS.
       77  WS-CONTADO-GAVETA        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-TERMINAL        PIC 9(09)V99 VALUE ZEROS.
       77  WS-DIF-DINHEIRO          PIC S9(09)V99 VALUE ZEROS.

       01  WS-LINHA-FORMA.
           03 WS-EXB-FORMA          PIC X(22).
           03 WS-EXB-VALOR          PIC -ZZZZZZZ9,99.

       01  WS-LINHA-DIFERENCA.
           03 WS-EXB-DIF-ROTULO     PIC X(22).
                               MOVE 'S' TO WS-LED-EOF
                           NOT AT END
                               IF LED-DATA = WS-DATA-FECHO
                                   ADD 1         TO WS-CONT-PAGTO
                                   MOVE LED-VALOR TO WS-VALOR-CORRENTE
                                   MOVE LED-FORMA TO WS-FORMA-CORRENTE
                                   PERFORM 2000-ACUMULA-FORMA
                               END-IF
                       END-READ
                   END-PERFORM

                   PERFORM 2500-SOMA-VENDAS-PRODUTOS
                   PERFORM 3000-ACEITA-CONFERENCIA
                   PERFORM 4000-IMPRIME-FECHAMENTO
               ELSE
               END-IF

               MOVE 'FECHCAIX'     TO WS-RUN-PROGRAMA
               ADD WS-CONT-PAGTO WS-CONT-VENDA
                   GIVING WS-RUN-PROCESSADOS
               PERFORM 9900-GRAVA-RUN

               CLOSE ARQLEDGER
      *----------------------------------------------------------------*
       2000-ACUMULA-FORMA.
      *----------------------------------------------------------------*
           ADD WS-VALOR-CORRENTE TO WS-TOT-GERAL

           EVALUATE WS-FORMA-CORRENTE
               WHEN 'D'
                   ADD WS-VALOR-CORRENTE TO WS-TOT-DINHEIRO
               WHEN 'C'
                   ADD WS-VALOR-CORRENTE TO WS-TOT-CARTAO
               WHEN 'P'
                   ADD WS-VALOR-CORRENTE TO WS-TOT-PIX
               WHEN 'F'
                   ADD WS-VALOR-CORRENTE TO WS-TOT-FOLHA
               WHEN OTHER
                   ADD WS-VALOR-CORRENTE TO WS-TOT-SEM-FORMA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-SOMA-VENDAS-PRODUTOS.
      *----------------------------------------------------------------*
      *    Sem PRODVEND.TXT o fechamento segue so com o ledger.
           OPEN INPUT ARQVENDA
           IF VENDA-OK
               PERFORM UNTIL WS-VENDA-EOF = 'S'
                   READ ARQVENDA
                       AT END
                           MOVE 'S' TO WS-VENDA-EOF
                       NOT AT END
                           IF VEN-DATA = WS-DATA-FECHO
                               ADD 1         TO WS-CONT-VENDA
                               ADD VEN-VALOR TO WS-TOT-PRODUTOS
                               MOVE VEN-VALOR TO WS-VALOR-CORRENTE
                               MOVE VEN-FORMA TO WS-FORMA-CORRENTE
                               PERFORM 2000-ACUMULA-FORMA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQVENDA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-ACEITA-CONFERENCIA.
      *----------------------------------------------------------------*
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE 'DINHEIRO:             ' TO WS-EXB-FORMA
           MOVE WS-TOT-DINHEIRO          TO WS-EXB-VALOR
           PERFORM 4100-GRAVA-FORMA

           MOVE 'CARTAO:               ' TO WS-EXB-FORMA
           MOVE WS-TOT-CARTAO            TO WS-EXB-VALOR
           PERFORM 4100-GRAVA-FORMA

           MOVE 'PIX:                  ' TO WS-EXB-FORMA
           MOVE WS-TOT-PIX               TO WS-EXB-VALOR
           PERFORM 4100-GRAVA-FORMA

           IF WS-TOT-FOLHA NOT = ZEROS
               MOVE 'DESCONTO EM FOLHA:    ' TO WS-EXB-FORMA
               MOVE WS-TOT-FOLHA             TO WS-EXB-VALOR
               PERFORM 4100-GRAVA-FORMA
           END-IF

           IF WS-TOT-SEM-FORMA > ZEROS
               MOVE 'SEM FORMA INFORMADA:  ' TO WS-EXB-FORMA
               MOVE WS-TOT-SEM-FORMA         TO WS-EXB-VALOR
               PERFORM 4100-GRAVA-FORMA
           END-IF

           IF WS-CONT-VENDA > ZEROS
               MOVE '  DOS QUAIS PRODUTOS: ' TO WS-EXB-FORMA
               MOVE WS-TOT-PRODUTOS          TO WS-EXB-VALOR
               PERFORM 4100-GRAVA-FORMA
           END-IF

           MOVE 'TOTAL DO DIA:         ' TO WS-EXB-FORMA
           MOVE WS-TOT-GERAL             TO WS-EXB-VALOR
           PERFORM 4100-GRAVA-FORMA
