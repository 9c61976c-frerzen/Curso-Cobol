      *          validated against the CARGOS.TXT band (floor and
      *          ceiling) and the employee's cargo is kept on the
      *          FUNCARGO.TXT satellite, next to FUNCADM.TXT.
      *          Every admission, department or cargo change and
      *          termination applied is also appended to the movement
      *          log FUNMOV.TXT with the date, the department and
      *          cargo before and after and the admission date, so
      *          the headcount report (ROTATIV) can rebuild the staff
      *          of any past month after the master has moved on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-COMP.

       SELECT ARQMOV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MOV.

       SELECT ARQREJ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 FILLER              PIC X(01).
           03 CPC-MOTIVO          PIC X(30).

       FD  ARQMOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNMOV.TXT".
       01  REG-MOVIMENTO.
           03 MOV-DATA            PIC 9(08).
           03 FILLER              PIC X(01).
           03 MOV-TIPO            PIC X(01).
           03 FILLER              PIC X(01).
           03 MOV-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 MOV-DEPTO-ANT       PIC X(05).
           03 FILLER              PIC X(01).
           03 MOV-CARGO-ANT       PIC 9(03).
           03 FILLER              PIC X(01).
           03 MOV-DEPTO-NOVO      PIC X(05).
           03 FILLER              PIC X(01).
           03 MOV-CARGO-NOVO      PIC 9(03).
           03 FILLER              PIC X(01).
           03 MOV-ADMISSAO        PIC 9(08).

       FD  ARQREJ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNTREJ.TXT".
           88 FAIXA-FORA                VALUE 'F'.
           88 FAIXA-CARGO-INEXISTE      VALUE 'X'.

       77  WS-STATUS-MOV            PIC X(02) VALUE SPACES.
           88 MOV-OK                    VALUE '00'.
           88 MOV-NAO-EXISTE            VALUE '35'.
       77  WS-DATA-MOVIMENTO        PIC 9(08) VALUE ZEROS.
       77  WS-MOV-TIPO              PIC X(01) VALUE SPACE.
       77  WS-DEPTO-ANTERIOR        PIC X(05) VALUE SPACES.
       77  WS-CARGO-ANTERIOR        PIC 9(03) VALUE ZEROS.
       77  WS-DEPTO-NOVO            PIC X(05) VALUE SPACES.
       77  WS-CARGO-NOVO            PIC 9(03) VALUE ZEROS.
       77  WS-ADMISSAO-MOV          PIC 9(08) VALUE ZEROS.

       01  WS-TAB-CARGOS.
           03 WS-CAR-ITEM OCCURS 50 TIMES.
              05 WS-CAR-CODIGO      PIC 9(03).

               IF TRANS-OK
                   OPEN OUTPUT ARQREJ
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-MOVIMENTO
                   OPEN EXTEND ARQMOV
                   IF MOV-NAO-EXISTE
                       OPEN OUTPUT ARQMOV
                   END-IF

                   PERFORM 1000-LER-TRANSACAO

                       PERFORM 1000-LER-TRANSACAO
                   END-PERFORM

                   CLOSE ARQTRANS  ARQREJ  ARQMOV

                   PERFORM 5000-REGRAVA-MESTRE
                   PERFORM 6000-REGRAVA-ADMISSOES
                       MOVE 'S'         TO WS-FUN-ATIVO(WS-IDX-FUN)
                       PERFORM 3050-REGISTRA-ADMISSAO
                       PERFORM 0760-ATUALIZA-FUNCARGO
                       MOVE 'A'         TO WS-MOV-TIPO
                       MOVE SPACES      TO WS-DEPTO-ANTERIOR
                       MOVE ZEROS       TO WS-CARGO-ANTERIOR
                       MOVE TRN-DEPTO   TO WS-DEPTO-NOVO
                       MOVE TRN-CARGO   TO WS-CARGO-NOVO
                       IF TRN-DATA-ADMISSAO = ZEROS
                           MOVE WS-DATA-MOVIMENTO TO WS-ADMISSAO-MOV
                       ELSE
                           MOVE TRN-DATA-ADMISSAO TO WS-ADMISSAO-MOV
                       END-IF
                       PERFORM 3900-GRAVA-MOVIMENTO
                       ADD 1 TO WS-CONT-ADMITIDO
                       DISPLAY 'ADMITIDO: ' TRN-COD
                   ELSE
                       TO REJ-MOTIVO
                   PERFORM 2900-GRAVA-REJEITO
               WHEN FUNCIONARIO-EXISTE
                   MOVE WS-FUN-DEPTO(WS-IDX-FUN) TO WS-DEPTO-ANTERIOR
                   PERFORM 3800-BUSCA-CARGO-ADMISSAO
                   IF TRN-DEPTO NOT = SPACES
                       MOVE TRN-DEPTO TO WS-FUN-DEPTO(WS-IDX-FUN)
                   END-IF
                           TO WS-FUN-SALARIO(WS-IDX-FUN)
                   END-IF
                   PERFORM 0760-ATUALIZA-FUNCARGO
                   MOVE WS-FUN-DEPTO(WS-IDX-FUN) TO WS-DEPTO-NOVO
                   MOVE WS-CARGO-ANTERIOR        TO WS-CARGO-NOVO
                   IF TRN-CARGO NOT = ZEROS
                       MOVE TRN-CARGO TO WS-CARGO-NOVO
                   END-IF
      *            So mudanca de departamento ou de cargo vai ao log.
                   IF WS-DEPTO-NOVO NOT = WS-DEPTO-ANTERIOR
                      OR WS-CARGO-NOVO NOT = WS-CARGO-ANTERIOR
                       MOVE 'C' TO WS-MOV-TIPO
                       PERFORM 3900-GRAVA-MOVIMENTO
                   END-IF
                   ADD 1 TO WS-CONT-ALTERADO
                   DISPLAY 'ALTERADO: ' TRN-COD
               WHEN OTHER
       3200-DESLIGA.
      *----------------------------------------------------------------*
           IF FUNCIONARIO-EXISTE
               MOVE WS-FUN-DEPTO(WS-IDX-FUN) TO WS-DEPTO-ANTERIOR
               PERFORM 3800-BUSCA-CARGO-ADMISSAO
               MOVE 'T'               TO WS-MOV-TIPO
               MOVE WS-DEPTO-ANTERIOR TO WS-DEPTO-NOVO
               MOVE WS-CARGO-ANTERIOR TO WS-CARGO-NOVO
               PERFORM 3900-GRAVA-MOVIMENTO
               MOVE 'N' TO WS-FUN-ATIVO(WS-IDX-FUN)
               PERFORM 3250-DESLIGA-ADMISSAO
               PERFORM 3260-DESLIGA-FUNCARGO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3800-BUSCA-CARGO-ADMISSAO.
      *----------------------------------------------------------------*
      *    Cargo atual (FUNCARGO.TXT) e data de admissao do
      *    funcionario da transacao, antes de a transacao mexer nelas.
           MOVE ZEROS TO WS-CARGO-ANTERIOR
           MOVE ZEROS TO WS-ADMISSAO-MOV

           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > WS-QTD-FCARGO
               IF WS-FCA-COD(WS-IDX-CAR) = TRN-COD
                  AND WS-FCA-ATIVO(WS-IDX-CAR) = 'S'
                   MOVE WS-FCA-CARGO(WS-IDX-CAR) TO WS-CARGO-ANTERIOR
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-ADM
               IF WS-ADM-COD(WS-IDX-AUX) = TRN-COD
                  AND WS-ADM-ATIVO(WS-IDX-AUX) = 'S'
                   MOVE WS-ADM-DATA(WS-IDX-AUX) TO WS-ADMISSAO-MOV
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-GRAVA-MOVIMENTO.
      *----------------------------------------------------------------*
      *    Admissao entra no log na data de admissao; alteracao e
      *    desligamento, na data da rodada.
           MOVE SPACES            TO REG-MOVIMENTO
           IF WS-MOV-TIPO = 'A'
               MOVE WS-ADMISSAO-MOV   TO MOV-DATA
           ELSE
               MOVE WS-DATA-MOVIMENTO TO MOV-DATA
           END-IF
           MOVE WS-MOV-TIPO       TO MOV-TIPO
           MOVE TRN-COD           TO MOV-COD
           MOVE WS-DEPTO-ANTERIOR TO MOV-DEPTO-ANT
           MOVE WS-CARGO-ANTERIOR TO MOV-CARGO-ANT
           MOVE WS-DEPTO-NOVO     TO MOV-DEPTO-NOVO
           MOVE WS-CARGO-NOVO     TO MOV-CARGO-NOVO
           MOVE WS-ADMISSAO-MOV   TO MOV-ADMISSAO
           WRITE REG-MOVIMENTO
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-GRAVA-REJEITO.
      *----------------------------------------------------------------*
