      * Date: 02-09-2026
      * Purpose: Bank return (retorno) reconciliation for the payroll
      *          credit file. Matches the bank's RETORNO.TXT records
      *          (employee code, P=pago / F=falhou, reason and the
      *          credit sequence REMESSA gave it - 00 net pay, 01 on
      *          alimony) against the REMESSA.TXT credits we sent,
      *          matched on code and sequence, marks each credit
      *          PAGO, FALHOU or SEM RETORNO on PAGSTAT.TXT, lists the
      *          failed credits on REEMITIR.TXT for reissue, and
      *          writes the cycle gate RETFECHO.TXT: F only when every
           03 REMD-DIGITO         PIC X(01).
           03 REMD-VALOR          PIC 9(09)V99.
           03 REMD-NOME           PIC X(20).
           03 REMD-SEQ            PIC 9(02).
           03 FILLER              PIC X(07).

       FD  ARQRET
           LABEL RECORD STANDARD
           03 RET-SITUACAO        PIC X(01).
           03 FILLER              PIC X(01).
           03 RET-MOTIVO          PIC X(20).
           03 FILLER              PIC X(01).
           03 RET-SEQ             PIC 9(02).

       FD  ARQSTAT
           LABEL RECORD STANDARD
       01  REG-PAGSTAT.
           03 PST-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PST-SEQ             PIC 9(02).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PST-NOME            PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PST-VALOR           PIC 9(09)V99.
       01  REG-REEMISSAO.
           03 REE-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 REE-SEQ             PIC 9(02).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 REE-NOME            PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 REE-VALOR           PIC 9(09)V99.
       01  WS-TAB-CREDITO.
           03 WS-CRE-ITEM OCCURS 200 TIMES.
              05 WS-CRE-COD         PIC 9(03).
              05 WS-CRE-SEQ         PIC 9(02).
              05 WS-CRE-NOME        PIC X(20).
              05 WS-CRE-VALOR       PIC 9(09)V99.
              05 WS-CRE-SITUACAO    PIC X(11).
                                   TO WS-CRE-COD(WS-QTD-CREDITO)
                               MOVE REMD-NOME
                                   TO WS-CRE-NOME(WS-QTD-CREDITO)
                               IF REMD-SEQ IS NUMERIC
                                   MOVE REMD-SEQ
                                     TO WS-CRE-SEQ(WS-QTD-CREDITO)
                               ELSE
                                   MOVE ZEROS
                                     TO WS-CRE-SEQ(WS-QTD-CREDITO)
                               END-IF
                               MOVE REMD-VALOR
                                   TO WS-CRE-VALOR(WS-QTD-CREDITO)
                               MOVE 'SEM RETORNO'
      *----------------------------------------------------------------*
       0250-CASA-UM-RETORNO.
      *----------------------------------------------------------------*
      *    Um funcionario pode ter o liquido e creditos de pensao na
      *    mesma remessa: o retorno casa por codigo e sequencia
      *    (retorno sem sequencia vale para o liquido, 00).
           MOVE 'N' TO WS-CREDITO-ACHADO
           IF RET-SEQ NOT NUMERIC
               MOVE ZEROS TO RET-SEQ
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CREDITO
               IF WS-CRE-COD(WS-IDX) = RET-COD
                  AND WS-CRE-SEQ(WS-IDX) = RET-SEQ
                   MOVE 'S' TO WS-CREDITO-ACHADO
                   IF RET-SITUACAO = 'P'
                       MOVE 'PAGO'   TO WS-CRE-SITUACAO(WS-IDX)
           IF WS-CREDITO-ACHADO = 'N'
               ADD 1 TO WS-CONT-ORFAO
               DISPLAY 'RETORNO SEM CREDITO NA REMESSA - COD: '
                       RET-COD ' SEQ: ' RET-SEQ
           END-IF
           .
           EXIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CREDITO
               MOVE WS-CRE-COD(WS-IDX)      TO PST-COD
               MOVE WS-CRE-SEQ(WS-IDX)      TO PST-SEQ
               MOVE WS-CRE-NOME(WS-IDX)     TO PST-NOME
               MOVE WS-CRE-VALOR(WS-IDX)    TO PST-VALOR
               MOVE WS-CRE-SITUACAO(WS-IDX) TO PST-SITUACAO
                   WHEN 'FALHOU'
                       ADD 1 TO WS-CONT-FALHA
                       MOVE WS-CRE-COD(WS-IDX)    TO REE-COD
                       MOVE WS-CRE-SEQ(WS-IDX)    TO REE-SEQ
                       MOVE WS-CRE-NOME(WS-IDX)   TO REE-NOME
                       MOVE WS-CRE-VALOR(WS-IDX)  TO REE-VALOR
                       MOVE WS-CRE-MOTIVO(WS-IDX) TO REE-MOTIVO
