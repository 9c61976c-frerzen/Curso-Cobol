      *----------------------------------------------------------------*
      *  RATEIO-PROC.CPY                                               *
      *  Shared paragraphs for the cost-center allocation table, in    *
      *  the style of RUNSUMARIO-PROC. Requires RATEIO.CPY in WORKING- *
      *  STORAGE and a SELECT/FD for ARQRATEIO (RATEIO.TXT, LINE       *
      *  SEQUENTIAL, FILE STATUS WS-STATUS-RATEIO) whose record        *
      *  REG-RATEIO carries RAT-COD, RAT-DEPTO and RAT-PCT. Without    *
      *  the file every cost stays in FD-DEPTO-F, as it always did.    *
      *----------------------------------------------------------------*
       9100-CARREGA-RATEIO.
           OPEN INPUT ARQRATEIO
           IF RATEIO-OK
               PERFORM UNTIL WS-RATEIO-EOF = 'S'
                   READ ARQRATEIO
                       AT END
                           MOVE 'S' TO WS-RATEIO-EOF
                       NOT AT END
                           IF WS-QTD-RATEIO < 200
                               ADD 1 TO WS-QTD-RATEIO
                               MOVE RAT-COD
                                   TO WS-RAT-COD(WS-QTD-RATEIO)
                               MOVE RAT-DEPTO
                                   TO WS-RAT-DEPTO(WS-QTD-RATEIO)
                               MOVE RAT-PCT
                                   TO WS-RAT-PCT(WS-QTD-RATEIO)
                               MOVE SPACE
                                   TO WS-RAT-SITUACAO(WS-QTD-RATEIO)
                           ELSE
                               DISPLAY 'RATEIO IGNORADO - LIMITE DE '
                                       '200 EXCEDIDO: ' RAT-COD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRATEIO

               PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                       UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
                   IF WS-RAT-SITUACAO(WS-IDX-RATEIO) = SPACE
                       PERFORM 9110-VALIDA-RATEIO
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       9110-VALIDA-RATEIO.
      *----------------------------------------------------------------*
      *    Os percentuais do funcionario tem de fechar 100,00; senao
      *    o rateio inteiro dele e rejeitado.
           MOVE ZEROS TO WS-RAT-SOMA-PCT
           PERFORM VARYING WS-IDX-RATEIO2 FROM WS-IDX-RATEIO BY 1
                   UNTIL WS-IDX-RATEIO2 > WS-QTD-RATEIO
               IF WS-RAT-COD(WS-IDX-RATEIO2) =
                  WS-RAT-COD(WS-IDX-RATEIO)
                   ADD WS-RAT-PCT(WS-IDX-RATEIO2) TO WS-RAT-SOMA-PCT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-RATEIO2 FROM WS-IDX-RATEIO BY 1
                   UNTIL WS-IDX-RATEIO2 > WS-QTD-RATEIO
               IF WS-RAT-COD(WS-IDX-RATEIO2) =
                  WS-RAT-COD(WS-IDX-RATEIO)
                   IF WS-RAT-SOMA-PCT = 100
                       SET RAT-VALIDO(WS-IDX-RATEIO2) TO TRUE
                   ELSE
                       SET RAT-REJEITADO(WS-IDX-RATEIO2) TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RAT-SOMA-PCT NOT = 100
               ADD 1 TO WS-RAT-REJEITADOS
               DISPLAY 'RATEIO REJEITADO - PERCENTUAIS NAO SOMAM 100: '
                       WS-RAT-COD(WS-IDX-RATEIO) ' SOMA: '
                       WS-RAT-SOMA-PCT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       9150-RATEIA-VALOR.
      *----------------------------------------------------------------*
      *    Cada departamento de fora recebe a sua parte arredondada; o
      *    departamento de origem fica com o restante, inclusive a
      *    diferenca de arredondamento.
           MOVE 1                 TO WS-RAT-QTD-PARTES
           MOVE WS-RAT-DEPTO-CASA TO WS-PAR-DEPTO(1)
           MOVE WS-RAT-VALOR-CALC TO WS-PAR-VALOR(1)

           PERFORM VARYING WS-IDX-RATEIO FROM 1 BY 1
                   UNTIL WS-IDX-RATEIO > WS-QTD-RATEIO
               IF WS-RAT-COD(WS-IDX-RATEIO) = WS-RAT-COD-CALC
                  AND RAT-VALIDO(WS-IDX-RATEIO)
                  AND WS-RAT-DEPTO(WS-IDX-RATEIO) NOT =
                      WS-RAT-DEPTO-CASA
                  AND WS-RAT-QTD-PARTES < 10
                   COMPUTE WS-RAT-VALOR-PARTE ROUNDED =
                       WS-RAT-VALOR-CALC * WS-RAT-PCT(WS-IDX-RATEIO)
                       / 100
                   IF WS-RAT-VALOR-PARTE > WS-PAR-VALOR(1)
                       MOVE WS-PAR-VALOR(1) TO WS-RAT-VALOR-PARTE
                   END-IF
                   ADD 1 TO WS-RAT-QTD-PARTES
                   MOVE WS-RAT-DEPTO(WS-IDX-RATEIO)
                       TO WS-PAR-DEPTO(WS-RAT-QTD-PARTES)
                   MOVE WS-RAT-VALOR-PARTE
                       TO WS-PAR-VALOR(WS-RAT-QTD-PARTES)
                   SUBTRACT WS-RAT-VALOR-PARTE FROM WS-PAR-VALOR(1)
               END-IF
           END-PERFORM
           .
           EXIT.
