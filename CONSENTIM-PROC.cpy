      *----------------------------------------------------------------*
      *  CONSENTIM-PROC.CPY                                            *
      *  Shared paragraphs for the marketing consent register, in the  *
      *  style of VEREDITO-PROC. Requires CONSENTIM.CPY in WORKING-    *
      *  STORAGE and a SELECT/FD for ARQCNS (CONSENT.TXT, LINE         *
      *  SEQUENTIAL, FILE STATUS WS-STATUS-CNS) whose record           *
      *  REG-CONSENT carries CNS-CPF, CNS-CANAL, CNS-SITUACAO and      *
      *  CNS-DATA. Entries are kept in the order given; for the same   *
      *  CPF and channel the latest date wins, and on the same date    *
      *  the entry further down the file.                              *
      *----------------------------------------------------------------*
       9750-CARREGA-CONSENTIMENTOS.
           OPEN INPUT ARQCNS
           IF CNS-ARQ-OK
               PERFORM UNTIL WS-CNS-EOF = 'S'
                   READ ARQCNS
                       AT END
                           MOVE 'S' TO WS-CNS-EOF
                       NOT AT END
                           PERFORM 9755-GUARDA-CONSENTIMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQCNS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       9755-GUARDA-CONSENTIMENTO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-CNS2
           PERFORM VARYING WS-IDX-CNS FROM 1 BY 1
                   UNTIL WS-IDX-CNS > WS-QTD-CNS
               IF WS-CNS-CPF(WS-IDX-CNS) = CNS-CPF
                  AND WS-CNS-CANAL(WS-IDX-CNS) = CNS-CANAL
                   MOVE WS-IDX-CNS TO WS-IDX-CNS2
               END-IF
           END-PERFORM

           IF WS-IDX-CNS2 = ZEROS
               IF WS-QTD-CNS < 3000
                   ADD 1 TO WS-QTD-CNS
                   MOVE WS-QTD-CNS TO WS-IDX-CNS2
                   MOVE CNS-CPF    TO WS-CNS-CPF(WS-IDX-CNS2)
                   MOVE CNS-CANAL  TO WS-CNS-CANAL(WS-IDX-CNS2)
                   MOVE ZEROS      TO WS-CNS-DATA(WS-IDX-CNS2)
               ELSE
                   MOVE 'S' TO WS-CNS-ESTOURO
                   DISPLAY 'CONSENTIMENTO IGNORADO - LIMITE DE 3000 '
                           'EXCEDIDO: ' CNS-CPF
               END-IF
           END-IF

           IF WS-IDX-CNS2 > ZEROS
              AND CNS-DATA >= WS-CNS-DATA(WS-IDX-CNS2)
               MOVE CNS-SITUACAO TO WS-CNS-SITUACAO(WS-IDX-CNS2)
               MOVE CNS-DATA     TO WS-CNS-DATA(WS-IDX-CNS2)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       9760-VERIFICA-CONSENTIMENTO.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-CNS-SITUACAO-FIN

           PERFORM VARYING WS-IDX-CNS FROM 1 BY 1
                   UNTIL WS-IDX-CNS > WS-QTD-CNS
               IF WS-CNS-CPF(WS-IDX-CNS) = WS-CNS-CHAVE-CPF
                  AND WS-CNS-CANAL(WS-IDX-CNS) = WS-CNS-CHAVE-CANAL
                   MOVE WS-CNS-SITUACAO(WS-IDX-CNS)
                       TO WS-CNS-SITUACAO-FIN
               END-IF
           END-PERFORM
           .
           EXIT.
