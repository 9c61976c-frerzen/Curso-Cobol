      *----------------------------------------------------------------*
      *  AFASTAM-PROC.CPY                                              *
      *  Shared paragraphs for the employee leave register, in the     *
      *  style of RUNSUMARIO-PROC. Requires AFASTAM.CPY in WORKING-    *
      *  STORAGE and a SELECT/FD for ARQAFAST (AFASTAM.TXT, LINE       *
      *  SEQUENTIAL, FILE STATUS WS-STATUS-AFAST) whose record         *
      *  REG-AFAST carries AFA-COD, AFA-TIPO, AFA-INICIO and AFA-FIM.  *
      *  Without the file nobody is on leave - the behaviour every     *
      *  program had before the register existed.                     *
      *----------------------------------------------------------------*
       9200-CARREGA-AFASTAMENTOS.
           OPEN INPUT ARQAFAST
           IF AFAST-OK
               PERFORM UNTIL WS-AFAST-EOF = 'S'
                   READ ARQAFAST
                       AT END
                           MOVE 'S' TO WS-AFAST-EOF
                       NOT AT END
                           IF WS-QTD-AFAST < 300
                               ADD 1 TO WS-QTD-AFAST
                               MOVE AFA-COD
                                   TO WS-AFA-COD(WS-QTD-AFAST)
                               MOVE AFA-TIPO
                                   TO WS-AFA-TIPO(WS-QTD-AFAST)
                               MOVE AFA-INICIO
                                   TO WS-AFA-INICIO(WS-QTD-AFAST)
                               MOVE AFA-FIM
                                   TO WS-AFA-FIM(WS-QTD-AFAST)
                           ELSE
                               DISPLAY 'AFASTAMENTO IGNORADO - LIMITE '
                                       'DE 300 EXCEDIDO: ' AFA-COD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAFAST
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       9250-DIAS-INSS.
      *----------------------------------------------------------------*
      *    Dias da janela cobertos pela parte INSS dos afastamentos do
      *    funcionario: doenca e acidente a partir do 16o dia,
      *    maternidade desde o primeiro; sem data de retorno o
      *    afastamento corre ate o fim da janela.
           MOVE ZEROS TO WS-AFA-DIAS-CALC
           COMPUTE WS-AFA-INT-PER-INI =
               FUNCTION INTEGER-OF-DATE(WS-AFA-PER-INI)
           COMPUTE WS-AFA-INT-PER-FIM =
               FUNCTION INTEGER-OF-DATE(WS-AFA-PER-FIM)

           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST
               IF WS-AFA-COD(WS-IDX-AFAST) = WS-AFA-COD-CALC
                  AND WS-AFA-TIPO(WS-IDX-AFAST) NOT = SPACE
                  AND (WS-AFA-TIPO(WS-IDX-AFAST) =
                           WS-AFA-TIPOS-CALC(1:1)
                    OR WS-AFA-TIPO(WS-IDX-AFAST) =
                           WS-AFA-TIPOS-CALC(2:1)
                    OR WS-AFA-TIPO(WS-IDX-AFAST) =
                           WS-AFA-TIPOS-CALC(3:1))
                   COMPUTE WS-AFA-INT-INI = FUNCTION INTEGER-OF-DATE
                       (WS-AFA-INICIO(WS-IDX-AFAST))
                   IF NOT AFA-MATERNIDADE(WS-IDX-AFAST)
                       ADD WS-AFA-CARENCIA TO WS-AFA-INT-INI
                   END-IF
                   IF WS-AFA-FIM(WS-IDX-AFAST) = ZEROS
                       MOVE WS-AFA-INT-PER-FIM TO WS-AFA-INT-FIM
                   ELSE
                       COMPUTE WS-AFA-INT-FIM = FUNCTION
                           INTEGER-OF-DATE(WS-AFA-FIM(WS-IDX-AFAST))
                   END-IF
                   IF WS-AFA-INT-INI < WS-AFA-INT-PER-INI
                       MOVE WS-AFA-INT-PER-INI TO WS-AFA-INT-INI
                   END-IF
                   IF WS-AFA-INT-FIM > WS-AFA-INT-PER-FIM
                       MOVE WS-AFA-INT-PER-FIM TO WS-AFA-INT-FIM
                   END-IF
                   IF WS-AFA-INT-FIM >= WS-AFA-INT-INI
                       COMPUTE WS-AFA-DIAS-CALC = WS-AFA-DIAS-CALC +
                           WS-AFA-INT-FIM - WS-AFA-INT-INI + 1
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       9260-LIMITES-MES.
      *----------------------------------------------------------------*
      *    Primeiro e ultimo dia do mes AAAAMM e o numero de dias.
           COMPUTE WS-AFA-PER-INI = WS-AFA-MES-CALC * 100 + 1

           MOVE WS-AFA-MES-ANO TO WS-AFA-PROX-ANO
           MOVE 1              TO WS-AFA-PROX-DD
           IF WS-AFA-MES-MES = 12
               ADD 1 TO WS-AFA-PROX-ANO
               MOVE 1 TO WS-AFA-PROX-MM
           ELSE
               COMPUTE WS-AFA-PROX-MM = WS-AFA-MES-MES + 1
           END-IF

           COMPUTE WS-AFA-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-AFA-PROX-DATA) - 1
           COMPUTE WS-AFA-PER-FIM =
               FUNCTION DATE-OF-INTEGER(WS-AFA-INT-FIM)
           COMPUTE WS-AFA-DIAS-MES =
               WS-AFA-PER-FIM - WS-AFA-PER-INI + 1
           .
           EXIT.
