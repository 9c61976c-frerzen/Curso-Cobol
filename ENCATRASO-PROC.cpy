      *----------------------------------------------------------------*
      *  ENCATRASO-PROC.CPY                                            *
      *  Shared paragraph for the tuition late-payment charges - see   *
      *  ENCATRASO.CPY for the calling convention. Due date is the     *
      *  MENSPARM due day in the competencia month; past it the fee    *
      *  is charged once on the face value and the monthly interest    *
      *  is pro-rated per day late over a 30-day commercial month.     *
      *----------------------------------------------------------------*
       9700-CALCULA-ENCARGOS.
           COMPUTE WS-VENCIMENTO =
               WS-ENC-COMPETENCIA * 100 + WS-DIA-VENCIMENTO
           MOVE ZEROS TO WS-DIAS-ATRASO
                         WS-VALOR-MULTA
                         WS-VALOR-JUROS
                         WS-VALOR-ENCARGOS

           IF WS-DATA-REFERENCIA > WS-VENCIMENTO
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA) -
                   FUNCTION INTEGER-OF-DATE(WS-VENCIMENTO)
               COMPUTE WS-VALOR-MULTA ROUNDED =
                   WS-ENC-VALOR * WS-PCT-MULTA / 100
               COMPUTE WS-VALOR-JUROS ROUNDED =
                   WS-ENC-VALOR * WS-PCT-JUROS-MES / 100
                   * WS-DIAS-ATRASO / 30
               COMPUTE WS-VALOR-ENCARGOS =
                   WS-VALOR-MULTA + WS-VALOR-JUROS
           END-IF
           .
           EXIT.
