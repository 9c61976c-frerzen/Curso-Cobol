      *          naming the longest remaining step - the 2am page
      *          moved to 6pm. The run-log collector and
      *          the balancing certificate close every window.
      *          Before the first wave VERIFARQ checks every input on
      *          the schedule against the layout registry LAYOUTS.TXT;
      *          a step whose input fails the check is held (RETIDO)
      *          and its dependents drop as for any failed step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                          DIVISION.
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-CAL.

       SELECT ARQVRES ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-VRES.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           03 FILLER                           PIC X(01).
           03 CAL-DESCRICAO                    PIC X(20).

       FD  ARQVRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VERIFRES.TXT".
       01  REG-VERIF-RESULTADO.
           03 VRS-ARQUIVO                      PIC X(20).
           03 FILLER                           PIC X(01).
           03 VRS-SITUACAO                     PIC X(10).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-PROJ-HH                          PIC 9(03) VALUE ZEROS.
       77  WS-PROJ-MM                          PIC 9(02) VALUE ZEROS.
       77  WS-PROJ-RESTO                       PIC 9(04) VALUE ZEROS.
       77  WS-STATUS-VRES                      PIC X(02) VALUE SPACES.
           88 VRES-OK                          VALUE '00'.
       77  WS-VRES-EOF                         PIC X(01) VALUE ' '.

       01  WS-TAB-MEDIAS.
           03 WS-MED-ITEM OCCURS 30 TIMES.
              05 WS-SCH-SO-UTIL                PIC X(01).
              05 WS-SCH-SITUACAO               PIC X(09).
              05 WS-SCH-ANTERIOR               PIC X(09).
              05 WS-SCH-LEIAUTE                PIC X(01).

       01  WS-TIMESTAMP.
           03 WS-DATA.
               PERFORM 0850-CARREGA-DURACOES
               PERFORM 1000-ABRE-MANIFESTO
               PERFORM 1100-ABRE-STATUS
               PERFORM 1300-VERIFICA-LEIAUTES

               PERFORM 1500-DESPACHA-ONDAS

                                   TO WS-SCH-SITUACAO(WS-IDX-SCH)
                               MOVE SPACES
                                   TO WS-SCH-ANTERIOR(WS-IDX-SCH)
                               MOVE SPACES
                                   TO WS-SCH-LEIAUTE(WS-IDX-SCH)
                           END-IF
                   END-READ
               END-PERFORM
           OPEN OUTPUT ARQSTAT
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-VERIFICA-LEIAUTES.
      *----------------------------------------------------------------*
      *    Antes da primeira onda, VERIFARQ confere cada entrada da
      *    agenda contra LAYOUTS.TXT. Passo cuja entrada saiu
      *    REPROVADO fica marcado e e RETIDO na hora de rodar - os
      *    dependentes caem como PULADO pela 2100.
           MOVE ZEROS TO WS-CONT-LIDOS
                         WS-CONT-GRAVADOS

           PERFORM 6500-MARCA-INICIO
           CALL 'VERIFARQ'
               ON EXCEPTION
                   DISPLAY 'PROGRAMA NAO ENCONTRADO: VERIFARQ'
           END-CALL
           PERFORM 6600-MARCA-FIM

           MOVE ' ' TO WS-VRES-EOF
           OPEN INPUT ARQVRES
           IF VRES-OK
               PERFORM UNTIL WS-VRES-EOF = 'S'
                   READ ARQVRES
                       AT END
                           MOVE 'S' TO WS-VRES-EOF
                       NOT AT END
                           ADD 1 TO WS-CONT-LIDOS
                           IF VRS-SITUACAO = 'REPROVADO'
                               ADD 1 TO WS-CONT-GRAVADOS
                               PERFORM 1350-RETEM-PASSOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQVRES
           END-IF

           MOVE 'VERIFARQ'        TO WS-M-PASSO
           MOVE WS-DATA-HORA-INI  TO WS-M-INICIO
           MOVE WS-DATA-HORA-FIM  TO WS-M-FIM
           MOVE WS-CONT-LIDOS     TO WS-M-LIDOS
           MOVE WS-CONT-GRAVADOS  TO WS-M-GRAVADOS

           IF WS-CONT-GRAVADOS > ZEROS
               MOVE 'REPROV.'     TO WS-M-SITUACAO
           ELSE
               MOVE 'OK'          TO WS-M-SITUACAO
           END-IF

           DISPLAY WS-LINHA-MANIFESTO
           WRITE REG-MANIFESTO FROM WS-LINHA-MANIFESTO
           .
           EXIT.
      *----------------------------------------------------------------*
       1350-RETEM-PASSOS.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-PASSO
               IF WS-SCH-ENTRADA(WS-IDX-AUX) = VRS-ARQUIVO
                   MOVE 'R' TO WS-SCH-LEIAUTE(WS-IDX-AUX)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-DESPACHA-ONDAS.
      *----------------------------------------------------------------*
                       MOVE WS-CONT-AUX TO WS-CONT-LIDOS
                   END-IF

               WHEN WS-SCH-LEIAUTE(WS-IDX-SCH) = 'R'
                   MOVE 'RETIDO'   TO WS-SCH-SITUACAO(WS-IDX-SCH)
                   DISPLAY 'PASSO RETIDO - ENTRADA FORA DO LEIAUTE: '
                           WS-SCH-ENTRADA(WS-IDX-SCH)

               WHEN OTHER
                   PERFORM 2200-VERIFICA-ENTRADA

