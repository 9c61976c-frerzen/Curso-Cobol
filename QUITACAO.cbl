      *          quitacao list of voters in good standing to
      *          QUITACAO.TXT. The aggregate turnout report throws
      *          this detail away; here it is kept.
      *          A poll worker drafted on MESARIOS.TXT (see MESARIO)
      *          and not marked present on election day gets the
      *          status MULTA MESA instead and stays off the
      *          quitacao list, whether or not the voter also voted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-JUST.

       SELECT ARQMESA ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-MESA.

       SELECT ARQSTAT ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

           03 TITR-NUMERO                PIC 9(03).
           03 TITR-NOME                  PIC X(10).
           03 TITR-LOCAL                 PIC X(05).
           03 FILLER                     PIC X(11).

       FD ARQAPU
           LABEL RECORD STANDARD
           03 FILLER                    PIC X(01).
           03 JUS-MOTIVO                PIC X(20).

       FD ARQMESA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MESARIOS.TXT".
       01  REG-MESARIO.
           03 MES-TITULO                PIC 9(03).
           03 FILLER                    PIC X(01).
           03 MES-NOME                  PIC X(10).
           03 FILLER                    PIC X(01).
           03 MES-LOCAL                 PIC X(05).
           03 FILLER                    PIC X(01).
           03 MES-ZONA                  PIC 9(03).
           03 FILLER                    PIC X(01).
           03 MES-SECAO                 PIC 9(04).
           03 FILLER                    PIC X(01).
           03 MES-FUNCAO                PIC X(01).
           03 FILLER                    PIC X(01).
           03 MES-PRESENCA              PIC X(01).

       FD ARQSTAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VOTSTAT.TXT".
       77  WS-EOF                       PIC X(01) VALUE ' '.
       77  WS-APU-EOF                   PIC X(01) VALUE ' '.
       77  WS-JUST-EOF                  PIC X(01) VALUE ' '.
       77  WS-MESA-EOF                  PIC X(01) VALUE ' '.
       77  WS-STATUS-TIT                PIC X(02) VALUE SPACES.
           88 TIT-OK                        VALUE '00'.
       77  WS-STATUS-APU                PIC X(02) VALUE SPACES.
           88 APU-OK                        VALUE '00'.
       77  WS-STATUS-JUST               PIC X(02) VALUE SPACES.
           88 JUST-OK                       VALUE '00'.
       77  WS-STATUS-MESA               PIC X(02) VALUE SPACES.
           88 MESA-OK                       VALUE '00'.
       77  WS-QTD-VOTOU                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-JUST                  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FALTOSO               PIC 9(03) VALUE ZEROS.
       77  WS-IDX                       PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU                     PIC X(01) VALUE 'N'.
       77  WS-CONT-VOTOU                PIC 9(05) VALUE ZEROS.
       77  WS-CONT-JUSTIFICOU           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-PENDENTE             PIC 9(05) VALUE ZEROS.
       77  WS-CONT-MULTA                PIC 9(05) VALUE ZEROS.

           COPY RUNSUMARIO.

       01  WS-TAB-JUSTIFICOU.
           03 WS-JUS-TITULO OCCURS 500 TIMES PIC 9(03).

       01  WS-TAB-MESA-FALTOSO.
           03 WS-FAL-TITULO OCCURS 250 TIMES PIC 9(03).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               PERFORM 0100-CARREGA-VOTANTES
               PERFORM 0200-CARREGA-JUSTIFICATIVAS
               PERFORM 0300-CARREGA-MESA-FALTOSOS

               OPEN INPUT ARQTIT

                           WS-CONT-JUSTIFICOU
                   DISPLAY 'ELEITORES PENDENTES      : '
                           WS-CONT-PENDENTE
                   DISPLAY 'MESARIOS FALTOSOS MULTADOS: '
                           WS-CONT-MULTA
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'TITULOS.TXT AUSENTE' TO WS-RUN-MOTIVO
               MOVE 'QUITACAO'        TO WS-RUN-PROGRAMA
               COMPUTE WS-RUN-PROCESSADOS =
                   WS-CONT-VOTOU + WS-CONT-JUSTIFICOU
               COMPUTE WS-RUN-REJEITADOS =
                   WS-CONT-PENDENTE + WS-CONT-MULTA
               PERFORM 9900-GRAVA-RUN

               CLOSE ARQTIT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-MESA-FALTOSOS.
      *----------------------------------------------------------------*
      *    Mesario convocado sem presenca 'S' no cadastro e faltoso.
      *    Sem MESARIOS.TXT nao houve convocacao e ninguem e multado.
           OPEN INPUT ARQMESA
           IF MESA-OK
               PERFORM UNTIL WS-MESA-EOF = 'S'
                   READ ARQMESA
                       AT END
                           MOVE 'S' TO WS-MESA-EOF
                       NOT AT END
                           IF MES-PRESENCA NOT = 'S'
                              AND WS-QTD-FALTOSO < 250
                               ADD 1 TO WS-QTD-FALTOSO
                               MOVE MES-TITULO
                                   TO WS-FAL-TITULO(WS-QTD-FALTOSO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMESA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-TRATA-ELEITOR.
      *----------------------------------------------------------------*
           MOVE TITR-NOME   TO VST-NOME
           MOVE TITR-LOCAL  TO VST-LOCAL

           PERFORM 2300-VERIFICA-MESA-FALTOSO
           IF WS-ACHOU = 'S'
               MOVE 'MULTA MESA' TO VST-SITUACAO
               ADD 1 TO WS-CONT-MULTA
           ELSE
               PERFORM 2100-VERIFICA-VOTO
               IF WS-ACHOU = 'S'
                   MOVE 'VOTOU'      TO VST-SITUACAO
                   ADD 1 TO WS-CONT-VOTOU
                   PERFORM 2500-GRAVA-QUITACAO
               ELSE
                   PERFORM 2200-VERIFICA-JUSTIFICATIVA
                   IF WS-ACHOU = 'S'
                       MOVE 'JUSTIFICOU' TO VST-SITUACAO
                       ADD 1 TO WS-CONT-JUSTIFICOU
                       PERFORM 2500-GRAVA-QUITACAO
                   ELSE
                       MOVE 'PENDENTE'   TO VST-SITUACAO
                       ADD 1 TO WS-CONT-PENDENTE
                   END-IF
               END-IF
           END-IF

           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VERIFICA-MESA-FALTOSO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FALTOSO
               IF WS-FAL-TITULO(WS-IDX) = TITR-NUMERO
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-GRAVA-QUITACAO.
      *----------------------------------------------------------------*
