      *          with the member's latest HISTPESO.TXT weight and the
      *          coaching deviation PESO_IDEAL published on
      *          COACHING.TXT, so the gap list finally has an owner.
      *          The workload report now flags each member overdue for
      *          a physical reassessment - no AVALFIS.TXT assessment
      *          at all, or the latest older than the AVALPARM.TXT
      *          interval AVALIACAO applies - with a count per trainer.
      *          Any restriction on the member's medical clearance
      *          (ATESTADO.TXT, kept by ATESTADO) prints under the
      *          member so the trainer knows about it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-HIST.

       SELECT ARQAVAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AVAL.

       SELECT ARQAVPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AVPARM.

       SELECT ARQATE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ATE.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 HIST-PESO                   PIC 9(03)V999.
           03 HIST-FILIAL                 PIC 9(02).

       FD ARQAVAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AVALFIS.TXT".
       01  REG-AVALIACAO.
           03 AVA-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 AVA-DATA                    PIC 9(08).
           03 FILLER                      PIC X(40).

       FD ARQAVPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AVALPARM.TXT".
       01  REG-AVPARM.
           03 AVP-INTERVALO-DIAS          PIC 9(03).

       FD ARQATE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ATESTADO.TXT".
       01  REG-ATESTADO.
           03 ATE-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 ATE-EMISSAO                 PIC 9(08).
           03 FILLER                      PIC X(01).
           03 ATE-VENCIMENTO              PIC 9(08).
           03 FILLER                      PIC X(01).
           03 ATE-MEDICO                  PIC X(30).
           03 FILLER                      PIC X(01).
           03 ATE-CRM                     PIC X(10).
           03 FILLER                      PIC X(01).
           03 ATE-RESTRICAO               PIC X(40).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINREL.TXT".
           88 COACH-OK                  VALUE '00'.
       77  WS-STATUS-HIST           PIC X(02) VALUE SPACES.
           88 HIST-OK                   VALUE '00'.
       77  WS-STATUS-AVAL           PIC X(02) VALUE SPACES.
           88 AVAL-OK                   VALUE '00'.
       77  WS-STATUS-AVPARM         PIC X(02) VALUE SPACES.
           88 AVPARM-OK                 VALUE '00'.
       77  WS-AVAL-EOF              PIC X(01) VALUE ' '.
       77  WS-QTD-ULTAVAL           PIC 9(04) VALUE ZEROS.
       77  WS-INTERVALO-AVAL        PIC 9(03) VALUE 90.
       77  WS-DIAS-AVAL             PIC S9(07) VALUE ZEROS.
       77  WS-ULT-AVAL-DATA         PIC 9(08) VALUE ZEROS.
       77  WS-REAVAL-TREI           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-REAVAL           PIC 9(04) VALUE ZEROS.
       77  WS-STATUS-ATE            PIC X(02) VALUE SPACES.
           88 ATE-OK                    VALUE '00'.
       77  WS-ATE-EOF               PIC X(01) VALUE ' '.
       77  WS-QTD-RESTR             PIC 9(04) VALUE ZEROS.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'R'.
       77  WS-TREI-PEDIDO           PIC 9(04) VALUE ZEROS.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.

           COPY VALIDACPF.

           COPY DATAPROC.

       01  WS-TAB-TREINADOR.
           03 WS-TREI-ITEM OCCURS 100 TIMES.
              05 WS-TREI-CODIGO         PIC 9(04).
              05 WS-HIS-PESO            PIC 9(03)V999.
              05 WS-HIS-DATA            PIC 9(08).

       01  WS-TAB-ULTAVAL.
           03 WS-ULT-ITEM OCCURS 999 TIMES.
              05 WS-ULT-CPF             PIC 9(11).
              05 WS-ULT-DATA            PIC 9(08).

       01  WS-TAB-RESTRICAO.
           03 WS-RES-ITEM OCCURS 999 TIMES.
              05 WS-RES-CPF             PIC 9(11).
              05 WS-RES-TEXTO           PIC X(40).

       01  WS-LINHA1.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(36)
           03 FILLER                PIC X(20)
               VALUE '  ALUNOS NA CARGA: '.
           03 WS-EXB-CARGA          PIC ZZZ9.
           03 FILLER                PIC X(26)
               VALUE '   REAVALIACAO VENCIDA: '.
           03 WS-EXB-REAVAL         PIC ZZZ9.

       01  WS-LINHA-REAVAL.
           03 FILLER                PIC X(16) VALUE SPACES.
           03 FILLER                PIC X(25)
               VALUE '** REAVALIACAO VENCIDA - '.
           03 WS-EXB-REAVAL-OBS     PIC X(30).

       01  WS-LINHA-RESTRICAO.
           03 FILLER                PIC X(16) VALUE SPACES.
           03 FILLER                PIC X(22)
               VALUE '** RESTRICAO MEDICA - '.
           03 WS-EXB-RESTRICAO      PIC X(40).

       01  WS-RODAPE1.
           03 FILLER            PIC X(30)
               VALUE 'TOTAL DE ALUNOS ATRIBUIDOS: '.
           03 WS-TOTROSTER      PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(30)
               VALUE 'TOTAL COM REAVALIACAO VENCIDA:'.
           03 WS-TOTREAVAL      PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           PERFORM 0300-CARREGA-COACHING
           PERFORM 0400-CARREGA-HISTORICO
           PERFORM 9500-OBTEM-DATA-PROCESSO
           PERFORM 0500-CARREGA-AVALIACOES
           PERFORM 0600-CARREGA-RESTRICOES

           OPEN INPUT ARQACAD
           OPEN OUTPUT ARQREL
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           MOVE WS-CONT-REAVAL TO WS-TOTREAVAL
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2

           MOVE WS-CONT-ROSTER TO WS-CONT-ATRIB

           WRITE REG-RELATORIO FROM WS-LINHA2

           MOVE ZEROS TO WS-CARGA-TREI
           MOVE ZEROS TO WS-REAVAL-TREI

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-ASG
               END-IF
           END-PERFORM

           MOVE WS-CARGA-TREI  TO WS-EXB-CARGA
           MOVE WS-REAVAL-TREI TO WS-EXB-REAVAL
           DISPLAY WS-LINHA-SUBTOTAL
           WRITE REG-RELATORIO FROM WS-LINHA-SUBTOTAL
           .

           DISPLAY WS-DETALHE-EXIBICAO
           WRITE REG-RELATORIO FROM WS-DETALHE-EXIBICAO

           PERFORM 5500-VERIFICA-REAVALIACAO
           PERFORM 5600-EXIBE-RESTRICAO
           .
           EXIT.
      *----------------------------------------------------------------*
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-AVALIACOES.
      *----------------------------------------------------------------*
      *    Intervalo de reavaliacao do mesmo cartao que o AVALIACAO le
      *    e, por CPF, a data da avaliacao fisica mais recente.
           OPEN INPUT ARQAVPARM
           IF AVPARM-OK
               READ ARQAVPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AVP-INTERVALO-DIAS > ZEROS
                           MOVE AVP-INTERVALO-DIAS
                               TO WS-INTERVALO-AVAL
                       END-IF
               END-READ
               CLOSE ARQAVPARM
           END-IF

           OPEN INPUT ARQAVAL
           IF AVAL-OK
               PERFORM UNTIL WS-AVAL-EOF = 'S'
                   READ ARQAVAL
                       AT END
                           MOVE 'S' TO WS-AVAL-EOF
                       NOT AT END
                           PERFORM 0510-ATUALIZA-TAB-AVAL
                   END-READ
               END-PERFORM
               CLOSE ARQAVAL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-ATUALIZA-TAB-AVAL.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ASG-ACHADA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ULTAVAL
               IF WS-ULT-CPF(WS-IDX) = AVA-CPF
                   IF AVA-DATA > WS-ULT-DATA(WS-IDX)
                       MOVE AVA-DATA TO WS-ULT-DATA(WS-IDX)
                   END-IF
                   MOVE 'S' TO WS-ASG-ACHADA
               END-IF
           END-PERFORM

           IF WS-ASG-ACHADA = 'N' AND WS-QTD-ULTAVAL < 999
               ADD 1 TO WS-QTD-ULTAVAL
               MOVE AVA-CPF  TO WS-ULT-CPF(WS-QTD-ULTAVAL)
               MOVE AVA-DATA TO WS-ULT-DATA(WS-QTD-ULTAVAL)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5500-VERIFICA-REAVALIACAO.
      *----------------------------------------------------------------*
      *    Aluno sem avaliacao fisica, ou com a ultima mais velha que o
      *    intervalo, ganha a linha de aviso logo abaixo do detalhe.
           MOVE ZEROS TO WS-ULT-AVAL-DATA

           PERFORM VARYING WS-IDX3 FROM 1 BY 1
                   UNTIL WS-IDX3 > WS-QTD-ULTAVAL
               IF WS-ULT-CPF(WS-IDX3) = WS-ASG-CPF(WS-IDX2)
                   MOVE WS-ULT-DATA(WS-IDX3) TO WS-ULT-AVAL-DATA
               END-IF
           END-PERFORM

           IF WS-ULT-AVAL-DATA = ZEROS
               MOVE 'NENHUMA AVALIACAO REGISTRADA' TO WS-EXB-REAVAL-OBS
               PERFORM 5510-GRAVA-REAVALIACAO
           ELSE
               COMPUTE WS-DIAS-AVAL =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) -
                   FUNCTION INTEGER-OF-DATE(WS-ULT-AVAL-DATA)
               IF WS-DIAS-AVAL > WS-INTERVALO-AVAL
                   MOVE SPACES TO WS-EXB-REAVAL-OBS
                   STRING 'ULTIMA EM ' WS-ULT-AVAL-DATA
                          DELIMITED BY SIZE
                       INTO WS-EXB-REAVAL-OBS
                   END-STRING
                   PERFORM 5510-GRAVA-REAVALIACAO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5510-GRAVA-REAVALIACAO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-REAVAL-TREI
           ADD 1 TO WS-CONT-REAVAL

           DISPLAY WS-LINHA-REAVAL
           WRITE REG-RELATORIO FROM WS-LINHA-REAVAL
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-RESTRICOES.
      *----------------------------------------------------------------*
      *    So interessam os atestados com restricao anotada; sem
      *    ATESTADO.TXT o relatorio sai como antes.
           OPEN INPUT ARQATE
           IF ATE-OK
               PERFORM UNTIL WS-ATE-EOF = 'S'
                   READ ARQATE
                       AT END
                           MOVE 'S' TO WS-ATE-EOF
                       NOT AT END
                           IF ATE-RESTRICAO NOT = SPACES
                              AND WS-QTD-RESTR < 999
                               ADD 1 TO WS-QTD-RESTR
                               MOVE ATE-CPF
                                   TO WS-RES-CPF(WS-QTD-RESTR)
                               MOVE ATE-RESTRICAO
                                   TO WS-RES-TEXTO(WS-QTD-RESTR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5600-EXIBE-RESTRICAO.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX3 FROM 1 BY 1
                   UNTIL WS-IDX3 > WS-QTD-RESTR
               IF WS-RES-CPF(WS-IDX3) = WS-ASG-CPF(WS-IDX2)
                   MOVE WS-RES-TEXTO(WS-IDX3) TO WS-EXB-RESTRICAO
                   DISPLAY WS-LINHA-RESTRICAO
                   WRITE REG-RELATORIO FROM WS-LINHA-RESTRICAO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
