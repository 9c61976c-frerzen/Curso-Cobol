      *          file - who and why, forever. MANUFUN and SALARIO
      *          consult the control file and refuse maintenance or
      *          raises dated into a closed month.
      *          Closing also requires the month's pay slips on
      *          FOLHAMES.TXT (written by HOLERITE) to belong to the
      *          competencia; they are then appended to the payroll
      *          history FOLHIST.TXT, one record per employee with
      *          gross, each deduction, net and the overtime hours of
      *          FOLHABRU.TXT. The history also carries the payroll
      *          loan, alimony and retroactive dissidio (with its INSS
      *          and IRRF) of each pay slip, the FOLHABRU.TXT gross
      *          (overtime, class hours and leave cut included) and
      *          the INSS patronal and FGTS on it at the ENCPARM.TXT
      *          rates ENCARGOS applies. A competencia closed again
      *          after a reopen is appended under the next version
      *          number and readers of the history keep the latest
      *          version.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQMES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MES.

       SELECT ARQBRUTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-BRUTO.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PARM.

       SELECT ARQHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-HIST.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQMES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FOLHAMES.TXT".
       01  REG-FOLHAMES.
           03 FMS-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 FMS-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 FMS-DEPTO           PIC X(05).
           03 FILLER              PIC X(01).
           03 FMS-NOME            PIC X(20).
           03 FILLER              PIC X(01).
           03 FMS-SALARIO         PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-COMISSAO        PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-BRUTO           PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 FMS-INSS            PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-IRRF            PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-VT              PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-VR              PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-ADIANT          PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-ACADEMIA        PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-LIQUIDO         PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-CONSIGNADO      PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-PENSAO          PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-DISSIDIO        PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 FMS-INSS-DISSIDIO   PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-IRRF-DISSIDIO   PIC 9(06)V99.

       FD  ARQBRUTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FOLHABRU.TXT".
       01  REG-BRUTO.
           03 BRU-DEPTO           PIC X(05).
           03 FILLER              PIC X(01).
           03 BRU-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 BRU-NOME            PIC X(20).
           03 FILLER              PIC X(01).
           03 BRU-SALARIO         PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 BRU-HORAS-E50       PIC 9(03).
           03 FILLER              PIC X(01).
           03 BRU-HORAS-E100      PIC 9(03).
           03 FILLER              PIC X(01).
           03 BRU-VALOR-BRUTO     PIC 9(07)V99.
           03 FILLER              PIC X(16).

       FD  ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ENCPARM.TXT".
       01  REG-ENCPARM.
           03 ENC-PCT-PATRONAL    PIC 9(02)V99.
           03 ENC-PCT-FGTS        PIC 9(02)V99.

       FD  ARQHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FOLHIST.TXT".
       01  REG-HISTORICO.
           03 HIS-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 HIS-VERSAO          PIC 9(02).
           03 FILLER              PIC X(01).
           03 HIS-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 HIS-DEPTO           PIC X(05).
           03 FILLER              PIC X(01).
           03 HIS-NOME            PIC X(20).
           03 FILLER              PIC X(01).
           03 HIS-SALARIO         PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-COMISSAO        PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-HORAS-EXTRAS    PIC 9(03).
           03 FILLER              PIC X(01).
           03 HIS-BRUTO           PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 HIS-INSS            PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-IRRF            PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-VT              PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-VR              PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-ADIANT          PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-ACADEMIA        PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-LIQUIDO         PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-DATA-FECHAMENTO PIC 9(08).
           03 FILLER              PIC X(01).
           03 HIS-CONSIGNADO      PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-PENSAO          PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-DISSIDIO        PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 HIS-INSS-DISSIDIO   PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-IRRF-DISSIDIO   PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-BRUTO-FOLHA     PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 HIS-PATRONAL        PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 HIS-FGTS            PIC 9(07)V99.

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FMESRUN.TXT".
           88 GL-COM-TRAILER            VALUE 'S'.
       77  WS-SITUACAO-ATUAL        PIC X(01) VALUE 'A'.
       77  WS-CONT-FECHADO          PIC 9(04) VALUE ZEROS.
       77  WS-STATUS-MES            PIC X(02) VALUE SPACES.
           88 MES-OK                    VALUE '00'.
       77  WS-STATUS-BRUTO          PIC X(02) VALUE SPACES.
           88 BRUTO-OK                  VALUE '00'.
       77  WS-STATUS-HIST           PIC X(02) VALUE SPACES.
           88 HIST-OK                   VALUE '00'.
           88 HIST-NAO-EXISTE           VALUE '35'.
       77  WS-STATUS-PARM           PIC X(02) VALUE SPACES.
           88 PARM-OK                   VALUE '00'.
       77  WS-PCT-PATRONAL          PIC 9(02)V99 VALUE 20,00.
       77  WS-PCT-FGTS              PIC 9(02)V99 VALUE 8,00.
       77  WS-FOLHA-DO-MES          PIC X(01) VALUE 'N'.
           88 FOLHA-MES-CONFERE         VALUE 'S'.
       77  WS-VERSAO-HIST           PIC 9(02) VALUE ZEROS.
       77  WS-QTD-EXTRA             PIC 9(03) VALUE ZEROS.
       77  WS-IDX-EXT               PIC 9(03) VALUE ZEROS.
       77  WS-CONT-HISTORICO        PIC 9(05) VALUE ZEROS.

       01  WS-TAB-EXTRAS.
           03 WS-EXT-ITEM OCCURS 200 TIMES.
              05 WS-EXT-COD         PIC 9(03).
              05 WS-EXT-HORAS       PIC 9(03).
              05 WS-EXT-BRUTO       PIC 9(07)V99.

           COPY RUNSUMARIO.

           ELSE
               PERFORM 2100-VERIFICA-RETORNO
               PERFORM 2200-VERIFICA-GL
               PERFORM 2300-VERIFICA-FOLHA-MES

               EVALUATE TRUE
                   WHEN NOT CREDITOS-RESOLVIDOS
                       MOVE 'FMS002' TO WS-RUN-CODIGO
                       DISPLAY 'FECHAMENTO RECUSADO - GLFOLHA.TXT SEM '
                               'TRAILER DE BALANCEAMENTO'
                   WHEN NOT FOLHA-MES-CONFERE
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'FOLHAMES DE OUTRA COMPETENCIA'
                           TO WS-RUN-MOTIVO
                       MOVE 'FMS004' TO WS-RUN-CODIGO
                       DISPLAY 'FECHAMENTO RECUSADO - FOLHAMES.TXT '
                               'AUSENTE OU DE OUTRA COMPETENCIA'
                   WHEN OTHER
                       MOVE 'F'      TO WS-SITUACAO-ATUAL
                       MOVE 'FECHAMENTO REGULAR' TO WS-MOTIVO-PEDIDO
                       MOVE SPACES   TO WS-OPER-CODIGO
                       PERFORM 8000-GRAVA-CONTROLE
                       PERFORM 8100-GRAVA-HISTORICO
                       ADD 1 TO WS-CONT-FECHADO
                       DISPLAY 'COMPETENCIA ' WS-COMPETENCIA-PEDIDA
                               ' FECHADA - MANUTENCAO E AUMENTOS '
                               'BLOQUEADOS'
                       DISPLAY 'HISTORICO DA FOLHA - VERSAO '
                               WS-VERSAO-HIST ' - FUNCIONARIOS: '
                               WS-CONT-HISTORICO
               END-EVALUATE
           END-IF
           .
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VERIFICA-FOLHA-MES.
      *----------------------------------------------------------------*
      *    Os holerites em FOLHAMES.TXT precisam ser da competencia
      *    que esta fechando - senao o historico levaria outro mes.
           MOVE 'N' TO WS-FOLHA-DO-MES

           OPEN INPUT ARQMES
           IF MES-OK
               READ ARQMES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FMS-COMPETENCIA = WS-COMPETENCIA-PEDIDA
                           SET FOLHA-MES-CONFERE TO TRUE
                       END-IF
               END-READ
               CLOSE ARQMES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-REABRE-COMPETENCIA.
      *----------------------------------------------------------------*
           CLOSE ARQCTRL
           .
           EXIT.
      *----------------------------------------------------------------*
       8100-GRAVA-HISTORICO.
      *----------------------------------------------------------------*
      *    Competencia refechada depois de uma reabertura entra com a
      *    versao seguinte; quem le o historico fica com a maior.
           PERFORM 8110-PROXIMA-VERSAO
           PERFORM 8120-CARREGA-EXTRAS

           OPEN EXTEND ARQHIST
           IF HIST-NAO-EXISTE
               OPEN OUTPUT ARQHIST
           END-IF

           OPEN INPUT ARQMES
           IF MES-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQMES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FMS-COMPETENCIA = WS-COMPETENCIA-PEDIDA
                               PERFORM 8130-GRAVA-LINHA-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMES
           END-IF
           MOVE ' ' TO WS-EOF

           CLOSE ARQHIST
           .
           EXIT.
      *----------------------------------------------------------------*
       8110-PROXIMA-VERSAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-VERSAO-HIST

           OPEN INPUT ARQHIST
           IF HIST-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHIST
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF HIS-COMPETENCIA = WS-COMPETENCIA-PEDIDA
                              AND HIS-VERSAO > WS-VERSAO-HIST
                               MOVE HIS-VERSAO TO WS-VERSAO-HIST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHIST
           END-IF
           MOVE ' ' TO WS-EOF

           ADD 1 TO WS-VERSAO-HIST
           .
           EXIT.
      *----------------------------------------------------------------*
       8120-CARREGA-EXTRAS.
      *----------------------------------------------------------------*
      *    Horas extras (50% e 100%) do bruto do mes, guardadas no
      *    historico para explicar a variacao de um mes para outro.
      *    O bruto de FOLHABRU (extras, hora-aula e corte de licenca
      *    ja aplicados) e a base dos encargos, calculados aqui com os
      *    mesmos percentuais de ENCPARM.TXT que o ENCARGOS usa.
           MOVE ZEROS TO WS-QTD-EXTRA

           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENC-PCT-PATRONAL > ZEROS
                           MOVE ENC-PCT-PATRONAL TO WS-PCT-PATRONAL
                       END-IF
                       IF ENC-PCT-FGTS > ZEROS
                           MOVE ENC-PCT-FGTS TO WS-PCT-FGTS
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF

           OPEN INPUT ARQBRUTO
           IF BRUTO-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQBRUTO
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-EXTRA < 200
                               ADD 1 TO WS-QTD-EXTRA
                               MOVE BRU-COD
                                   TO WS-EXT-COD(WS-QTD-EXTRA)
                               COMPUTE WS-EXT-HORAS(WS-QTD-EXTRA) =
                                   BRU-HORAS-E50 + BRU-HORAS-E100
                               MOVE BRU-VALOR-BRUTO
                                   TO WS-EXT-BRUTO(WS-QTD-EXTRA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQBRUTO
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       8130-GRAVA-LINHA-HISTORICO.
      *----------------------------------------------------------------*
           MOVE SPACES            TO REG-HISTORICO
           MOVE FMS-COMPETENCIA   TO HIS-COMPETENCIA
           MOVE WS-VERSAO-HIST    TO HIS-VERSAO
           MOVE FMS-COD           TO HIS-COD
           MOVE FMS-DEPTO         TO HIS-DEPTO
           MOVE FMS-NOME          TO HIS-NOME
           MOVE FMS-SALARIO       TO HIS-SALARIO
           MOVE FMS-COMISSAO      TO HIS-COMISSAO
           MOVE FMS-BRUTO         TO HIS-BRUTO
           MOVE FMS-INSS          TO HIS-INSS
           MOVE FMS-IRRF          TO HIS-IRRF
           MOVE FMS-VT            TO HIS-VT
           MOVE FMS-VR            TO HIS-VR
           MOVE FMS-ADIANT        TO HIS-ADIANT
           MOVE FMS-ACADEMIA      TO HIS-ACADEMIA
           MOVE FMS-LIQUIDO       TO HIS-LIQUIDO
           MOVE FMS-CONSIGNADO    TO HIS-CONSIGNADO
           MOVE FMS-PENSAO        TO HIS-PENSAO
           MOVE FMS-DISSIDIO      TO HIS-DISSIDIO
           MOVE FMS-INSS-DISSIDIO TO HIS-INSS-DISSIDIO
           MOVE FMS-IRRF-DISSIDIO TO HIS-IRRF-DISSIDIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO HIS-DATA-FECHAMENTO

           MOVE ZEROS TO HIS-HORAS-EXTRAS
           MOVE ZEROS TO HIS-BRUTO-FOLHA
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
                   UNTIL WS-IDX-EXT > WS-QTD-EXTRA
               IF WS-EXT-COD(WS-IDX-EXT) = FMS-COD
                   MOVE WS-EXT-HORAS(WS-IDX-EXT) TO HIS-HORAS-EXTRAS
                   MOVE WS-EXT-BRUTO(WS-IDX-EXT) TO HIS-BRUTO-FOLHA
               END-IF
           END-PERFORM
           COMPUTE HIS-PATRONAL ROUNDED =
               HIS-BRUTO-FOLHA * WS-PCT-PATRONAL / 100
           COMPUTE HIS-FGTS ROUNDED =
               HIS-BRUTO-FOLHA * WS-PCT-FGTS / 100

           WRITE REG-HISTORICO
           ADD 1 TO WS-CONT-HISTORICO
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
