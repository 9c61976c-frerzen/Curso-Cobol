      *          statement goes to RESCISAO.TXT and the termination
      *          is registered on DESLIG.TXT, which FOLHABRU, HOLERITE
      *          and DECIMO13 consult to stop paying the leaver.
      *          The amounts are also appended in machine form to
      *          RESCHIST.TXT for the annual income statement.
      *          The FGTS deposit on the final pay (ENCPARM.TXT rate)
      *          is posted to the employee's FGTS ledger FGTSCTA.TXT
      *          and, for a dismissal without just cause (SJ), the 40%
      *          fine on the ledger balance is printed on the statement
      *          and posted to the ledger as well.
      *          The outstanding balance of the employee's payroll-
      *          deductible loans (CONSIG.TXT) - the installments not
      *          yet due by the termination month - prints on the
      *          statement for the bank to collect; it is not deducted
      *          from the final pay.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DESLIG.

       SELECT ARQRESC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-RESC.

       SELECT ARQENCP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ENCP.

       SELECT ARQFGTS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FGTS.

       SELECT ARQCONS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CONS.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 FILLER              PIC X(01) VALUE SPACE.
           03 DSL-MOTIVO          PIC X(02).

       FD  ARQRESC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESCHIST.TXT".
       01  REG-RESCHIST.
           03 RSH-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 RSH-DATA            PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 RSH-MOTIVO          PIC X(02).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 RSH-SALDO-SALARIO   PIC 9(08)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 RSH-DECIMO          PIC 9(08)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 RSH-FERIAS          PIC 9(08)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 RSH-INSS            PIC 9(06)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 RSH-IRRF            PIC 9(06)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 RSH-LIQUIDO         PIC 9(08)V99.

       FD  ARQENCP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ENCPARM.TXT".
       01  REG-ENCPARM.
           03 ENC-PCT-PATRONAL    PIC 9(02)V99.
           03 ENC-PCT-FGTS        PIC 9(02)V99.

       FD  ARQFGTS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FGTSCTA.TXT".
       01  REG-FGTSCTA.
           03 FGC-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-TIPO            PIC X(01).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-BASE            PIC 9(08)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-VALOR           PIC 9(08)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-DATA            PIC 9(08).

       FD  ARQCONS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSIG.TXT".
       01  REG-CONSIG.
           03 CSG-CONTRATO        PIC 9(05).
           03 FILLER              PIC X(01).
           03 CSG-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 CSG-INICIO.
              05 CSG-INICIO-ANO   PIC 9(04).
              05 CSG-INICIO-MES   PIC 9(02).
           03 FILLER              PIC X(01).
           03 CSG-PARCELAS        PIC 9(03).
           03 FILLER              PIC X(01).
           03 CSG-VALOR-PARCELA   PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 CSG-DATA            PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESCISAO.TXT".
           88 IRRF-OK                   VALUE '00'.
       77  WS-STATUS-DESLIG         PIC X(02) VALUE SPACES.
           88 DESLIG-NAO-EXISTE         VALUE '35'.
       77  WS-STATUS-RESC           PIC X(02) VALUE SPACES.
           88 RESC-NAO-EXISTE           VALUE '35'.
       77  WS-STATUS-ENCP           PIC X(02) VALUE SPACES.
           88 ENCP-OK                   VALUE '00'.
       77  WS-STATUS-FGTS           PIC X(02) VALUE SPACES.
           88 FGTS-OK                   VALUE '00'.
           88 FGTS-NAO-EXISTE           VALUE '35'.
       77  WS-PCT-FGTS              PIC 9(02)V99 VALUE 8,00.
       77  WS-PCT-MULTA-FGTS        PIC 9(02)V99 VALUE ZEROS.
       77  WS-BASE-FGTS             PIC 9(08)V99 VALUE ZEROS.
       77  WS-DEPOSITO-FGTS         PIC 9(08)V99 VALUE ZEROS.
       77  WS-SALDO-FGTS            PIC 9(08)V99 VALUE ZEROS.
       77  WS-MULTA-FGTS            PIC 9(08)V99 VALUE ZEROS.
       77  WS-STATUS-CONS           PIC X(02) VALUE SPACES.
           88 CONS-OK                   VALUE '00'.
       77  WS-MES-DESLIG            PIC 9(06) VALUE ZEROS.
       77  WS-MES-INICIO-CSG        PIC 9(06) VALUE ZEROS.
       77  WS-PARCELAS-PAGAS        PIC S9(04) VALUE ZEROS.
       77  WS-SALDO-CONSIG          PIC 9(08)V99 VALUE ZEROS.
       77  WS-COD-PEDIDO            PIC 9(03) VALUE ZEROS.
       77  WS-MOTIVO-PEDIDO         PIC X(02) VALUE SPACES.
       77  WS-FUNC-ACHADO           PIC X(01) VALUE 'N'.
           MAIN-PROCEDURE.
               PERFORM 0100-CARREGA-INSS
               PERFORM 0200-CARREGA-IRRF
               PERFORM 0300-CARREGA-ENCPARM

               DISPLAY 'CODIGO DO FUNCIONARIO: '
               ACCEPT WS-COD-PEDIDO FROM DADO-INPUT
                   PERFORM 3000-CALCULA-VERBAS
                   PERFORM 4000-IMPRIME-TERMO
                   PERFORM 5000-GRAVA-DESLIGAMENTO
                   PERFORM 5100-GRAVA-HISTORICO
                   PERFORM 5200-GRAVA-FGTS
                   ADD 1 TO WS-CONT-RESCISAO
               ELSE
                   SET FIM-ANORMAL TO TRUE
           MOVE ' ' TO WS-TAB-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-ENCPARM.
      *----------------------------------------------------------------*
      *    Mesmo percentual de FGTS do ENCARGOS (padrao 8%).
           OPEN INPUT ARQENCP
           IF ENCP-OK
               READ ARQENCP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENC-PCT-FGTS > ZEROS
                           MOVE ENC-PCT-FGTS TO WS-PCT-FGTS
                       END-IF
               END-READ
               CLOSE ARQENCP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-BUSCA-FUNCIONARIO.
      *----------------------------------------------------------------*

           COMPUTE WS-VLR-LIQUIDO =
               WS-TOTAL-VENCIMENTOS - WS-VLR-INSS - WS-VLR-IRRF

           PERFORM 3300-CALCULA-FGTS
           PERFORM 3400-SALDO-CONSIGNADO
           .
           EXIT.
      *----------------------------------------------------------------*
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-CALCULA-FGTS.
      *----------------------------------------------------------------*
      *    Deposito sobre saldo de salario + 13o (ferias indenizadas
      *    nao recolhem FGTS); a multa rescisoria incide sobre o saldo
      *    da conta ja com esse deposito. So a dispensa sem justa
      *    causa (SJ) gera multa, de 40%.
           COMPUTE WS-BASE-FGTS = WS-SALDO-SALARIO + WS-DECIMO-PROP
           COMPUTE WS-DEPOSITO-FGTS ROUNDED =
               WS-BASE-FGTS * WS-PCT-FGTS / 100

           MOVE ZEROS TO WS-SALDO-FGTS
           OPEN INPUT ARQFGTS
           IF FGTS-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFGTS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FGC-COD = WS-COD-PEDIDO
                               ADD FGC-VALOR TO WS-SALDO-FGTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFGTS
           ELSE
               DISPLAY 'FGTSCTA.TXT AUSENTE - SALDO FGTS ZERADO'
           END-IF
           MOVE ' ' TO WS-EOF
           ADD WS-DEPOSITO-FGTS TO WS-SALDO-FGTS

           EVALUATE WS-MOTIVO-PEDIDO
               WHEN 'SJ'
                   MOVE 40,00 TO WS-PCT-MULTA-FGTS
               WHEN OTHER
                   MOVE ZEROS TO WS-PCT-MULTA-FGTS
           END-EVALUATE

           COMPUTE WS-MULTA-FGTS ROUNDED =
               WS-SALDO-FGTS * WS-PCT-MULTA-FGTS / 100
           .
           EXIT.
      *----------------------------------------------------------------*
       3400-SALDO-CONSIGNADO.
      *----------------------------------------------------------------*
      *    O mes do desligamento ja nao passa pelo HOLERITE: pagas sao
      *    as parcelas das competencias anteriores a ele, o resto e o
      *    saldo devedor informado ao banco na remessa do CONSIG.
           MOVE ZEROS TO WS-SALDO-CONSIG
           COMPUTE WS-MES-DESLIG = WS-DSL-ANO * 12 + WS-DSL-MES - 1

           OPEN INPUT ARQCONS
           IF CONS-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCONS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CSG-COD = WS-COD-PEDIDO
                               PERFORM 3410-SALDO-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCONS
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       3410-SALDO-CONTRATO.
      *----------------------------------------------------------------*
           COMPUTE WS-MES-INICIO-CSG =
               CSG-INICIO-ANO * 12 + CSG-INICIO-MES - 1
           COMPUTE WS-PARCELAS-PAGAS = WS-MES-DESLIG - WS-MES-INICIO-CSG
           IF WS-PARCELAS-PAGAS < ZEROS
               MOVE ZEROS TO WS-PARCELAS-PAGAS
           END-IF

           IF WS-PARCELAS-PAGAS < CSG-PARCELAS
               COMPUTE WS-SALDO-CONSIG = WS-SALDO-CONSIG +
                   (CSG-PARCELAS - WS-PARCELAS-PAGAS) *
                   CSG-VALOR-PARCELA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-IMPRIME-TERMO.
      *----------------------------------------------------------------*

           WRITE REG-RELATORIO FROM WS-PONTILHADO

      *    FGTS e recolhido na conta vinculada, fora do liquido.
           MOVE 'DEPOSITO FGTS RESCISAO .. ' TO WS-EXB-ROTULO
           MOVE WS-DEPOSITO-FGTS             TO WS-EXB-VALOR
           PERFORM 4100-GRAVA-LINHA

           MOVE 'SALDO FGTS P/ FINS RESC.  ' TO WS-EXB-ROTULO
           MOVE WS-SALDO-FGTS                TO WS-EXB-VALOR
           PERFORM 4100-GRAVA-LINHA

           IF WS-PCT-MULTA-FGTS > ZEROS
               MOVE 'MULTA RESCISORIA FGTS 40%' TO WS-EXB-ROTULO
               MOVE WS-MULTA-FGTS               TO WS-EXB-VALOR
               PERFORM 4100-GRAVA-LINHA
           END-IF

      *    Emprestimo consignado: saldo cobrado pelo banco, nao
      *    descontado do liquido da rescisao.
           IF WS-SALDO-CONSIG > ZEROS
               MOVE 'SALDO DEVEDOR CONSIGNADO ' TO WS-EXB-ROTULO
               MOVE WS-SALDO-CONSIG             TO WS-EXB-VALOR
               PERFORM 4100-GRAVA-LINHA
           END-IF

           WRITE REG-RELATORIO FROM WS-PONTILHADO

           CLOSE ARQREL
           .
           EXIT.
                   'MAIS O FUNCIONARIO ' WS-COD-PEDIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-GRAVA-HISTORICO.
      *----------------------------------------------------------------*
      *    Verbas da rescisao em forma de registro, lidas pelo informe
      *    de rendimentos do ano.
           OPEN EXTEND ARQRESC
           IF RESC-NAO-EXISTE
               OPEN OUTPUT ARQRESC
           END-IF

           MOVE WS-COD-PEDIDO        TO RSH-COD
           MOVE WS-DATA-DESLIG-NUM   TO RSH-DATA
           MOVE WS-MOTIVO-PEDIDO     TO RSH-MOTIVO
           MOVE WS-SALDO-SALARIO     TO RSH-SALDO-SALARIO
           MOVE WS-DECIMO-PROP       TO RSH-DECIMO
           MOVE WS-FERIAS-PROP       TO RSH-FERIAS
           MOVE WS-VLR-INSS          TO RSH-INSS
           MOVE WS-VLR-IRRF          TO RSH-IRRF
           MOVE WS-VLR-LIQUIDO       TO RSH-LIQUIDO

           WRITE REG-RESCHIST

           CLOSE ARQRESC
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-GRAVA-FGTS.
      *----------------------------------------------------------------*
      *    Deposito da rescisao (R) e multa rescisoria (X) lancados na
      *    conta FGTS do funcionario.
           OPEN EXTEND ARQFGTS
           IF FGTS-NAO-EXISTE
               OPEN OUTPUT ARQFGTS
           END-IF

           MOVE WS-COD-PEDIDO           TO FGC-COD
           MOVE WS-DATA-DESLIG-NUM(1:6) TO FGC-COMPETENCIA
           MOVE WS-DATA-DESLIG-NUM      TO FGC-DATA

           IF WS-DEPOSITO-FGTS > ZEROS
               MOVE 'R'                 TO FGC-TIPO
               MOVE WS-BASE-FGTS        TO FGC-BASE
               MOVE WS-DEPOSITO-FGTS    TO FGC-VALOR
               WRITE REG-FGTSCTA
           END-IF

           IF WS-MULTA-FGTS > ZEROS
               MOVE 'X'                 TO FGC-TIPO
               MOVE WS-SALDO-FGTS       TO FGC-BASE
               MOVE WS-MULTA-FGTS       TO FGC-VALOR
               WRITE REG-FGTSCTA
           END-IF

           CLOSE ARQFGTS
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

