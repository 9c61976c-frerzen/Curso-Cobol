      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Plan cancellation with proportional refund, the
      *          counterpart of PAGACAD. Each CANCTRANS.TXT request
      *          (CPF, date, refund method) is matched to the member's
      *          latest plan posting on PAGLEDGER.TXT; the months not
      *          yet used - the cancellation month included - give
      *          the unused value, the same monthly slices GLACAD
      *          recognizes. The cancellation fee is the percentage of
      *          the unused value set per plan in PLA-MULTA-PCT on
      *          PLANOS.TXT. Two ledger rows are posted: the unused
      *          value as a negative entry spread over the unused
      *          months, which reverses the deferral in GLACAD and
      *          nets the refund out of FECHCAIXA, and the fee as a
      *          one-month receipt. FD-DATA-VALIDADE is pulled back to
      *          the cancellation date. CANCREL.TXT lists the refunds
      *          due and the refused requests; a second request for
      *          the same CPF in one run is refused as already
      *          cancelled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. CANCELA.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQCANC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CANC.

       SELECT ARQLEDGER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LEDG.

       SELECT ARQPLANOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PLANOS.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQACAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACADEMIA.TXT".

       01  REG-ACADEMIA.
               03 FD-CPF                  PIC 9(11).
               03 FD-NOME                 PIC X(30).
               03 FD-PESO                 PIC 9(03)V999.
               03 FD-SEXO                 PIC X(01).
               03 FD-ALTURA               PIC 9(03).
               03 FD-DATA-VALIDADE        PIC 9(08).
               03 FD-FILIAL               PIC 9(02).

       FD ARQCANC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CANCTRANS.TXT".
       01  REG-CANCELAMENTO.
           03 CAN-CPF                     PIC 9(11).
           03 CAN-DATA                    PIC 9(08).
           03 CAN-FORMA                   PIC X(01).

       FD ARQLEDGER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAGLEDGER.TXT".
       01  REG-LEDGER.
           03 LED-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-VALOR                   PIC S9(06)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-NOVA-VALIDADE           PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-FORMA                   PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-FILIAL                  PIC 9(02).

       FD ARQPLANOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PLANOS.TXT".
       01  REG-PLANO.
           03 PLA-CODIGO                  PIC 9(02).
           03 FILLER                      PIC X(01).
           03 PLA-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 PLA-VALOR                   PIC 9(06)V99.
           03 FILLER                      PIC X(01).
           03 PLA-ATIVO                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 PLA-DESCRICAO               PIC X(20).
           03 FILLER                      PIC X(01).
           03 PLA-MULTA-PCT               PIC 9(03).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CANCREL.TXT".
       01  REG-RELATORIO                  PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CANCRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-CANC-EOF              PIC X(01) VALUE ' '.
       77  WS-LEDG-EOF              PIC X(01) VALUE ' '.
       77  WS-PLANOS-EOF            PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-CANC           PIC X(02) VALUE SPACES.
           88 CANC-OK                   VALUE '00'.
       77  WS-STATUS-LEDG           PIC X(02) VALUE SPACES.
           88 LEDG-OK                   VALUE '00'.
           88 LEDG-NAO-EXISTE           VALUE '35'.
       77  WS-STATUS-PLANOS         PIC X(02) VALUE SPACES.
           88 PLANOS-OK                 VALUE '00'.
       77  WS-QTD-CANC              PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PLANO             PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-PLANO             PIC 9(03) VALUE ZEROS.
       77  WS-IDX-AUX               PIC 9(04) VALUE ZEROS.
       77  WS-MESES-PAGO            PIC 9(05) VALUE ZEROS.
       77  WS-MESES-CANC            PIC 9(05) VALUE ZEROS.
       77  WS-MESES-USADOS          PIC S9(05) VALUE ZEROS.
       77  WS-MESES-RESTANTES       PIC S9(05) VALUE ZEROS.
       77  WS-FATIA-MES             PIC 9(06)V99 VALUE ZEROS.
       77  WS-VALOR-RESTANTE        PIC 9(06)V99 VALUE ZEROS.
       77  WS-VALOR-MULTA           PIC 9(06)V99 VALUE ZEROS.
       77  WS-VALOR-DEVOLVER        PIC 9(06)V99 VALUE ZEROS.
       77  WS-MULTA-PCT             PIC 9(03) VALUE ZEROS.
       77  WS-MOTIVO                PIC X(40) VALUE SPACES.
       77  WS-CONT-CANCELADO        PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADO         PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-MULTA           PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOTAL-DEVOLVER        PIC 9(08)V99 VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

      *    Pedidos do dia com o ultimo lancamento de plano de cada CPF,
      *    apurado numa unica leitura do PAGLEDGER.TXT.
       01  WS-TAB-CANCELAMENTO.
           03 WS-CAN-ITEM OCCURS 999 TIMES.
              05 WS-CAN-CPF             PIC 9(11).
              05 WS-CAN-DATA            PIC 9(08).
              05 WS-CAN-FORMA           PIC X(01).
              05 WS-CAN-LED-DATA        PIC 9(08).
              05 WS-CAN-LED-VALOR       PIC 9(06)V99.
              05 WS-CAN-LED-MESES       PIC 9(02).
              05 WS-CAN-LED-PLANO       PIC 9(02).
              05 WS-CAN-LED-FILIAL      PIC 9(02).
              05 WS-CAN-JA-CANCELADO    PIC X(01).

       01  WS-TAB-PLANOS.
           03 WS-PLA-ITEM OCCURS 99 TIMES.
              05 WS-PLA-CODIGO          PIC 9(02).
              05 WS-PLA-MULTA-PCT       PIC 9(03).

       01  WS-DATA-QUEBRA.
           03 WS-DQ-ANO             PIC 9(04).
           03 WS-DQ-MES             PIC 9(02).
           03 WS-DQ-DIA             PIC 9(02).
       01  WS-DATA-QUEBRA-NUM REDEFINES WS-DATA-QUEBRA
                                    PIC 9(08).

       01  WS-LINHA1.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(48)
               VALUE 'CANCELAMENTOS DE PLANO - DEVOLUCOES A PAGAR'.
           03 FILLER PIC X(16) VALUE SPACES.

       01  WS-LINHA2.
           03 FILLER PIC X(12) VALUE 'CPF'.
           03 FILLER PIC X(19) VALUE 'NOME'.
           03 FILLER PIC X(03) VALUE 'PL'.
           03 FILLER PIC X(10) VALUE '     PAGO'.
           03 FILLER PIC X(06) VALUE 'TT/RS'.
           03 FILLER PIC X(09) VALUE 'RESTANTE'.
           03 FILLER PIC X(09) VALUE '   MULTA'.
           03 FILLER PIC X(09) VALUE 'DEVOLVER'.
           03 FILLER PIC X(02) VALUE 'F'.

       01  WS-LINHA-DETALHE.
           03 WS-DET-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-NOME           PIC X(18).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-PLANO          PIC 9(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-PAGO           PIC ZZZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-MESES          PIC 99.
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-DET-RESTANTES      PIC 99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-RESTANTE       PIC ZZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-MULTA          PIC ZZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-DEVOLVER       PIC ZZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-FORMA          PIC X(01).

       01  WS-LINHA-RECUSA.
           03 WS-RCS-CPF            PIC 9(11).
           03 FILLER                PIC X(14)
               VALUE ' ** RECUSADO: '.
           03 WS-RCS-MOTIVO         PIC X(40).

       01  WS-RODAPE1.
           03 FILLER            PIC X(28)
               VALUE 'PLANOS CANCELADOS:         '.
           03 WS-TOTCANC        PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(28)
               VALUE 'PEDIDOS RECUSADOS:         '.
           03 WS-TOTRECUS       PIC ZZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(28)
               VALUE 'MULTAS RETIDAS R$:         '.
           03 WS-TOTMULTA       PIC ZZZZZZZ9.99.

       01  WS-RODAPE4.
           03 FILLER            PIC X(28)
               VALUE 'TOTAL A DEVOLVER R$:       '.
           03 WS-TOTDEVOLVER    PIC ZZZZZZZ9.99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-CARREGA-PLANOS
               PERFORM 0200-CARREGA-PEDIDOS
               PERFORM 0300-LOCALIZA-LANCAMENTOS

               OPEN I-O ARQACAD

               IF WS-ACAD-OK AND CANC-OK
                   OPEN EXTEND ARQLEDGER
                   IF LEDG-NAO-EXISTE
                       OPEN OUTPUT ARQLEDGER
                   END-IF
                   OPEN OUTPUT ARQREL

                   DISPLAY WS-LINHA1
                   WRITE REG-RELATORIO FROM WS-LINHA1
                   DISPLAY WS-LINHA-DATAS
                   WRITE REG-RELATORIO FROM WS-LINHA-DATAS
                   DISPLAY WS-PONTILHADO
                   WRITE REG-RELATORIO FROM WS-PONTILHADO
                   DISPLAY WS-LINHA2
                   WRITE REG-RELATORIO FROM WS-LINHA2

                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-CANC
                       PERFORM 2000-TRATA-PEDIDO
                   END-PERFORM

                   PERFORM 5000-TRATA-RODAPE

                   CLOSE ARQLEDGER  ARQREL
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR ROSTER/CANCTRANS'
                        TO WS-RUN-MOTIVO
                   MOVE 'CAN001' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR ROSTER/CANCTRANS - STATUS: '
                           WS-STATUS-ACAD ' ' WS-STATUS-CANC
               END-IF

               MOVE 'CANCELA'          TO WS-RUN-PROGRAMA
               MOVE WS-CONT-CANCELADO  TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-RECUSADO   TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN

               CLOSE ARQACAD
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-PLANOS.
      *----------------------------------------------------------------*
      *    Plano sem percentual de multa preenchido cancela sem multa.
           OPEN INPUT ARQPLANOS
           IF PLANOS-OK
               PERFORM UNTIL WS-PLANOS-EOF = 'S'
                   READ ARQPLANOS
                       AT END
                           MOVE 'S' TO WS-PLANOS-EOF
                       NOT AT END
                           IF WS-QTD-PLANO < 99
                               ADD 1 TO WS-QTD-PLANO
                               MOVE PLA-CODIGO
                                   TO WS-PLA-CODIGO(WS-QTD-PLANO)
                               IF PLA-MULTA-PCT IS NUMERIC
                                   MOVE PLA-MULTA-PCT
                                     TO WS-PLA-MULTA-PCT(WS-QTD-PLANO)
                               ELSE
                                   MOVE ZEROS
                                     TO WS-PLA-MULTA-PCT(WS-QTD-PLANO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPLANOS
           ELSE
               DISPLAY 'PLANOS.TXT AUSENTE - CANCELAMENTOS SEM MULTA'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-PEDIDOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCANC
           IF CANC-OK
               PERFORM UNTIL WS-CANC-EOF = 'S'
                   READ ARQCANC
                       AT END
                           MOVE 'S' TO WS-CANC-EOF
                       NOT AT END
                           PERFORM 0210-GUARDA-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE ARQCANC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0210-GUARDA-PEDIDO.
      *----------------------------------------------------------------*
           IF WS-QTD-CANC < 999
               ADD 1 TO WS-QTD-CANC
               MOVE CAN-CPF   TO WS-CAN-CPF(WS-QTD-CANC)
               IF CAN-DATA = ZEROS
                   MOVE WS-DATA-NEGOCIO TO WS-CAN-DATA(WS-QTD-CANC)
               ELSE
                   MOVE CAN-DATA        TO WS-CAN-DATA(WS-QTD-CANC)
               END-IF
               MOVE CAN-FORMA TO WS-CAN-FORMA(WS-QTD-CANC)
               MOVE ZEROS     TO WS-CAN-LED-DATA(WS-QTD-CANC)
                                 WS-CAN-LED-VALOR(WS-QTD-CANC)
                                 WS-CAN-LED-MESES(WS-QTD-CANC)
                                 WS-CAN-LED-PLANO(WS-QTD-CANC)
                                 WS-CAN-LED-FILIAL(WS-QTD-CANC)
               MOVE 'N'       TO WS-CAN-JA-CANCELADO(WS-QTD-CANC)
           ELSE
               DISPLAY 'PEDIDO IGNORADO - LIMITE DE 999 EXCEDIDO: '
                       CAN-CPF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-LOCALIZA-LANCAMENTOS.
      *----------------------------------------------------------------*
      *    O ledger e cronologico: cada pagamento de plano (com nova
      *    validade) passa a ser o ultimo do CPF e zera a marca de
      *    cancelado; um estorno posterior marca o plano cancelado.
           IF WS-QTD-CANC > ZEROS
               OPEN INPUT ARQLEDGER
               IF LEDG-OK
                   PERFORM UNTIL WS-LEDG-EOF = 'S'
                       READ ARQLEDGER
                           AT END
                               MOVE 'S' TO WS-LEDG-EOF
                           NOT AT END
                               PERFORM 0310-CONFERE-LANCAMENTO
                       END-READ
                   END-PERFORM
                   CLOSE ARQLEDGER
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-CONFERE-LANCAMENTO.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CANC
               IF WS-CAN-CPF(WS-IDX) = LED-CPF AND LED-PLANO > ZEROS
                   IF LED-VALOR > ZEROS
                      AND LED-NOVA-VALIDADE > ZEROS
                       MOVE LED-DATA   TO WS-CAN-LED-DATA(WS-IDX)
                       MOVE LED-VALOR  TO WS-CAN-LED-VALOR(WS-IDX)
                       MOVE LED-MESES  TO WS-CAN-LED-MESES(WS-IDX)
                       MOVE LED-PLANO  TO WS-CAN-LED-PLANO(WS-IDX)
                       MOVE LED-FILIAL TO WS-CAN-LED-FILIAL(WS-IDX)
                       MOVE 'N'        TO WS-CAN-JA-CANCELADO(WS-IDX)
                   END-IF
                   IF LED-VALOR < ZEROS
                       MOVE 'S'        TO WS-CAN-JA-CANCELADO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-TRATA-PEDIDO.
      *----------------------------------------------------------------*
           MOVE WS-CAN-CPF(WS-IDX) TO FD-CPF

           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   MOVE 'CPF NAO CADASTRADO NA ACADEMIA' TO WS-MOTIVO
                   PERFORM 2900-GRAVA-RECUSA
               NOT INVALID KEY
                   PERFORM 2100-CALCULA-DEVOLUCAO
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-CALCULA-DEVOLUCAO.
      *----------------------------------------------------------------*
      *    Meses usados sao os meses cheios entre o mes do pagamento e
      *    o mes do cancelamento; o proprio mes do cancelamento volta
      *    para o aluno. A fatia mensal e a mesma do GLACAD.
           MOVE WS-CAN-LED-DATA(WS-IDX) TO WS-DATA-QUEBRA-NUM
           COMPUTE WS-MESES-PAGO = WS-DQ-ANO * 12 + WS-DQ-MES
           MOVE WS-CAN-DATA(WS-IDX)     TO WS-DATA-QUEBRA-NUM
           COMPUTE WS-MESES-CANC = WS-DQ-ANO * 12 + WS-DQ-MES

           COMPUTE WS-MESES-USADOS = WS-MESES-CANC - WS-MESES-PAGO
           IF WS-MESES-USADOS < ZEROS
               MOVE ZEROS TO WS-MESES-USADOS
           END-IF
           COMPUTE WS-MESES-RESTANTES =
               WS-CAN-LED-MESES(WS-IDX) - WS-MESES-USADOS

           EVALUATE TRUE
               WHEN WS-CAN-FORMA(WS-IDX) NOT = 'D' AND NOT = 'C'
                                         AND NOT = 'P'
                   MOVE 'FORMA DE DEVOLUCAO INVALIDA' TO WS-MOTIVO
                   PERFORM 2900-GRAVA-RECUSA
               WHEN WS-CAN-LED-DATA(WS-IDX) = ZEROS
                   MOVE 'SEM PAGAMENTO DE PLANO NO LEDGER' TO WS-MOTIVO
                   PERFORM 2900-GRAVA-RECUSA
               WHEN WS-CAN-JA-CANCELADO(WS-IDX) = 'S'
                   MOVE 'ULTIMO PLANO JA CANCELADO' TO WS-MOTIVO
                   PERFORM 2900-GRAVA-RECUSA
               WHEN WS-MESES-RESTANTES <= ZEROS
                   MOVE 'PLANO JA CONSUMIDO - NADA A DEVOLVER'
                       TO WS-MOTIVO
                   PERFORM 2900-GRAVA-RECUSA
               WHEN OTHER
                   PERFORM 2200-APLICA-CANCELAMENTO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-APLICA-CANCELAMENTO.
      *----------------------------------------------------------------*
           COMPUTE WS-FATIA-MES ROUNDED =
               WS-CAN-LED-VALOR(WS-IDX) / WS-CAN-LED-MESES(WS-IDX)
           COMPUTE WS-VALOR-RESTANTE =
               WS-CAN-LED-VALOR(WS-IDX) -
               (WS-FATIA-MES * WS-MESES-USADOS)

           MOVE ZEROS TO WS-MULTA-PCT
           PERFORM VARYING WS-IDX-PLANO FROM 1 BY 1
                   UNTIL WS-IDX-PLANO > WS-QTD-PLANO
               IF WS-PLA-CODIGO(WS-IDX-PLANO) =
                  WS-CAN-LED-PLANO(WS-IDX)
                   MOVE WS-PLA-MULTA-PCT(WS-IDX-PLANO) TO WS-MULTA-PCT
               END-IF
           END-PERFORM

           COMPUTE WS-VALOR-MULTA ROUNDED =
               WS-VALOR-RESTANTE * WS-MULTA-PCT / 100
           COMPUTE WS-VALOR-DEVOLVER =
               WS-VALOR-RESTANTE - WS-VALOR-MULTA

      *    Estorno do valor nao usado, diferido sobre os meses que
      *    restavam, e multa como recebimento de um mes.
           MOVE WS-CAN-CPF(WS-IDX)        TO LED-CPF
           MOVE WS-CAN-DATA(WS-IDX)       TO LED-DATA
           COMPUTE LED-VALOR = ZEROS - WS-VALOR-RESTANTE
           MOVE WS-MESES-RESTANTES        TO LED-MESES
           MOVE WS-CAN-DATA(WS-IDX)       TO LED-NOVA-VALIDADE
           MOVE WS-CAN-LED-PLANO(WS-IDX)  TO LED-PLANO
           MOVE WS-CAN-FORMA(WS-IDX)      TO LED-FORMA
           MOVE WS-CAN-LED-FILIAL(WS-IDX) TO LED-FILIAL
           WRITE REG-LEDGER

           IF WS-VALOR-MULTA > ZEROS
               MOVE WS-VALOR-MULTA TO LED-VALOR
               MOVE 1              TO LED-MESES
               MOVE ZEROS          TO LED-NOVA-VALIDADE
               WRITE REG-LEDGER
           END-IF

      *    Outro pedido do mesmo CPF no mesmo arquivo ja encontra o
      *    plano cancelado e vai para as recusas.
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-CANC
               IF WS-CAN-CPF(WS-IDX-AUX) = WS-CAN-CPF(WS-IDX)
                   MOVE 'S' TO WS-CAN-JA-CANCELADO(WS-IDX-AUX)
               END-IF
           END-PERFORM

           IF FD-DATA-VALIDADE > WS-CAN-DATA(WS-IDX)
               MOVE WS-CAN-DATA(WS-IDX) TO FD-DATA-VALIDADE
               REWRITE REG-ACADEMIA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR ROSTER - CPF: ' FD-CPF
               END-REWRITE
           END-IF

           ADD 1                 TO WS-CONT-CANCELADO
           ADD WS-VALOR-MULTA    TO WS-TOTAL-MULTA
           ADD WS-VALOR-DEVOLVER TO WS-TOTAL-DEVOLVER

           MOVE WS-CAN-CPF(WS-IDX)       TO WS-DET-CPF
           MOVE FD-NOME                  TO WS-DET-NOME
           MOVE WS-CAN-LED-PLANO(WS-IDX) TO WS-DET-PLANO
           MOVE WS-CAN-LED-VALOR(WS-IDX) TO WS-DET-PAGO
           MOVE WS-CAN-LED-MESES(WS-IDX) TO WS-DET-MESES
           MOVE WS-MESES-RESTANTES       TO WS-DET-RESTANTES
           MOVE WS-VALOR-RESTANTE        TO WS-DET-RESTANTE
           MOVE WS-VALOR-MULTA           TO WS-DET-MULTA
           MOVE WS-VALOR-DEVOLVER        TO WS-DET-DEVOLVER
           MOVE WS-CAN-FORMA(WS-IDX)     TO WS-DET-FORMA
           DISPLAY WS-LINHA-DETALHE
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-GRAVA-RECUSA.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-RECUSADO
           MOVE WS-CAN-CPF(WS-IDX) TO WS-RCS-CPF
           MOVE WS-MOTIVO          TO WS-RCS-MOTIVO
           DISPLAY WS-LINHA-RECUSA
           WRITE REG-RELATORIO FROM WS-LINHA-RECUSA
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-TRATA-RODAPE.
      *----------------------------------------------------------------*
           MOVE WS-CONT-CANCELADO TO WS-TOTCANC
           MOVE WS-CONT-RECUSADO  TO WS-TOTRECUS
           MOVE WS-TOTAL-MULTA    TO WS-TOTMULTA
           MOVE WS-TOTAL-DEVOLVER TO WS-TOTDEVOLVER

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3
           DISPLAY WS-RODAPE4
           WRITE REG-RELATORIO FROM WS-RODAPE4
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM CANCELA.
