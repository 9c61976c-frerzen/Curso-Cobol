      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: General-ledger interface for the school tuition, in
      *          the same record-type envelope GLFOLHA and GLACAD
      *          already feed to accounting (H header / L lancamento /
      *          T hash-total trailer), so MENSAL's printouts stop being
      *          re-keyed. For the month asked, per competencia of
      *          MENSALID.TXT: the charges generated in mode G book the
      *          full tuition as revenue, with the BOLSAS.TXT
      *          scholarship as a separate deduction account, against
      *          receivables; payments received in the month debit
      *          cash and credit receivables, the late fee and interest
      *          going to their own revenue account; charges folded
      *          into an agreement book their fees into receivables and
      *          the agreement installments paid in the month come in
      *          as cash. Every open charge is then reported on its
      *          aging-bucket account as a balance line (natureza S).
      *          The trailer carries the line count and the hash of
      *          every line plus separate debit and credit hashes, so
      *          the import can prove the batch whole and balanced.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. GLMENS.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQMENSAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MENSAL.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PARM.

       SELECT ARQBOLSAS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-BOLSAS.

       SELECT ARQPARCELA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PARCELA.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQGL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQMENSAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MENSALID.TXT".
       01  REG-MENSALIDADE.
           03 MEN-MATRICULA            PIC 9(03).
           03 MEN-COMPETENCIA          PIC 9(06).
           03 MEN-VALOR                PIC 9(06)V99.
           03 MEN-STATUS               PIC X(01).
           03 MEN-DATA-PGTO.
              05 MEN-ANOMES-PGTO       PIC 9(06).
              05 MEN-DIA-PGTO          PIC 9(02).
           03 MEN-MULTA                PIC 9(04)V99.
           03 MEN-JUROS                PIC 9(04)V99.
           03 MEN-ACORDO               PIC 9(04).

       FD  ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MENSPARM.TXT".
       01  REG-PARM.
           03 PARM-VALOR-BASE          PIC 9(06)V99.
           03 PARM-DIA-VENCIMENTO      PIC 9(02).
           03 FILLER                   PIC X(11).

       FD  ARQBOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLSAS.TXT".
       01  REG-BOLSA.
           03 BOL-MATRICULA            PIC 9(03).
           03 BOL-PCT-DESCONTO         PIC 9(03).

       FD  ARQPARCELA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARCELAS.TXT".
       01  REG-PARCELA.
           03 PAR-ACORDO               PIC 9(04).
           03 FILLER                   PIC X(01).
           03 PAR-NUMERO               PIC 9(02).
           03 FILLER                   PIC X(01).
           03 PAR-VENCIMENTO           PIC 9(08).
           03 FILLER                   PIC X(01).
           03 PAR-VALOR                PIC 9(07)V99.
           03 FILLER                   PIC X(01).
           03 PAR-STATUS               PIC X(01).
           03 FILLER                   PIC X(01).
           03 PAR-DATA-PGTO.
              05 PAR-ANOMES-PGTO       PIC 9(06).
              05 PAR-DIA-PGTO          PIC 9(02).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA               PIC 9(08).

       FD  ARQGL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GLMENS.TXT".
       01  REG-GL.
           03 GL-TIPO             PIC X(01).
              88 GL-CABECALHO         VALUE 'H'.
              88 GL-LANCAMENTO        VALUE 'L'.
              88 GL-TRAILER           VALUE 'T'.
           03 GL-DADOS            PIC X(59).
       01  REG-GL-CAB REDEFINES REG-GL.
           03 FILLER              PIC X(01).
           03 GLC-DATA            PIC 9(08).
           03 GLC-ORIGEM          PIC X(08).
           03 FILLER              PIC X(43).
       01  REG-GL-LANC REDEFINES REG-GL.
           03 FILLER              PIC X(01).
           03 GLL-CONTA           PIC X(08).
           03 GLL-COMPETENCIA     PIC 9(06).
           03 GLL-NATUREZA        PIC X(01).
           03 GLL-VALOR           PIC 9(09)V99.
           03 FILLER              PIC X(33).
       01  REG-GL-TRL REDEFINES REG-GL.
           03 FILLER              PIC X(01).
           03 GLT-QTD-LINHAS      PIC 9(05).
           03 GLT-HASH-TOTAL      PIC 9(11)V99.
           03 GLT-HASH-DEBITO     PIC 9(11)V99.
           03 GLT-HASH-CREDITO    PIC 9(11)V99.
           03 FILLER              PIC X(15).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GLMERUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-MENSAL-EOF            PIC X(01) VALUE ' '.
       77  WS-BOLSAS-EOF            PIC X(01) VALUE ' '.
       77  WS-PARCELA-EOF           PIC X(01) VALUE ' '.
       77  WS-STATUS-MENSAL         PIC X(02) VALUE SPACES.
           88 MENSAL-OK                 VALUE '00'.
       77  WS-STATUS-PARM           PIC X(02) VALUE SPACES.
           88 PARM-OK                   VALUE '00'.
       77  WS-STATUS-BOLSAS         PIC X(02) VALUE SPACES.
           88 BOLSAS-OK                 VALUE '00'.
       77  WS-STATUS-PARCELA        PIC X(02) VALUE SPACES.
           88 PARCELA-OK                VALUE '00'.
       77  WS-COMPETENCIA-REF       PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-BASE            PIC 9(06)V99 VALUE 350,00.
       77  WS-DIA-VENCIMENTO        PIC 9(02) VALUE 10.
       77  WS-VENCIMENTO            PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-ATRASO           PIC S9(05) VALUE ZEROS.
       77  WS-QTD-BOLSA             PIC 9(03) VALUE ZEROS.
       77  WS-IDX-BOL               PIC 9(03) VALUE ZEROS.
       77  WS-PCT-DESCONTO          PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-DESCONTO        PIC 9(06)V99 VALUE ZEROS.
       77  WS-QTD-COMP              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-COMP              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-FAIXA             PIC 9(01) VALUE ZEROS.
       77  WS-COMP-ACHADA           PIC X(01) VALUE 'N'.
       77  WS-COMP-CORRENTE         PIC 9(06) VALUE ZEROS.
       77  WS-CONT-COBRANCA         PIC 9(06) VALUE ZEROS.
       77  WS-QTD-LINHAS            PIC 9(05) VALUE ZEROS.
       77  WS-HASH-TOTAL            PIC 9(11)V99 VALUE ZEROS.
       77  WS-HASH-DEBITO           PIC 9(11)V99 VALUE ZEROS.
       77  WS-HASH-CREDITO          PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-LANC            PIC 9(09)V99 VALUE ZEROS.
       77  WS-CONTA-CAIXA           PIC X(08) VALUE '11030000'.
       77  WS-CONTA-A-RECEBER       PIC X(08) VALUE '11310000'.
       77  WS-CONTA-RECEITA         PIC X(08) VALUE '31030000'.
       77  WS-CONTA-ENCARGOS        PIC X(08) VALUE '31031000'.
       77  WS-CONTA-BOLSAS          PIC X(08) VALUE '31039000'.

           COPY DATAPROC.
           COPY RUNSUMARIO.

      *    Contas de aging da carteira em aberto, pela idade contada
      *    do vencimento ate a data de negocio.
       01  WS-TAB-FAIXAS-VAL.
           03 FILLER PIC X(13) VALUE '1131000100000'.
           03 FILLER PIC X(13) VALUE '1131000200030'.
           03 FILLER PIC X(13) VALUE '1131000300060'.
           03 FILLER PIC X(13) VALUE '1131000400090'.
           03 FILLER PIC X(13) VALUE '1131000599999'.
       01  WS-TAB-FAIXAS REDEFINES WS-TAB-FAIXAS-VAL.
           03 WS-FAIXA-ITEM OCCURS 5 TIMES.
              05 WS-FAIXA-CONTA     PIC X(08).
              05 WS-FAIXA-ATE-DIAS  PIC 9(05).

       01  WS-TAB-BOLSAS.
           03 WS-BOL-ITEM OCCURS 200 TIMES.
              05 WS-BOL-MATRICULA   PIC 9(03).
              05 WS-BOL-PCT         PIC 9(03).

       01  WS-TAB-COMPETENCIA.
           03 WS-COMP-ITEM OCCURS 200 TIMES.
              05 WS-COMP-ANOMES         PIC 9(06).
              05 WS-COMP-BRUTO          PIC 9(09)V99.
              05 WS-COMP-BOLSAS         PIC 9(09)V99.
              05 WS-COMP-LIQUIDO        PIC 9(09)V99.
              05 WS-COMP-RECEBIDO       PIC 9(09)V99.
              05 WS-COMP-FACE-PAGA      PIC 9(09)V99.
              05 WS-COMP-ENC-PAGOS      PIC 9(09)V99.
              05 WS-COMP-ENC-ACORDO     PIC 9(09)V99.
              05 WS-COMP-PARCELAS       PIC 9(09)V99.
              05 WS-COMP-FAIXA          PIC 9(01).
              05 WS-COMP-ABERTO         PIC 9(09)V99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO

               MOVE WS-DATA-NEGOCIO(1:6) TO WS-COMPETENCIA-REF
               DISPLAY 'MES DO MOVIMENTO (AAAAMM, ZEROS = ATUAL): '
               ACCEPT WS-COMPETENCIA-REF FROM DADO-INPUT
               IF WS-COMPETENCIA-REF = ZEROS
                   MOVE WS-DATA-NEGOCIO(1:6) TO WS-COMPETENCIA-REF
               END-IF

               PERFORM 0100-LE-PARAMETROS
               PERFORM 0200-CARREGA-BOLSAS

               OPEN INPUT ARQMENSAL

               IF MENSAL-OK
                   PERFORM 1000-LER-MENSALIDADE

                   PERFORM UNTIL WS-MENSAL-EOF = 'S'
                       PERFORM 2000-CLASSIFICA-COBRANCA
                       PERFORM 1000-LER-MENSALIDADE
                   END-PERFORM

                   PERFORM 2600-SOMA-PARCELAS
                   PERFORM 3000-GRAVA-INTERFACE

                   DISPLAY 'COBRANCAS LIDAS       : ' WS-CONT-COBRANCA
                   DISPLAY 'LINHAS DE LANCAMENTO  : ' WS-QTD-LINHAS
                   DISPLAY 'HASH TOTAL DO LOTE    : ' WS-HASH-TOTAL
                   DISPLAY 'HASH DEBITOS/CREDITOS : ' WS-HASH-DEBITO
                           ' / ' WS-HASH-CREDITO
                   CLOSE ARQMENSAL
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR MENSALID.TXT'
                       TO WS-RUN-MOTIVO
                   MOVE 'GLM001' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR ARQMENSAL - STATUS: '
                           WS-STATUS-MENSAL
               END-IF

               MOVE 'GLMENS'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-COBRANCA TO WS-RUN-PROCESSADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-LE-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-VALOR-BASE > ZEROS
                           MOVE PARM-VALOR-BASE TO WS-VALOR-BASE
                       END-IF
                       IF PARM-DIA-VENCIMENTO IS NUMERIC
                          AND PARM-DIA-VENCIMENTO > ZEROS
                          AND PARM-DIA-VENCIMENTO < 29
                           MOVE PARM-DIA-VENCIMENTO
                               TO WS-DIA-VENCIMENTO
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-BOLSAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQBOLSAS
           IF BOLSAS-OK
               PERFORM UNTIL WS-BOLSAS-EOF = 'S'
                   READ ARQBOLSAS
                       AT END
                           MOVE 'S' TO WS-BOLSAS-EOF
                       NOT AT END
                           IF WS-QTD-BOLSA < 200
                               ADD 1 TO WS-QTD-BOLSA
                               MOVE BOL-MATRICULA
                                   TO WS-BOL-MATRICULA(WS-QTD-BOLSA)
                               MOVE BOL-PCT-DESCONTO
                                   TO WS-BOL-PCT(WS-QTD-BOLSA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQBOLSAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-LER-MENSALIDADE.
      *----------------------------------------------------------------*
           READ ARQMENSAL
               AT END
                   MOVE 'S' TO WS-MENSAL-EOF
               NOT AT END
      *            Cobrancas anteriores aos encargos nao trazem os
      *            campos finais - entram zerados.
                   IF MEN-MULTA IS NOT NUMERIC
                       MOVE ZEROS TO MEN-MULTA
                   END-IF
                   IF MEN-JUROS IS NOT NUMERIC
                       MOVE ZEROS TO MEN-JUROS
                   END-IF
                   IF MEN-ACORDO IS NOT NUMERIC
                       MOVE ZEROS TO MEN-ACORDO
                   END-IF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CLASSIFICA-COBRANCA.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-COBRANCA
           MOVE MEN-COMPETENCIA TO WS-COMP-CORRENTE

           IF MEN-COMPETENCIA = WS-COMPETENCIA-REF
               PERFORM 2100-SOMA-GERACAO
           END-IF

           EVALUATE MEN-STATUS
               WHEN 'P'
                   IF MEN-ANOMES-PGTO = WS-COMPETENCIA-REF
                       PERFORM 2200-SOMA-RECEBIMENTO
                   END-IF
               WHEN 'R'
                   IF MEN-ANOMES-PGTO = WS-COMPETENCIA-REF
                       PERFORM 2300-SOMA-ACORDO
                   END-IF
               WHEN 'A'
                   PERFORM 2400-SOMA-AGING
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-SOMA-GERACAO.
      *----------------------------------------------------------------*
      *    Receita bruta = liquido cobrado + bolsa concedida; a bolsa
      *    e a diferenca para o valor base de MENSPARM, como o MENSAL
      *    calculou ao gerar.
           MOVE ZEROS TO WS-PCT-DESCONTO
                         WS-VALOR-DESCONTO
           PERFORM VARYING WS-IDX-BOL FROM 1 BY 1
                   UNTIL WS-IDX-BOL > WS-QTD-BOLSA
               IF WS-BOL-MATRICULA(WS-IDX-BOL) = MEN-MATRICULA
                   MOVE WS-BOL-PCT(WS-IDX-BOL) TO WS-PCT-DESCONTO
               END-IF
           END-PERFORM

           IF WS-PCT-DESCONTO > ZEROS
              AND WS-VALOR-BASE > MEN-VALOR
               COMPUTE WS-VALOR-DESCONTO = WS-VALOR-BASE - MEN-VALOR
           END-IF

           PERFORM 2500-LOCALIZA-COMPETENCIA
           IF WS-COMP-ACHADA = 'S'
               ADD MEN-VALOR TO WS-COMP-LIQUIDO(WS-IDX-COMP)
               ADD WS-VALOR-DESCONTO TO WS-COMP-BOLSAS(WS-IDX-COMP)
               COMPUTE WS-COMP-BRUTO(WS-IDX-COMP) =
                   WS-COMP-BRUTO(WS-IDX-COMP) + MEN-VALOR +
                   WS-VALOR-DESCONTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-SOMA-RECEBIMENTO.
      *----------------------------------------------------------------*
      *    Cobranca quitada por acordo quebrado (MEN-ACORDO) ja entrou
      *    no caixa pelas parcelas - nao conta de novo.
           IF MEN-ACORDO = ZEROS
               PERFORM 2500-LOCALIZA-COMPETENCIA
               IF WS-COMP-ACHADA = 'S'
                   ADD MEN-VALOR TO WS-COMP-FACE-PAGA(WS-IDX-COMP)
                   ADD MEN-MULTA MEN-JUROS
                       TO WS-COMP-ENC-PAGOS(WS-IDX-COMP)
                   COMPUTE WS-COMP-RECEBIDO(WS-IDX-COMP) =
                       WS-COMP-RECEBIDO(WS-IDX-COMP) + MEN-VALOR +
                       MEN-MULTA + MEN-JUROS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-SOMA-ACORDO.
      *----------------------------------------------------------------*
      *    Encargos capitalizados no acordo: viram receita e aumentam
      *    a carteira a receber.
           PERFORM 2500-LOCALIZA-COMPETENCIA
           IF WS-COMP-ACHADA = 'S'
               ADD MEN-MULTA MEN-JUROS
                   TO WS-COMP-ENC-ACORDO(WS-IDX-COMP)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-SOMA-AGING.
      *----------------------------------------------------------------*
           COMPUTE WS-VENCIMENTO =
               MEN-COMPETENCIA * 100 + WS-DIA-VENCIMENTO
           COMPUTE WS-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) -
               FUNCTION INTEGER-OF-DATE(WS-VENCIMENTO)

           PERFORM VARYING WS-IDX-FAIXA FROM 5 BY -1
                   UNTIL WS-IDX-FAIXA = 1
                      OR WS-DIAS-ATRASO >
                         WS-FAIXA-ATE-DIAS(WS-IDX-FAIXA - 1)
               CONTINUE
           END-PERFORM

           PERFORM 2500-LOCALIZA-COMPETENCIA
           IF WS-COMP-ACHADA = 'S'
               ADD MEN-VALOR TO WS-COMP-ABERTO(WS-IDX-COMP)
               MOVE WS-IDX-FAIXA TO WS-COMP-FAIXA(WS-IDX-COMP)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-LOCALIZA-COMPETENCIA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-COMP-ACHADA

           PERFORM VARYING WS-IDX-COMP FROM 1 BY 1
                   UNTIL WS-IDX-COMP > WS-QTD-COMP
                      OR WS-COMP-ACHADA = 'S'
               IF WS-COMP-ANOMES(WS-IDX-COMP) = WS-COMP-CORRENTE
                   MOVE 'S' TO WS-COMP-ACHADA
               END-IF
           END-PERFORM

           IF WS-COMP-ACHADA = 'S'
               SUBTRACT 1 FROM WS-IDX-COMP
           ELSE
               IF WS-QTD-COMP < 200
                   ADD 1 TO WS-QTD-COMP
                   MOVE WS-QTD-COMP TO WS-IDX-COMP
                   INITIALIZE WS-COMP-ITEM(WS-IDX-COMP)
                   MOVE WS-COMP-CORRENTE
                       TO WS-COMP-ANOMES(WS-IDX-COMP)
                   MOVE 'S' TO WS-COMP-ACHADA
               ELSE
                   DISPLAY 'COMPETENCIA IGNORADA - LIMITE DE 200 '
                           'EXCEDIDO: ' WS-COMP-CORRENTE
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2600-SOMA-PARCELAS.
      *----------------------------------------------------------------*
      *    Parcelas de acordo pagas no mes entram no caixa na
      *    competencia do proprio mes.
           MOVE WS-COMPETENCIA-REF TO WS-COMP-CORRENTE
           OPEN INPUT ARQPARCELA
           IF PARCELA-OK
               PERFORM UNTIL WS-PARCELA-EOF = 'S'
                   READ ARQPARCELA
                       AT END
                           MOVE 'S' TO WS-PARCELA-EOF
                       NOT AT END
                           IF PAR-STATUS = 'P'
                              AND PAR-ANOMES-PGTO = WS-COMPETENCIA-REF
                               PERFORM 2500-LOCALIZA-COMPETENCIA
                               IF WS-COMP-ACHADA = 'S'
                                   ADD PAR-VALOR
                                     TO WS-COMP-PARCELAS(WS-IDX-COMP)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPARCELA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GRAVA-INTERFACE.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQGL

           MOVE SPACES TO REG-GL
           SET GL-CABECALHO TO TRUE
           MOVE WS-DATA-NEGOCIO TO GLC-DATA
           MOVE 'ESCOLA  '      TO GLC-ORIGEM
           WRITE REG-GL
           MOVE SPACES TO REG-GL

           PERFORM 3100-GRAVA-COMPETENCIA
               VARYING WS-IDX-COMP FROM 1 BY 1
               UNTIL WS-IDX-COMP > WS-QTD-COMP

           MOVE SPACES TO REG-GL
           SET GL-TRAILER TO TRUE
           MOVE WS-QTD-LINHAS   TO GLT-QTD-LINHAS
           MOVE WS-HASH-TOTAL   TO GLT-HASH-TOTAL
           MOVE WS-HASH-DEBITO  TO GLT-HASH-DEBITO
           MOVE WS-HASH-CREDITO TO GLT-HASH-CREDITO
           WRITE REG-GL

           CLOSE ARQGL
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-GRAVA-COMPETENCIA.
      *----------------------------------------------------------------*
      *    Geracao: D a receber (liquido) + D deducao bolsas contra
      *    C receita bruta.
           IF WS-COMP-BRUTO(WS-IDX-COMP) > ZEROS
               MOVE WS-CONTA-A-RECEBER TO GLL-CONTA
               MOVE 'D'                TO GLL-NATUREZA
               MOVE WS-COMP-LIQUIDO(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO

               MOVE WS-CONTA-BOLSAS    TO GLL-CONTA
               MOVE 'D'                TO GLL-NATUREZA
               MOVE WS-COMP-BOLSAS(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO

               MOVE WS-CONTA-RECEITA   TO GLL-CONTA
               MOVE 'C'                TO GLL-NATUREZA
               MOVE WS-COMP-BRUTO(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF

      *    Recebimento: D caixa contra C a receber (face) e C receita
      *    de encargos (multa e juros).
           IF WS-COMP-RECEBIDO(WS-IDX-COMP) > ZEROS
               MOVE WS-CONTA-CAIXA     TO GLL-CONTA
               MOVE 'D'                TO GLL-NATUREZA
               MOVE WS-COMP-RECEBIDO(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO

               MOVE WS-CONTA-A-RECEBER TO GLL-CONTA
               MOVE 'C'                TO GLL-NATUREZA
               MOVE WS-COMP-FACE-PAGA(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO

               MOVE WS-CONTA-ENCARGOS  TO GLL-CONTA
               MOVE 'C'                TO GLL-NATUREZA
               MOVE WS-COMP-ENC-PAGOS(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF

           IF WS-COMP-ENC-ACORDO(WS-IDX-COMP) > ZEROS
               MOVE WS-CONTA-A-RECEBER TO GLL-CONTA
               MOVE 'D'                TO GLL-NATUREZA
               MOVE WS-COMP-ENC-ACORDO(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO

               MOVE WS-CONTA-ENCARGOS  TO GLL-CONTA
               MOVE 'C'                TO GLL-NATUREZA
               MOVE WS-COMP-ENC-ACORDO(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF

           IF WS-COMP-PARCELAS(WS-IDX-COMP) > ZEROS
               MOVE WS-CONTA-CAIXA     TO GLL-CONTA
               MOVE 'D'                TO GLL-NATUREZA
               MOVE WS-COMP-PARCELAS(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO

               MOVE WS-CONTA-A-RECEBER TO GLL-CONTA
               MOVE 'C'                TO GLL-NATUREZA
               MOVE WS-COMP-PARCELAS(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF

      *    Aging: saldo em aberto da competencia na conta da faixa.
           IF WS-COMP-ABERTO(WS-IDX-COMP) > ZEROS
               MOVE WS-FAIXA-CONTA(WS-COMP-FAIXA(WS-IDX-COMP))
                   TO GLL-CONTA
               MOVE 'S'                TO GLL-NATUREZA
               MOVE WS-COMP-ABERTO(WS-IDX-COMP) TO WS-VALOR-LANC
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-GRAVA-LANCAMENTO.
      *----------------------------------------------------------------*
      *    Linha de valor zero (competencia sem bolsa, pagamento sem
      *    encargos) nao vai para o lote.
           IF WS-VALOR-LANC > ZEROS
               SET GL-LANCAMENTO TO TRUE
               MOVE WS-COMP-ANOMES(WS-IDX-COMP) TO GLL-COMPETENCIA
               MOVE WS-VALOR-LANC TO GLL-VALOR

               ADD 1 TO WS-QTD-LINHAS
               ADD GLL-VALOR TO WS-HASH-TOTAL
               EVALUATE GLL-NATUREZA
                   WHEN 'D'
                       ADD GLL-VALOR TO WS-HASH-DEBITO
                   WHEN 'C'
                       ADD GLL-VALOR TO WS-HASH-CREDITO
               END-EVALUATE

               WRITE REG-GL
           END-IF
           MOVE SPACES TO REG-GL
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
           COPY RUNSUMARIO-PROC.

       END PROGRAM GLMENS.
