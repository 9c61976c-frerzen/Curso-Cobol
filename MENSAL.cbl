      *          charge. Mode I prints the delinquency report
      *          MENSINAD.TXT of charges still open past their
      *          competencia. CERTIF holds certificates for students
      *          with open past-due charges on this file. A payment
      *          after the due day of MENSPARM.TXT carries the late fee
      *          and the daily pro-rata interest of MENSPARM.TXT as of
      *          the payment date, kept on the charge; MENSINAD.TXT
      *          shows them accrued to date. Mode A makes an agreement
      *          (acordo): the student's overdue charges, with their
      *          fees, become an installment plan on ACORDOS.TXT and
      *          PARCELAS.TXT and are closed as renegotiated (R). Mode
      *          Q pays an installment. Mode R prints the agreement
      *          tracking report ACORDREL.TXT - installments paid,
      *          overdue and to come - and breaks an agreement with an
      *          installment overdue past the tolerance: its original
      *          charges reopen, less what was paid, detached from
      *          the agreement so a later payment counts as cash on
      *          DECLIR, and CERTIF holds the certificate again. The
      *          late-charge rule lives in the shared ENCATRASO
      *          copybooks, so the bank return of BOLETO settles a
      *          charge for the same amount.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-BOLSAS.

       SELECT ARQACORDO ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ACORDO.

       SELECT ARQPARCELA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PARCELA.

       SELECT ARQREL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRELACD ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
           03 MEN-VALOR                PIC 9(06)V99.
           03 MEN-STATUS               PIC X(01).
           03 MEN-DATA-PGTO            PIC 9(08).
           03 MEN-MULTA                PIC 9(04)V99.
           03 MEN-JUROS                PIC 9(04)V99.
           03 MEN-ACORDO               PIC 9(04).

       FD  ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MENSPARM.TXT".
       01  REG-PARM.
           03 PARM-VALOR-BASE          PIC 9(06)V99.
           03 PARM-DIA-VENCIMENTO      PIC 9(02).
           03 PARM-PCT-MULTA           PIC 9(02)V99.
           03 PARM-PCT-JUROS-MES       PIC 9(02)V99.
           03 PARM-DIAS-QUEBRA         PIC 9(03).

       FD  ARQBOLSAS
           LABEL RECORD STANDARD
           03 BOL-MATRICULA            PIC 9(03).
           03 BOL-PCT-DESCONTO         PIC 9(03).

       FD  ARQACORDO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACORDOS.TXT".
       01  REG-ACORDO.
           03 ACD-NUMERO               PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ACD-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ACD-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ACD-VALOR-TOTAL          PIC 9(07)V99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ACD-QTD-PARCELAS         PIC 9(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ACD-STATUS               PIC X(01).

       FD  ARQPARCELA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARCELAS.TXT".
       01  REG-PARCELA.
           03 PAR-ACORDO               PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PAR-NUMERO               PIC 9(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PAR-VENCIMENTO           PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PAR-VALOR                PIC 9(07)V99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PAR-STATUS               PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PAR-DATA-PGTO            PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MENSINAD.TXT".
       01  REG-RELATORIO               PIC X(80).

       FD  ARQRELACD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACORDREL.TXT".
       01  REG-RELACD                  PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MENSRUN.TXT".
           88 PARM-OK                      VALUE '00'.
       77  WS-STATUS-BOLSAS            PIC X(02) VALUE SPACES.
           88 BOLSAS-OK                    VALUE '00'.
       77  WS-STATUS-ACORDO            PIC X(02) VALUE SPACES.
           88 ACORDO-OK                    VALUE '00'.
       77  WS-STATUS-PARCELA           PIC X(02) VALUE SPACES.
           88 PARCELA-OK                   VALUE '00'.
       77  WS-ACORDO-EOF               PIC X(01) VALUE ' '.
       77  WS-PARCELA-EOF              PIC X(01) VALUE ' '.
       77  WS-MODO-EXECUCAO            PIC X(01) VALUE 'G'.
       77  WS-VALOR-BASE               PIC 9(06)V99 VALUE 350,00.
       01  WS-COMPETENCIA-REF-G.
       77  WS-CONT-PAGA                PIC 9(04) VALUE ZEROS.
       77  WS-CONT-INAD                PIC 9(04) VALUE ZEROS.
       77  WS-TOTAL-ABERTO             PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-ENCARGOS           PIC 9(09)V99 VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

      *    Encargos de atraso: multa unica e juros pro rata dia sobre
      *    o valor de face, contados do vencimento (dia de MENSPARM
      *    no mes da competencia) ate a data de referencia.
           COPY ENCATRASO.
       77  WS-DIAS-QUEBRA              PIC 9(03) VALUE 30.
       77  WS-DATA-PAGAMENTO           PIC 9(08) VALUE ZEROS.
       77  WS-VALOR-TOTAL-PAGO         PIC 9(07)V99 VALUE ZEROS.

      *    Acordos.
       77  WS-QTD-ACORDO               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PARCELA              PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ACD                  PIC 9(03) VALUE ZEROS.
       77  WS-NUMERO-ACORDO            PIC 9(04) VALUE ZEROS.
       77  WS-PARCELA-PEDIDA           PIC 9(02) VALUE ZEROS.
       77  WS-QTD-PARCELAS-PEDIDA      PIC 9(02) VALUE ZEROS.
       77  WS-DATA-ACORDO              PIC 9(08) VALUE ZEROS.
       77  WS-VALOR-ACORDO             PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-PARCELA            PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-ACUMULADO          PIC 9(07)V99 VALUE ZEROS.
       77  WS-CREDITO-ACORDO           PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-VENCIDAS             PIC 9(04) VALUE ZEROS.
       77  WS-QTD-A-VENCER             PIC 9(02) VALUE ZEROS.
       77  WS-QTD-PAGAS                PIC 9(02) VALUE ZEROS.
       77  WS-QTD-ABERTAS-ALUNO        PIC 9(03) VALUE ZEROS.
       77  WS-MAIOR-ATRASO             PIC 9(05) VALUE ZEROS.
       77  WS-PARCELA-ACHADA           PIC X(01) VALUE 'N'.
       77  WS-CONT-ACORDO              PIC 9(04) VALUE ZEROS.
       77  WS-CONT-PARC-PAGA           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-QUEBRA              PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ACD-ATIVO           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ACD-LIQ             PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ACD-QUEBRA          PIC 9(04) VALUE ZEROS.
       77  WS-DIA-PARCELA              PIC 9(02) VALUE ZEROS.

       01  WS-DATA-VENC-G.
           03 WS-VENC-ANO              PIC 9(04).
           03 WS-VENC-MES              PIC 9(02).
           03 WS-VENC-DIA              PIC 9(02).
       01  WS-DATA-VENC REDEFINES WS-DATA-VENC-G PIC 9(08).

           COPY RUNSUMARIO.

       01  WS-TAB-MENSAL.
              05 WS-MEN-VALOR          PIC 9(06)V99.
              05 WS-MEN-STATUS         PIC X(01).
              05 WS-MEN-DATA-PGTO      PIC 9(08).
              05 WS-MEN-MULTA          PIC 9(04)V99.
              05 WS-MEN-JUROS          PIC 9(04)V99.
              05 WS-MEN-ACORDO         PIC 9(04).

      *    Status do acordo: A ativo, L liquidado, Q quebrado.
       01  WS-TAB-ACORDO.
           03 WS-ACD-ITEM OCCURS 200 TIMES.
              05 WS-ACD-NUMERO         PIC 9(04).
              05 WS-ACD-MATRICULA      PIC 9(03).
              05 WS-ACD-DATA           PIC 9(08).
              05 WS-ACD-VALOR-TOTAL    PIC 9(07)V99.
              05 WS-ACD-QTD-PARCELAS   PIC 9(02).
              05 WS-ACD-STATUS         PIC X(01).

       01  WS-TAB-PARCELA.
           03 WS-PAR-ITEM OCCURS 999 TIMES.
              05 WS-PAR-ACORDO         PIC 9(04).
              05 WS-PAR-NUMERO         PIC 9(02).
              05 WS-PAR-VENCIMENTO     PIC 9(08).
              05 WS-PAR-VALOR          PIC 9(07)V99.
              05 WS-PAR-STATUS         PIC X(01).
              05 WS-PAR-DATA-PGTO      PIC 9(08).

       01  WS-TAB-BOLSAS.
           03 WS-BOL-ITEM OCCURS 200 TIMES.
           03 WS-INA-COMPETENCIA       PIC 9(06).
           03 FILLER                   PIC X(11) VALUE '  VALOR R$ '.
           03 WS-INA-VALOR             PIC ZZZZZ9,99.
           03 FILLER                   PIC X(09) VALUE '  ENC R$ '.
           03 WS-INA-ENCARGOS          PIC ZZZ9,99.
           03 FILLER                   PIC X(11) VALUE '  TOTAL R$ '.
           03 WS-INA-TOTAL             PIC ZZZZZ9,99.

       01  WS-RODAPE1.
           03 FILLER            PIC X(26)
               VALUE 'VALOR TOTAL ABERTO R$:  '.
           03 WS-TOTVALOR       PIC ZZZZZZZZ9,99.

       01  WS-RODAPE3.
           03 FILLER            PIC X(26)
               VALUE 'ENCARGOS ATE HOJE R$:    '.
           03 WS-TOTENCARGOS    PIC ZZZZZZZZ9,99.

       01  WS-LINHA1-ACD.
           03 FILLER PIC X(24) VALUE SPACES.
           03 FILLER PIC X(32)
               VALUE 'ACOMPANHAMENTO DE ACORDOS'.
           03 FILLER PIC X(24) VALUE SPACES.

       01  WS-CAB-ACD.
           03 FILLER PIC X(40)
               VALUE 'ACORD MAT DATA        VALOR ACORDO PARC'.
           03 FILLER PIC X(40)
               VALUE ' PAGAS VENC A VENC ATRASO SITUACAO'.

       01  WS-DETALHE-ACD.
           03 WS-ACD-EXB-NUMERO        PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ACD-EXB-MATRICULA     PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ACD-EXB-DATA          PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ACD-EXB-VALOR         PIC Z.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 WS-ACD-EXB-PARCELAS      PIC Z9.
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 WS-ACD-EXB-PAGAS         PIC Z9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 WS-ACD-EXB-VENCIDAS      PIC Z9.
           03 FILLER                   PIC X(05) VALUE SPACES.
           03 WS-ACD-EXB-A-VENCER      PIC Z9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-ACD-EXB-ATRASO        PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ACD-EXB-SITUACAO      PIC X(10).

       01  WS-RODAPE-ACD1.
           03 FILLER            PIC X(26)
               VALUE 'ACORDOS ATIVOS:          '.
           03 WS-TOT-ACD-ATIVO  PIC ZZZ9.

       01  WS-RODAPE-ACD2.
           03 FILLER            PIC X(26)
               VALUE 'ACORDOS LIQUIDADOS:      '.
           03 WS-TOT-ACD-LIQ    PIC ZZZ9.

       01  WS-RODAPE-ACD3.
           03 FILLER            PIC X(26)
               VALUE 'ACORDOS QUEBRADOS:       '.
           03 WS-TOT-ACD-QUEBRA PIC ZZZ9.

       01  WS-RODAPE-ACD4.
           03 FILLER            PIC X(26)
               VALUE 'QUEBRADOS NESTA EXECUCAO:'.
           03 WS-TOT-QUEBRA-HOJE PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-ANOMES-HOJE

               DISPLAY 'MODO (G)ERACAO, (P)AGAMENTO, '
                       '(I)NADIMPLENCIA, (A)CORDO, (Q)UITA PARCELA '
                       'OU (R)ELATORIO DE ACORDOS: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               PERFORM 0100-CARREGA-MENSALIDADES
               PERFORM 0200-LE-PARAMETROS

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'P'
                       PERFORM 8000-REGRAVA-MENSALIDADES
                   WHEN 'I'
                       PERFORM 5000-RELATORIO-INADIMPLENCIA
                   WHEN 'A'
                       PERFORM 0400-CARREGA-ACORDOS
                       PERFORM 6000-NOVO-ACORDO
                       IF WS-CONT-ACORDO > ZEROS
                           PERFORM 8000-REGRAVA-MENSALIDADES
                           PERFORM 8100-REGRAVA-ACORDOS
                       END-IF
                   WHEN 'Q'
                       PERFORM 0400-CARREGA-ACORDOS
                       PERFORM 6500-PAGA-PARCELAS
                       PERFORM 8100-REGRAVA-ACORDOS
                   WHEN 'R'
                       PERFORM 0400-CARREGA-ACORDOS
                       PERFORM 7000-ACOMPANHA-ACORDOS
                       IF WS-CONT-QUEBRA > ZEROS
                           PERFORM 8000-REGRAVA-MENSALIDADES
                       END-IF
                       PERFORM 8100-REGRAVA-ACORDOS
                   WHEN OTHER
                       PERFORM 0300-CARREGA-BOLSAS
                       PERFORM 2000-GERA-COBRANCAS
                       PERFORM 8000-REGRAVA-MENSALIDADES
               END-EVALUATE

               MOVE 'MENSAL'        TO WS-RUN-PROGRAMA
               COMPUTE WS-RUN-PROCESSADOS = WS-CONT-GERADA +
                   WS-CONT-PAGA + WS-CONT-ACORDO + WS-CONT-PARC-PAGA
               COMPUTE WS-RUN-REJEITADOS = WS-CONT-INAD +
                   WS-CONT-RECUSADA
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
                                   WS-MEN-STATUS(WS-QTD-MENSAL)
                               MOVE MEN-DATA-PGTO TO
                                   WS-MEN-DATA-PGTO(WS-QTD-MENSAL)
                               PERFORM 0150-CAMPOS-ENCARGOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-CAMPOS-ENCARGOS.
      *----------------------------------------------------------------*
      *    Cobrancas gravadas antes dos encargos nao trazem os campos
      *    finais - entram zerados.
           IF MEN-MULTA IS NUMERIC
               MOVE MEN-MULTA TO WS-MEN-MULTA(WS-QTD-MENSAL)
           ELSE
               MOVE ZEROS TO WS-MEN-MULTA(WS-QTD-MENSAL)
           END-IF
           IF MEN-JUROS IS NUMERIC
               MOVE MEN-JUROS TO WS-MEN-JUROS(WS-QTD-MENSAL)
           ELSE
               MOVE ZEROS TO WS-MEN-JUROS(WS-QTD-MENSAL)
           END-IF
           IF MEN-ACORDO IS NUMERIC
               MOVE MEN-ACORDO TO WS-MEN-ACORDO(WS-QTD-MENSAL)
           ELSE
               MOVE ZEROS TO WS-MEN-ACORDO(WS-QTD-MENSAL)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-LE-PARAMETROS.
      *----------------------------------------------------------------*
                       IF PARM-VALOR-BASE > ZEROS
                           MOVE PARM-VALOR-BASE TO WS-VALOR-BASE
                       END-IF
                       IF PARM-DIA-VENCIMENTO IS NUMERIC
                          AND PARM-DIA-VENCIMENTO > ZEROS
                          AND PARM-DIA-VENCIMENTO < 29
                           MOVE PARM-DIA-VENCIMENTO
                               TO WS-DIA-VENCIMENTO
                       END-IF
                       IF PARM-PCT-MULTA IS NUMERIC
                           MOVE PARM-PCT-MULTA TO WS-PCT-MULTA
                       END-IF
                       IF PARM-PCT-JUROS-MES IS NUMERIC
                           MOVE PARM-PCT-JUROS-MES TO WS-PCT-JUROS-MES
                       END-IF
                       IF PARM-DIAS-QUEBRA IS NUMERIC
                          AND PARM-DIAS-QUEBRA > ZEROS
                           MOVE PARM-DIAS-QUEBRA TO WS-DIAS-QUEBRA
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-ACORDOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACORDO
           IF ACORDO-OK
               PERFORM UNTIL WS-ACORDO-EOF = 'S'
                   READ ARQACORDO
                       AT END
                           MOVE 'S' TO WS-ACORDO-EOF
                       NOT AT END
                           IF WS-QTD-ACORDO < 200
                               ADD 1 TO WS-QTD-ACORDO
                               MOVE ACD-NUMERO TO
                                   WS-ACD-NUMERO(WS-QTD-ACORDO)
                               MOVE ACD-MATRICULA TO
                                   WS-ACD-MATRICULA(WS-QTD-ACORDO)
                               MOVE ACD-DATA TO
                                   WS-ACD-DATA(WS-QTD-ACORDO)
                               MOVE ACD-VALOR-TOTAL TO
                                   WS-ACD-VALOR-TOTAL(WS-QTD-ACORDO)
                               MOVE ACD-QTD-PARCELAS TO
                                   WS-ACD-QTD-PARCELAS(WS-QTD-ACORDO)
                               MOVE ACD-STATUS TO
                                   WS-ACD-STATUS(WS-QTD-ACORDO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQACORDO
           END-IF

           OPEN INPUT ARQPARCELA
           IF PARCELA-OK
               PERFORM UNTIL WS-PARCELA-EOF = 'S'
                   READ ARQPARCELA
                       AT END
                           MOVE 'S' TO WS-PARCELA-EOF
                       NOT AT END
                           IF WS-QTD-PARCELA < 999
                               ADD 1 TO WS-QTD-PARCELA
                               MOVE PAR-ACORDO TO
                                   WS-PAR-ACORDO(WS-QTD-PARCELA)
                               MOVE PAR-NUMERO TO
                                   WS-PAR-NUMERO(WS-QTD-PARCELA)
                               MOVE PAR-VENCIMENTO TO
                                   WS-PAR-VENCIMENTO(WS-QTD-PARCELA)
                               MOVE PAR-VALOR TO
                                   WS-PAR-VALOR(WS-QTD-PARCELA)
                               MOVE PAR-STATUS TO
                                   WS-PAR-STATUS(WS-QTD-PARCELA)
                               MOVE PAR-DATA-PGTO TO
                                   WS-PAR-DATA-PGTO(WS-QTD-PARCELA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPARCELA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-GERA-COBRANCAS.
      *----------------------------------------------------------------*
                   TO WS-MEN-VALOR(WS-QTD-MENSAL)
               MOVE 'A'   TO WS-MEN-STATUS(WS-QTD-MENSAL)
               MOVE ZEROS TO WS-MEN-DATA-PGTO(WS-QTD-MENSAL)
                             WS-MEN-MULTA(WS-QTD-MENSAL)
                             WS-MEN-JUROS(WS-QTD-MENSAL)
                             WS-MEN-ACORDO(WS-QTD-MENSAL)

               ADD 1 TO WS-CONT-GERADA
           END-IF
               WS-VALOR-BASE * (100 - WS-PCT-DESCONTO) / 100
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-CALCULA-ENCARGOS.
      *----------------------------------------------------------------*
      *    Encargos da cobranca WS-IDX na data WS-DATA-REFERENCIA,
      *    pela regra comum com a baixa bancaria (BOLETO).
           MOVE WS-MEN-COMPETENCIA(WS-IDX) TO WS-ENC-COMPETENCIA
           MOVE WS-MEN-VALOR(WS-IDX)       TO WS-ENC-VALOR
           PERFORM 9700-CALCULA-ENCARGOS
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-POSTA-PAGAMENTOS.
      *----------------------------------------------------------------*
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, ZEROS = HOJE): '
           ACCEPT WS-DATA-PAGAMENTO FROM DADO-INPUT
           IF WS-DATA-PAGAMENTO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           END-IF
           MOVE WS-DATA-PAGAMENTO TO WS-DATA-REFERENCIA

           DISPLAY 'MATRICULA (ZEROS PARA ENCERRAR): '
           ACCEPT WS-MATRICULA-PAG FROM DADO-INPUT

                  AND WS-MEN-COMPETENCIA(WS-IDX) =
                      WS-COMPETENCIA-PAG
                  AND WS-MEN-STATUS(WS-IDX) = 'A'
                   PERFORM 2500-CALCULA-ENCARGOS
                   MOVE 'P' TO WS-MEN-STATUS(WS-IDX)
                   MOVE WS-DATA-PAGAMENTO
                       TO WS-MEN-DATA-PGTO(WS-IDX)
                   MOVE WS-VALOR-MULTA TO WS-MEN-MULTA(WS-IDX)
                   MOVE WS-VALOR-JUROS TO WS-MEN-JUROS(WS-IDX)
                   COMPUTE WS-VALOR-TOTAL-PAGO =
                       WS-MEN-VALOR(WS-IDX) + WS-VALOR-ENCARGOS
                   MOVE 'S' TO WS-PAGO-ACHADO
               END-IF
           END-PERFORM
               ADD 1 TO WS-CONT-PAGA
               DISPLAY 'MENSALIDADE BAIXADA - MAT: '
                       WS-MATRICULA-PAG
               DISPLAY '  DIAS DE ATRASO: ' WS-DIAS-ATRASO
                       ' MULTA: ' WS-VALOR-MULTA
                       ' JUROS: ' WS-VALOR-JUROS
                       ' TOTAL: ' WS-VALOR-TOTAL-PAGO
           ELSE
               DISPLAY 'COBRANCA ABERTA NAO ENCONTRADA - MAT: '
                       WS-MATRICULA-PAG ' COMP: '
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQREL

           MOVE WS-DATA-HOJE TO WS-DATA-REFERENCIA

           DISPLAY WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA1
           DISPLAY WS-PONTILHADO
                  AND WS-MEN-COMPETENCIA(WS-IDX) < WS-ANOMES-HOJE
                   ADD 1 TO WS-CONT-INAD
                   ADD WS-MEN-VALOR(WS-IDX) TO WS-TOTAL-ABERTO
                   PERFORM 2500-CALCULA-ENCARGOS
                   ADD WS-VALOR-ENCARGOS TO WS-TOTAL-ENCARGOS
                   MOVE WS-MEN-MATRICULA(WS-IDX)
                       TO WS-INA-MATRICULA
                   MOVE WS-MEN-COMPETENCIA(WS-IDX)
                       TO WS-INA-COMPETENCIA
                   MOVE WS-MEN-VALOR(WS-IDX) TO WS-INA-VALOR
                   MOVE WS-VALOR-ENCARGOS TO WS-INA-ENCARGOS
                   COMPUTE WS-INA-TOTAL =
                       WS-MEN-VALOR(WS-IDX) + WS-VALOR-ENCARGOS
                   DISPLAY WS-DETALHE-INAD
                   WRITE REG-RELATORIO FROM WS-DETALHE-INAD
               END-IF
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           MOVE WS-TOTAL-ENCARGOS TO WS-TOTENCARGOS
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3

           CLOSE ARQREL
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-NOVO-ACORDO.
      *----------------------------------------------------------------*
      *    Consolida as cobrancas vencidas do aluno, com multa e juros
      *    ate a data do acordo, em parcelas mensais a partir do
      *    primeiro vencimento informado.
           DISPLAY 'MATRICULA: '
           ACCEPT WS-MATRICULA-PAG FROM DADO-INPUT
           DISPLAY 'DATA DO ACORDO (AAAAMMDD, ZEROS = HOJE): '
           ACCEPT WS-DATA-ACORDO FROM DADO-INPUT
           IF WS-DATA-ACORDO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-ACORDO
           END-IF
           DISPLAY 'QUANTIDADE DE PARCELAS (1 A 24): '
           ACCEPT WS-QTD-PARCELAS-PEDIDA FROM DADO-INPUT
           DISPLAY 'VENCIMENTO DA PRIMEIRA PARCELA (AAAAMMDD): '
           ACCEPT WS-DATA-VENC FROM DADO-INPUT

      *    Cobranca vencida = ainda aberta com vencimento anterior a
      *    data do acordo.
           MOVE WS-DATA-ACORDO TO WS-DATA-REFERENCIA
           MOVE ZEROS TO WS-QTD-ABERTAS-ALUNO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MENSAL
               IF WS-MEN-MATRICULA(WS-IDX) = WS-MATRICULA-PAG
                  AND WS-MEN-STATUS(WS-IDX) = 'A'
                  AND WS-MEN-COMPETENCIA(WS-IDX) * 100 +
                      WS-DIA-VENCIMENTO < WS-DATA-ACORDO
                   ADD 1 TO WS-QTD-ABERTAS-ALUNO
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-QTD-PARCELAS-PEDIDA < 1
                 OR WS-QTD-PARCELAS-PEDIDA > 24
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ACORDO RECUSADO - PARCELAS DEVEM SER '
                           'DE 1 A 24'
               WHEN WS-VENC-MES < 1 OR WS-VENC-MES > 12
                 OR WS-VENC-DIA < 1 OR WS-VENC-DIA > 31
                 OR WS-DATA-VENC < WS-DATA-ACORDO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ACORDO RECUSADO - PRIMEIRO VENCIMENTO '
                           'INVALIDO: ' WS-DATA-VENC
               WHEN WS-QTD-ABERTAS-ALUNO = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ACORDO RECUSADO - MAT ' WS-MATRICULA-PAG
                           ' SEM COBRANCA VENCIDA EM ABERTO'
               WHEN WS-QTD-ACORDO >= 200
                 OR WS-QTD-PARCELA + WS-QTD-PARCELAS-PEDIDA > 999
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ACORDO RECUSADO - LIMITE DE ACORDOS OU '
                           'PARCELAS EXCEDIDO'
               WHEN OTHER
                   PERFORM 6100-GRAVA-ACORDO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-GRAVA-ACORDO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-NUMERO-ACORDO
           PERFORM VARYING WS-IDX-ACD FROM 1 BY 1
                   UNTIL WS-IDX-ACD > WS-QTD-ACORDO
               IF WS-ACD-NUMERO(WS-IDX-ACD) > WS-NUMERO-ACORDO
                   MOVE WS-ACD-NUMERO(WS-IDX-ACD) TO WS-NUMERO-ACORDO
               END-IF
           END-PERFORM
           ADD 1 TO WS-NUMERO-ACORDO

      *    Cobrancas renegociadas: status R, encargos da data do
      *    acordo guardados, ligadas ao numero do acordo.
           MOVE ZEROS TO WS-VALOR-ACORDO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MENSAL
               IF WS-MEN-MATRICULA(WS-IDX) = WS-MATRICULA-PAG
                  AND WS-MEN-STATUS(WS-IDX) = 'A'
                  AND WS-MEN-COMPETENCIA(WS-IDX) * 100 +
                      WS-DIA-VENCIMENTO < WS-DATA-ACORDO
                   PERFORM 2500-CALCULA-ENCARGOS
                   COMPUTE WS-VALOR-ACORDO = WS-VALOR-ACORDO +
                       WS-MEN-VALOR(WS-IDX) + WS-VALOR-ENCARGOS
                   MOVE 'R'              TO WS-MEN-STATUS(WS-IDX)
                   MOVE WS-DATA-ACORDO   TO WS-MEN-DATA-PGTO(WS-IDX)
                   MOVE WS-VALOR-MULTA   TO WS-MEN-MULTA(WS-IDX)
                   MOVE WS-VALOR-JUROS   TO WS-MEN-JUROS(WS-IDX)
                   MOVE WS-NUMERO-ACORDO TO WS-MEN-ACORDO(WS-IDX)
               END-IF
           END-PERFORM

           ADD 1 TO WS-QTD-ACORDO
           MOVE WS-NUMERO-ACORDO TO WS-ACD-NUMERO(WS-QTD-ACORDO)
           MOVE WS-MATRICULA-PAG TO WS-ACD-MATRICULA(WS-QTD-ACORDO)
           MOVE WS-DATA-ACORDO   TO WS-ACD-DATA(WS-QTD-ACORDO)
           MOVE WS-VALOR-ACORDO  TO WS-ACD-VALOR-TOTAL(WS-QTD-ACORDO)
           MOVE WS-QTD-PARCELAS-PEDIDA
               TO WS-ACD-QTD-PARCELAS(WS-QTD-ACORDO)
           MOVE 'A'              TO WS-ACD-STATUS(WS-QTD-ACORDO)

      *    Parcelas iguais; a ultima absorve a diferenca de centavos.
      *    Vencimentos seguem mes a mes no dia da primeira (dia
      *    acima de 28 passa a 28 a partir da segunda).
           COMPUTE WS-VALOR-PARCELA =
               WS-VALOR-ACORDO / WS-QTD-PARCELAS-PEDIDA
           MOVE ZEROS TO WS-VALOR-ACUMULADO
           MOVE WS-VENC-DIA TO WS-DIA-PARCELA
           IF WS-DIA-PARCELA > 28
               MOVE 28 TO WS-DIA-PARCELA
           END-IF

           DISPLAY 'ACORDO ' WS-NUMERO-ACORDO ' - MAT '
                   WS-MATRICULA-PAG ' - VALOR ' WS-VALOR-ACORDO

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-PARCELAS-PEDIDA
               ADD 1 TO WS-QTD-PARCELA
               MOVE WS-NUMERO-ACORDO TO WS-PAR-ACORDO(WS-QTD-PARCELA)
               MOVE WS-IDX2          TO WS-PAR-NUMERO(WS-QTD-PARCELA)
               IF WS-IDX2 > 1
                   ADD 1 TO WS-VENC-MES
                   IF WS-VENC-MES > 12
                       MOVE 1 TO WS-VENC-MES
                       ADD 1 TO WS-VENC-ANO
                   END-IF
                   MOVE WS-DIA-PARCELA TO WS-VENC-DIA
               END-IF
               MOVE WS-DATA-VENC TO WS-PAR-VENCIMENTO(WS-QTD-PARCELA)
               IF WS-IDX2 = WS-QTD-PARCELAS-PEDIDA
                   COMPUTE WS-PAR-VALOR(WS-QTD-PARCELA) =
                       WS-VALOR-ACORDO - WS-VALOR-ACUMULADO
               ELSE
                   MOVE WS-VALOR-PARCELA
                       TO WS-PAR-VALOR(WS-QTD-PARCELA)
                   ADD WS-VALOR-PARCELA TO WS-VALOR-ACUMULADO
               END-IF
               MOVE 'A'   TO WS-PAR-STATUS(WS-QTD-PARCELA)
               MOVE ZEROS TO WS-PAR-DATA-PGTO(WS-QTD-PARCELA)
               DISPLAY '  PARCELA ' WS-IDX2 ' VENCE '
                       WS-PAR-VENCIMENTO(WS-QTD-PARCELA) ' VALOR '
                       WS-PAR-VALOR(WS-QTD-PARCELA)
           END-PERFORM

           ADD 1 TO WS-CONT-ACORDO
           .
           EXIT.
      *----------------------------------------------------------------*
       6500-PAGA-PARCELAS.
      *----------------------------------------------------------------*
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, ZEROS = HOJE): '
           ACCEPT WS-DATA-PAGAMENTO FROM DADO-INPUT
           IF WS-DATA-PAGAMENTO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           END-IF

           DISPLAY 'ACORDO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-NUMERO-ACORDO FROM DADO-INPUT

           PERFORM UNTIL WS-NUMERO-ACORDO = ZEROS
               DISPLAY 'PARCELA: '
               ACCEPT WS-PARCELA-PEDIDA FROM DADO-INPUT

               PERFORM 6600-BAIXA-PARCELA

               DISPLAY 'ACORDO (ZEROS PARA ENCERRAR): '
               ACCEPT WS-NUMERO-ACORDO FROM DADO-INPUT
           END-PERFORM

           DISPLAY 'PARCELAS BAIXADAS: ' WS-CONT-PARC-PAGA
           .
           EXIT.
      *----------------------------------------------------------------*
       6600-BAIXA-PARCELA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ACD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ACORDO
               IF WS-ACD-NUMERO(WS-IDX) = WS-NUMERO-ACORDO
                   MOVE WS-IDX TO WS-IDX-ACD
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-PARCELA-ACHADA
           IF WS-IDX-ACD > ZEROS
               IF WS-ACD-STATUS(WS-IDX-ACD) = 'A'
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-PARCELA
                       IF WS-PAR-ACORDO(WS-IDX) = WS-NUMERO-ACORDO
                          AND WS-PAR-NUMERO(WS-IDX) = WS-PARCELA-PEDIDA
                          AND WS-PAR-STATUS(WS-IDX) = 'A'
                           MOVE 'P' TO WS-PAR-STATUS(WS-IDX)
                           MOVE WS-DATA-PAGAMENTO
                               TO WS-PAR-DATA-PGTO(WS-IDX)
                           MOVE 'S' TO WS-PARCELA-ACHADA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-IDX-ACD = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ACORDO NAO ENCONTRADO: ' WS-NUMERO-ACORDO
               WHEN WS-ACD-STATUS(WS-IDX-ACD) NOT = 'A'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ACORDO ' WS-NUMERO-ACORDO
                           ' NAO ESTA ATIVO - SITUACAO: '
                           WS-ACD-STATUS(WS-IDX-ACD)
               WHEN WS-PARCELA-ACHADA = 'N'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PARCELA ABERTA NAO ENCONTRADA - ACORDO '
                           WS-NUMERO-ACORDO ' PARCELA '
                           WS-PARCELA-PEDIDA
               WHEN OTHER
                   ADD 1 TO WS-CONT-PARC-PAGA
                   DISPLAY 'PARCELA BAIXADA - ACORDO '
                           WS-NUMERO-ACORDO ' PARCELA '
                           WS-PARCELA-PEDIDA
      *            Ultima parcela paga liquida o acordo.
                   MOVE ZEROS TO WS-QTD-A-VENCER
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-PARCELA
                       IF WS-PAR-ACORDO(WS-IDX) = WS-NUMERO-ACORDO
                          AND WS-PAR-STATUS(WS-IDX) = 'A'
                           ADD 1 TO WS-QTD-A-VENCER
                       END-IF
                   END-PERFORM
                   IF WS-QTD-A-VENCER = ZEROS
                       MOVE 'L' TO WS-ACD-STATUS(WS-IDX-ACD)
                       DISPLAY 'ACORDO ' WS-NUMERO-ACORDO
                               ' LIQUIDADO'
                   END-IF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-ACOMPANHA-ACORDOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQRELACD

           DISPLAY WS-LINHA1-ACD
           WRITE REG-RELACD FROM WS-LINHA1-ACD
           WRITE REG-RELACD FROM WS-PONTILHADO
           WRITE REG-RELACD FROM WS-CAB-ACD

           PERFORM VARYING WS-IDX-ACD FROM 1 BY 1
                   UNTIL WS-IDX-ACD > WS-QTD-ACORDO
               PERFORM 7100-SITUACAO-ACORDO
           END-PERFORM

           MOVE WS-CONT-ACD-ATIVO  TO WS-TOT-ACD-ATIVO
           MOVE WS-CONT-ACD-LIQ    TO WS-TOT-ACD-LIQ
           MOVE WS-CONT-ACD-QUEBRA TO WS-TOT-ACD-QUEBRA
           MOVE WS-CONT-QUEBRA     TO WS-TOT-QUEBRA-HOJE
           WRITE REG-RELACD FROM WS-PONTILHADO
           WRITE REG-RELACD FROM WS-RODAPE-ACD1
           WRITE REG-RELACD FROM WS-RODAPE-ACD2
           WRITE REG-RELACD FROM WS-RODAPE-ACD3
           WRITE REG-RELACD FROM WS-RODAPE-ACD4
           DISPLAY WS-RODAPE-ACD1
           DISPLAY WS-RODAPE-ACD2
           DISPLAY WS-RODAPE-ACD3
           DISPLAY WS-RODAPE-ACD4

           CLOSE ARQRELACD
           .
           EXIT.
      *----------------------------------------------------------------*
       7100-SITUACAO-ACORDO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-PAGAS WS-QTD-VENCIDAS WS-QTD-A-VENCER
                         WS-MAIOR-ATRASO WS-CREDITO-ACORDO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PARCELA
               IF WS-PAR-ACORDO(WS-IDX) = WS-ACD-NUMERO(WS-IDX-ACD)
                   EVALUATE TRUE
                       WHEN WS-PAR-STATUS(WS-IDX) = 'P'
                           ADD 1 TO WS-QTD-PAGAS
                           ADD WS-PAR-VALOR(WS-IDX)
                               TO WS-CREDITO-ACORDO
                       WHEN WS-PAR-VENCIMENTO(WS-IDX) < WS-DATA-HOJE
                           ADD 1 TO WS-QTD-VENCIDAS
                           COMPUTE WS-DIAS-ATRASO =
                               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) -
                               FUNCTION INTEGER-OF-DATE
                                   (WS-PAR-VENCIMENTO(WS-IDX))
                           IF WS-DIAS-ATRASO > WS-MAIOR-ATRASO
                               MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-QTD-A-VENCER
                   END-EVALUATE
               END-IF
           END-PERFORM

      *    Parcela vencida alem da tolerancia quebra o acordo ativo.
           IF WS-ACD-STATUS(WS-IDX-ACD) = 'A'
              AND WS-MAIOR-ATRASO > WS-DIAS-QUEBRA
               MOVE 'Q' TO WS-ACD-STATUS(WS-IDX-ACD)
               ADD 1 TO WS-CONT-QUEBRA
               PERFORM 7200-REABRE-DIVIDA
           END-IF

           MOVE WS-ACD-NUMERO(WS-IDX-ACD)       TO WS-ACD-EXB-NUMERO
           MOVE WS-ACD-MATRICULA(WS-IDX-ACD)    TO WS-ACD-EXB-MATRICULA
           MOVE WS-ACD-DATA(WS-IDX-ACD)         TO WS-ACD-EXB-DATA
           MOVE WS-ACD-VALOR-TOTAL(WS-IDX-ACD)  TO WS-ACD-EXB-VALOR
           MOVE WS-ACD-QTD-PARCELAS(WS-IDX-ACD) TO WS-ACD-EXB-PARCELAS
           MOVE WS-QTD-PAGAS                    TO WS-ACD-EXB-PAGAS
           MOVE WS-QTD-VENCIDAS                 TO WS-ACD-EXB-VENCIDAS
           MOVE WS-QTD-A-VENCER                 TO WS-ACD-EXB-A-VENCER
           MOVE WS-MAIOR-ATRASO                 TO WS-ACD-EXB-ATRASO
           EVALUATE WS-ACD-STATUS(WS-IDX-ACD)
               WHEN 'L'
                   MOVE 'LIQUIDADO' TO WS-ACD-EXB-SITUACAO
                   ADD 1 TO WS-CONT-ACD-LIQ
               WHEN 'Q'
                   MOVE 'QUEBRADO'  TO WS-ACD-EXB-SITUACAO
                   ADD 1 TO WS-CONT-ACD-QUEBRA
               WHEN OTHER
                   IF WS-QTD-VENCIDAS > ZEROS
                       MOVE 'EM ATRASO' TO WS-ACD-EXB-SITUACAO
                   ELSE
                       MOVE 'EM DIA'    TO WS-ACD-EXB-SITUACAO
                   END-IF
                   ADD 1 TO WS-CONT-ACD-ATIVO
           END-EVALUATE

           DISPLAY WS-DETALHE-ACD
           WRITE REG-RELACD FROM WS-DETALHE-ACD
           .
           EXIT.
      *----------------------------------------------------------------*
       7200-REABRE-DIVIDA.
      *----------------------------------------------------------------*
      *    Acordo quebrado: as cobrancas originais voltam a ficar em
      *    aberto (e seguram o certificado no CERTIF). O que foi pago
      *    nas parcelas abate as mais antigas primeiro; os encargos
      *    voltam a correr do vencimento original.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MENSAL
               IF WS-MEN-ACORDO(WS-IDX) = WS-ACD-NUMERO(WS-IDX-ACD)
                  AND WS-MEN-STATUS(WS-IDX) = 'R'
                   MOVE ZEROS TO WS-MEN-MULTA(WS-IDX)
                                 WS-MEN-JUROS(WS-IDX)
                   IF WS-CREDITO-ACORDO >= WS-MEN-VALOR(WS-IDX)
                       SUBTRACT WS-MEN-VALOR(WS-IDX)
                           FROM WS-CREDITO-ACORDO
                       MOVE 'P' TO WS-MEN-STATUS(WS-IDX)
                       MOVE WS-DATA-HOJE TO WS-MEN-DATA-PGTO(WS-IDX)
                   ELSE
                       SUBTRACT WS-CREDITO-ACORDO
                           FROM WS-MEN-VALOR(WS-IDX)
                       MOVE ZEROS TO WS-CREDITO-ACORDO
                       MOVE 'A'   TO WS-MEN-STATUS(WS-IDX)
                       MOVE ZEROS TO WS-MEN-DATA-PGTO(WS-IDX)
      *                Reaberta, a cobranca deixa o acordo: pagamento
      *                futuro e dinheiro novo para o DECLIR.
                       MOVE ZEROS TO WS-MEN-ACORDO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY 'ACORDO ' WS-ACD-NUMERO(WS-IDX-ACD)
                   ' QUEBRADO - DIVIDA REABERTA PARA MAT '
                   WS-ACD-MATRICULA(WS-IDX-ACD)
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-REGRAVA-MENSALIDADES.
      *----------------------------------------------------------------*
               MOVE WS-MEN-VALOR(WS-IDX)       TO MEN-VALOR
               MOVE WS-MEN-STATUS(WS-IDX)      TO MEN-STATUS
               MOVE WS-MEN-DATA-PGTO(WS-IDX)   TO MEN-DATA-PGTO
               MOVE WS-MEN-MULTA(WS-IDX)       TO MEN-MULTA
               MOVE WS-MEN-JUROS(WS-IDX)       TO MEN-JUROS
               MOVE WS-MEN-ACORDO(WS-IDX)      TO MEN-ACORDO
               WRITE REG-MENSALIDADE
           END-PERFORM

           CLOSE ARQMENSAL
           .
           EXIT.
      *----------------------------------------------------------------*
       8100-REGRAVA-ACORDOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQACORDO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ACORDO
               MOVE WS-ACD-NUMERO(WS-IDX)       TO ACD-NUMERO
               MOVE WS-ACD-MATRICULA(WS-IDX)    TO ACD-MATRICULA
               MOVE WS-ACD-DATA(WS-IDX)         TO ACD-DATA
               MOVE WS-ACD-VALOR-TOTAL(WS-IDX)  TO ACD-VALOR-TOTAL
               MOVE WS-ACD-QTD-PARCELAS(WS-IDX) TO ACD-QTD-PARCELAS
               MOVE WS-ACD-STATUS(WS-IDX)       TO ACD-STATUS
               WRITE REG-ACORDO
           END-PERFORM

           CLOSE ARQACORDO

           OPEN OUTPUT ARQPARCELA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PARCELA
               MOVE WS-PAR-ACORDO(WS-IDX)     TO PAR-ACORDO
               MOVE WS-PAR-NUMERO(WS-IDX)     TO PAR-NUMERO
               MOVE WS-PAR-VENCIMENTO(WS-IDX) TO PAR-VENCIMENTO
               MOVE WS-PAR-VALOR(WS-IDX)      TO PAR-VALOR
               MOVE WS-PAR-STATUS(WS-IDX)     TO PAR-STATUS
               MOVE WS-PAR-DATA-PGTO(WS-IDX)  TO PAR-DATA-PGTO
               WRITE REG-PARCELA
           END-PERFORM

           CLOSE ARQPARCELA
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.
           COPY ENCATRASO-PROC.

       END PROGRAM MENSAL.
