      *          breakdown and the company total finance asks for
      *          every quarter. Employees without an admission record
      *          accrue the full year, the conservative assumption.
      *          Each employee's months and value also go to
      *          PROV13F.TXT with the year, so the December run feeds
      *          the 13th salary into the annual income statement;
      *          each run replaces only the current year's rows and
      *          writes the earlier years back unchanged.
      *          Sick leave on AFASTAM.TXT (kept by AFASTA) costs the
      *          months the INSS paid for: a month of the year in
      *          which the employee was on INSS sick pay long enough
      *          to work fewer than 15 days is dropped from the
      *          count and shown on the report line. Maternity and
      *          work-accident leave keep counting as worked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DESLIG.

       SELECT ARQAFAST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AFAST.

       SELECT ARQP13 ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-P13.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 FILLER              PIC X(01).
           03 DSL-MOTIVO          PIC X(02).

       FD  ARQAFAST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AFASTAM.TXT".
       01  REG-AFAST.
           03 AFA-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 AFA-TIPO            PIC X(01).
           03 FILLER              PIC X(01).
           03 AFA-INICIO          PIC 9(08).
           03 FILLER              PIC X(01).
           03 AFA-FIM             PIC 9(08).

       FD  ARQP13
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROV13F.TXT".
       01  REG-PROV13F.
           03 P13-ANO             PIC 9(04).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 P13-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 P13-MESES           PIC 9(02).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 P13-VALOR           PIC 9(06)V99.

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROV13.TXT".
       77  WS-FUNC-DESLIGADO        PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-DESLIGADO     VALUE 'S'.

           COPY AFASTAM.

       77  WS-MES-CALC              PIC 9(02) VALUE ZEROS.
       77  WS-MESES-PERDIDOS        PIC 9(02) VALUE ZEROS.

       77  WS-STATUS-P13            PIC X(02) VALUE SPACES.
           88 P13-OK                    VALUE '00'.
       77  WS-P13-EOF               PIC X(01) VALUE ' '.
       77  WS-QTD-P13               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-P13               PIC 9(04) VALUE ZEROS.
       77  WS-P13-ESTOURO           PIC X(01) VALUE 'N'.
       77  WS-P13-GRAVACAO          PIC X(01) VALUE 'N'.
           88 PROV13F-ABERTO            VALUE 'S'.

      *    Linhas de outros anos do PROV13F.TXT, regravadas intactas:
      *    o informe de rendimentos e o dissidio ainda as leem.
       01  WS-TAB-P13.
           03 WS-P13-ITEM OCCURS 2000 TIMES.
              05 WS-P13-ANO         PIC 9(04).
              05 WS-P13-COD         PIC 9(03).
              05 WS-P13-MESES       PIC 9(02).
              05 WS-P13-VALOR       PIC 9(06)V99.

       01  WS-TAB-DESLIG.
           03 WS-DSL-ITEM OCCURS 200 TIMES.
              05 WS-DSL-COD         PIC 9(03).
           03 WS-EXB-MESES        PIC Z9.
           03 FILLER              PIC X(12) VALUE ' PROVISAO: '.
           03 WS-EXB-PROVISAO     PIC ZZZ.ZZ9,99.
           03 WS-EXB-AFAST.
              05 FILLER           PIC X(10) VALUE ' AFAST.: -'.
              05 WS-EXB-PERDIDOS  PIC Z9.

       01  WS-LINHA-DEPTO.
           03 FILLER              PIC X(15) VALUE 'DEPARTAMENTO: '.

               PERFORM 0450-CARREGA-DESLIGADOS
               PERFORM 0500-CARREGA-ADMISSOES
               PERFORM 9200-CARREGA-AFASTAMENTOS
               PERFORM 0600-CARREGA-PROV13F

               OPEN INPUT ARQFUN

               IF FUN-OK
                   OPEN OUTPUT ARQREL
                   PERFORM 0650-REGRAVA-OUTROS-ANOS

                   WRITE REG-RELATORIO FROM WS-LINHA1
                   WRITE REG-RELATORIO FROM WS-PONTILHADO
                   PERFORM 4000-TRATA-RODAPE

                   CLOSE ARQREL
                   IF PROV13F-ABERTO
                       CLOSE ARQP13
                   END-IF
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR ARQFUNCIONARIO.TXT'

               CLOSE ARQFUN
               GOBACK.
      *----------------------------------------------------------------*
       0600-CARREGA-PROV13F.
      *----------------------------------------------------------------*
      *    A rodada substitui so as linhas do ano corrente; as dos
      *    anos anteriores sao guardadas para a regravacao.
           OPEN INPUT ARQP13
           IF P13-OK
               PERFORM UNTIL WS-P13-EOF = 'S'
                   READ ARQP13
                       AT END
                           MOVE 'S' TO WS-P13-EOF
                       NOT AT END
                           IF P13-ANO NOT = WS-ANO-ATUAL
                               PERFORM 0610-GUARDA-PROV13F
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQP13
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0610-GUARDA-PROV13F.
      *----------------------------------------------------------------*
           IF WS-QTD-P13 < 2000
               ADD 1 TO WS-QTD-P13
               MOVE P13-ANO   TO WS-P13-ANO(WS-QTD-P13)
               MOVE P13-COD   TO WS-P13-COD(WS-QTD-P13)
               MOVE P13-MESES TO WS-P13-MESES(WS-QTD-P13)
               MOVE P13-VALOR TO WS-P13-VALOR(WS-QTD-P13)
           ELSE
               MOVE 'S' TO WS-P13-ESTOURO
               DISPLAY 'PROV13F IGNORADO - LIMITE DE 2000 EXCEDIDO: '
                       P13-ANO ' ' P13-COD
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0650-REGRAVA-OUTROS-ANOS.
      *----------------------------------------------------------------*
      *    Com a tabela cheia o PROV13F.TXT nao e regravado: a
      *    regravacao so com a tabela apagaria os anos que nao
      *    couberam.
           IF WS-P13-ESTOURO = 'S'
               SET FIM-ANORMAL TO TRUE
               MOVE 'PROV13F.TXT ACIMA DO LIMITE' TO WS-RUN-MOTIVO
               MOVE 'D13002' TO WS-RUN-CODIGO
               DISPLAY 'PROV13F.TXT NAO REGRAVADO - LIMITE DE 2000 '
                       'LINHAS DE OUTROS ANOS EXCEDIDO'
           ELSE
               OPEN OUTPUT ARQP13
               SET PROV13F-ABERTO TO TRUE
               PERFORM VARYING WS-IDX-P13 FROM 1 BY 1
                       UNTIL WS-IDX-P13 > WS-QTD-P13
                   MOVE WS-P13-ANO(WS-IDX-P13)   TO P13-ANO
                   MOVE WS-P13-COD(WS-IDX-P13)   TO P13-COD
                   MOVE WS-P13-MESES(WS-IDX-P13) TO P13-MESES
                   MOVE WS-P13-VALOR(WS-IDX-P13) TO P13-VALOR
                   WRITE REG-PROV13F
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-ADMISSOES.
      *----------------------------------------------------------------*
           PERFORM 0460-VERIFICA-DESLIGADO
           IF NOT FUNCIONARIO-DESLIGADO
               PERFORM 2100-CALCULA-MESES
               PERFORM 2150-DESCONTA-AFASTAMENTO

               COMPUTE WS-VLR-PROVISAO =
                   FD-SALFUN-F * WS-MESES-TRABALHADOS / 12
               MOVE FD-NOME-F           TO WS-EXB-NOME
               MOVE WS-MESES-TRABALHADOS TO WS-EXB-MESES
               MOVE WS-VLR-PROVISAO     TO WS-EXB-PROVISAO
               IF WS-MESES-PERDIDOS > ZEROS
                   MOVE ' AFAST.: -'        TO WS-EXB-AFAST
                   MOVE WS-MESES-PERDIDOS   TO WS-EXB-PERDIDOS
               ELSE
                   MOVE SPACES              TO WS-EXB-AFAST
               END-IF

               DISPLAY WS-DETALHE-EXIBICAO
               WRITE REG-RELATORIO FROM WS-DETALHE-EXIBICAO

               IF PROV13F-ABERTO
                   MOVE WS-ANO-ATUAL         TO P13-ANO
                   MOVE FD-COD-F             TO P13-COD
                   MOVE WS-MESES-TRABALHADOS TO P13-MESES
                   MOVE WS-VLR-PROVISAO      TO P13-VALOR
                   WRITE REG-PROV13F
               END-IF

               PERFORM 2200-ACUMULA-DEPTO

               ADD WS-VLR-PROVISAO TO WS-TOT-PROVISAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2150-DESCONTA-AFASTAMENTO.
      *----------------------------------------------------------------*
      *    Mes contado em que o auxilio-doenca do INSS deixou menos de
      *    15 dias trabalhados nao gera avo de 13o (a fracao de 15
      *    dias e que vale o mes).
           MOVE ZEROS TO WS-MESES-PERDIDOS

           IF WS-MESES-TRABALHADOS > ZEROS
               MOVE FD-COD-F TO WS-AFA-COD-CALC
               MOVE 'D'      TO WS-AFA-TIPOS-CALC
               COMPUTE WS-MES-CALC =
                   WS-MES-ATUAL - WS-MESES-TRABALHADOS + 1
               PERFORM UNTIL WS-MES-CALC > WS-MES-ATUAL
                   COMPUTE WS-AFA-MES-CALC =
                       WS-ANO-ATUAL * 100 + WS-MES-CALC
                   PERFORM 9260-LIMITES-MES
                   PERFORM 9250-DIAS-INSS
                   IF WS-AFA-DIAS-MES - WS-AFA-DIAS-CALC < 15
                       ADD 1 TO WS-MESES-PERDIDOS
                   END-IF
                   ADD 1 TO WS-MES-CALC
               END-PERFORM
               SUBTRACT WS-MESES-PERDIDOS FROM WS-MESES-TRABALHADOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-ACUMULA-DEPTO.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-LINHA-DEPTO
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY AFASTAM-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

