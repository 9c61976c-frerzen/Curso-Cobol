      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Per-employee FGTS account ledger, so the balance no
      *          longer comes from a phone call to the bank. Mode D
      *          posts the deposits of the competencia of the business
      *          date to FGTSCTA.TXT at the ENCPARM.TXT rate (the same
      *          one ENCARGOS uses): each employee's gross from
      *          FOLHABRU.TXT, the 1/3 vacation bonus of the windows
      *          approved on FERIASAG.TXT starting in the month (the
      *          vacation days themselves are already in the gross)
      *          and, in December, the 13th salary of PROV13F.TXT. A
      *          competencia already deposited is refused. Mode E
      *          prints the statement FGTSEXT.TXT of one employee (or
      *          all, code zero): every movement with the running
      *          balance. RESCISAO posts the deposit on the final pay
      *          and the termination fine to the same ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. FGTSCTA.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           CONSOLE IS MODO-INPUT.
           CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQFGTS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FGTS.

       SELECT ARQBRUTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-BRUTO.

       SELECT ARQENCP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ENCP.

       SELECT ARQFUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FUN.

       SELECT ARQAGENDA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AGENDA.

       SELECT ARQP13 ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-P13.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQFGTS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FGTSCTA.TXT".
       01  REG-FGTSCTA.
           03 FGC-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-TIPO            PIC X(01).
              88 FGC-MENSAL           VALUE 'M'.
              88 FGC-DECIMO           VALUE 'T'.
              88 FGC-FERIAS           VALUE 'F'.
              88 FGC-RESCISAO         VALUE 'R'.
              88 FGC-MULTA            VALUE 'X'.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-BASE            PIC 9(08)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-VALOR           PIC 9(08)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FGC-DATA            PIC 9(08).

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

       FD  ARQENCP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ENCPARM.TXT".
       01  REG-ENCPARM.
           03 ENC-PCT-PATRONAL    PIC 9(02)V99.
           03 ENC-PCT-FGTS        PIC 9(02)V99.

       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
       01  REG-FUNCIONARIO.
           03 FD-DEPTO-F          PIC X(05).
           03 FD-COD-F            PIC 9(03).
           03 FD-NOME-F           PIC X(20).
           03 FD-SALFUN-F         PIC 9(06)V99.

       FD  ARQAGENDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FERIASAG.TXT".
       01  REG-AGENDA.
           03 FER-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 FER-INICIO          PIC 9(08).
           03 FILLER              PIC X(01).
           03 FER-FIM             PIC 9(08).
           03 FILLER              PIC X(01).
           03 FER-STATUS          PIC X(01).

       FD  ARQP13
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROV13F.TXT".
       01  REG-PROV13F.
           03 P13-ANO             PIC 9(04).
           03 FILLER              PIC X(01).
           03 P13-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 P13-MESES           PIC 9(02).
           03 FILLER              PIC X(01).
           03 P13-VALOR           PIC 9(06)V99.

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FGTSEXT.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FGTSRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-REG-DADO              PIC X(01) VALUE 'N'.
       77  WS-STATUS-FGTS           PIC X(02) VALUE SPACES.
           88 FGTS-OK                   VALUE '00'.
           88 FGTS-NAO-EXISTE           VALUE '35'.
       77  WS-STATUS-BRUTO          PIC X(02) VALUE SPACES.
           88 BRUTO-OK                  VALUE '00'.
       77  WS-STATUS-ENCP           PIC X(02) VALUE SPACES.
           88 ENCP-OK                   VALUE '00'.
       77  WS-STATUS-FUN            PIC X(02) VALUE SPACES.
           88 FUN-OK                    VALUE '00'.
       77  WS-STATUS-AGENDA         PIC X(02) VALUE SPACES.
           88 AGENDA-OK                 VALUE '00'.
       77  WS-STATUS-P13            PIC X(02) VALUE SPACES.
           88 P13-OK                    VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'E'.
       77  WS-PCT-FGTS              PIC 9(02)V99 VALUE 8,00.
       77  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77  WS-JA-DEPOSITADA         PIC X(01) VALUE 'N'.
           88 COMPETENCIA-DEPOSITADA    VALUE 'S'.
       77  WS-COD-PEDIDO            PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FUNC              PIC 9(03) VALUE ZEROS.
       77  WS-QTD-MOV               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CONTA             PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-FUN               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CTA               PIC 9(03) VALUE ZEROS.
       77  WS-DIAS-FERIAS           PIC 9(03) VALUE ZEROS.
       77  WS-SALARIO               PIC 9(06)V99 VALUE ZEROS.
       77  WS-SALDO                 PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-SALDO             PIC 9(10)V99 VALUE ZEROS.
       77  WS-TOT-DEPOSITO          PIC 9(10)V99 VALUE ZEROS.
       77  WS-CONT-DEPOSITO         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-EXTRATO          PIC 9(05) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

       01  WS-TAB-FUNC.
           03 WS-FUN-ITEM OCCURS 200 TIMES.
              05 WS-FUN-COD         PIC 9(03).
              05 WS-FUN-NOME        PIC X(20).
              05 WS-FUN-SALARIO     PIC 9(06)V99.

       01  WS-TAB-MOVIMENTO.
           03 WS-MOV-ITEM OCCURS 3000 TIMES.
              05 WS-MOV-COD         PIC 9(03).
              05 WS-MOV-COMPETENCIA PIC 9(06).
              05 WS-MOV-TIPO        PIC X(01).
              05 WS-MOV-BASE        PIC 9(08)V99.
              05 WS-MOV-VALOR       PIC 9(08)V99.

       01  WS-TAB-CONTA.
           03 WS-CTA-COD OCCURS 200 TIMES PIC 9(03).

       01  WS-EXT-TITULO.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(32)
               VALUE 'EXTRATO DA CONTA FGTS - EMISSAO '.
           03 WS-EXT-DATA           PIC 9(08).

       01  WS-EXT-FUNCIONARIO.
           03 FILLER PIC X(13) VALUE 'FUNCIONARIO: '.
           03 WS-EXT-COD            PIC 9(03).
           03 FILLER PIC X(01) VALUE SPACE.
           03 WS-EXT-NOME           PIC X(20).

       01  WS-EXT-CAB.
           03 FILLER PIC X(40)
               VALUE 'COMPET. LANCAMENTO                    BA'.
           03 FILLER PIC X(40)
               VALUE 'SE         VALOR          SALDO'.

       01  WS-EXT-DETALHE.
           03 WS-EXT-MES            PIC 9(02).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-EXT-ANO            PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXT-LANCAMENTO     PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXT-BASE           PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXT-VALOR          PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXT-SALDO          PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-EXT-COMP-G.
           03 WS-EXT-COMP-ANO       PIC 9(04).
           03 WS-EXT-COMP-MES       PIC 9(02).
       01  WS-EXT-COMP REDEFINES WS-EXT-COMP-G PIC 9(06).

       01  WS-EXT-SALDO-FINAL.
           03 FILLER PIC X(42) VALUE SPACES.
           03 FILLER PIC X(15) VALUE 'SALDO DA CONTA '.
           03 WS-EXT-SALDO-FIM      PIC ZZ.ZZZ.ZZ9,99.

       01  WS-EXT-RODAPE.
           03 WS-EXT-ROT            PIC X(40).
           03 WS-EXT-TOTAL          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-EXT-RODAPE-QTD.
           03 WS-EXT-ROT-QTD        PIC X(40).
           03 WS-EXT-QTD            PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-COMPETENCIA

               DISPLAY 'MODO (D)EPOSITOS DA COMPETENCIA OU '
                       '(E)XTRATO: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               PERFORM 0100-LE-PARAMETRO
               PERFORM 0200-CARREGA-FUNCIONARIOS
               PERFORM 0300-CARREGA-CONTA

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'D'
                       PERFORM 2000-DEPOSITOS
                   WHEN OTHER
                       PERFORM 3000-EXTRATO
               END-EVALUATE

               MOVE 'FGTSCTA'         TO WS-RUN-PROGRAMA
               IF WS-MODO-EXECUCAO = 'D'
                   MOVE WS-CONT-DEPOSITO TO WS-RUN-PROCESSADOS
               ELSE
                   MOVE WS-CONT-EXTRATO  TO WS-RUN-PROCESSADOS
               END-IF
               MOVE ZEROS TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-LE-PARAMETRO.
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
           ELSE
               DISPLAY 'ENCPARM.TXT AUSENTE - FGTS PADRAO DE 8%'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-FUNCIONARIOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFUN
           IF FUN-OK
               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 0250-LE-FUNCIONARIO
                   IF WS-EOF NOT = 'S' AND WS-QTD-FUNC < 200
                       ADD 1 TO WS-QTD-FUNC
                       MOVE FD-COD-F    TO WS-FUN-COD(WS-QTD-FUNC)
                       MOVE FD-NOME-F   TO WS-FUN-NOME(WS-QTD-FUNC)
                       MOVE FD-SALFUN-F TO WS-FUN-SALARIO(WS-QTD-FUNC)
                   END-IF
               END-PERFORM
               CLOSE ARQFUN
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0250-LE-FUNCIONARIO.
      *----------------------------------------------------------------*
      *    Registros HDR/TRL do envelope padrao de interface nao
      *    sao dados - sao saltados aqui.
           MOVE 'N' TO WS-REG-DADO
           PERFORM UNTIL WS-REG-DADO = 'S' OR WS-EOF = 'S'
               READ ARQFUN
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REG-FUNCIONARIO(1:3) = 'HDR'
                          OR REG-FUNCIONARIO(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           MOVE 'S' TO WS-REG-DADO
                       END-IF
               END-READ
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-CONTA.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFGTS
           IF FGTS-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFGTS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 0310-GUARDA-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQFGTS
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-GUARDA-MOVIMENTO.
      *----------------------------------------------------------------*
           IF FGC-COMPETENCIA = WS-COMPETENCIA AND FGC-MENSAL
               SET COMPETENCIA-DEPOSITADA TO TRUE
           END-IF

           IF WS-QTD-MOV < 3000
               ADD 1 TO WS-QTD-MOV
               MOVE FGC-COD         TO WS-MOV-COD(WS-QTD-MOV)
               MOVE FGC-COMPETENCIA TO WS-MOV-COMPETENCIA(WS-QTD-MOV)
               MOVE FGC-TIPO        TO WS-MOV-TIPO(WS-QTD-MOV)
               MOVE FGC-BASE        TO WS-MOV-BASE(WS-QTD-MOV)
               MOVE FGC-VALOR       TO WS-MOV-VALOR(WS-QTD-MOV)
           ELSE
               DISPLAY 'MOVIMENTO FGTS IGNORADO NO EXTRATO - LIMITE '
                       'DE 3000 EXCEDIDO: ' FGC-COD
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-DEPOSITOS.
      *----------------------------------------------------------------*
           IF COMPETENCIA-DEPOSITADA
               SET FIM-ANORMAL TO TRUE
               MOVE 'COMPETENCIA JA DEPOSITADA NO FGTS'
                   TO WS-RUN-MOTIVO
               MOVE 'FGT002' TO WS-RUN-CODIGO
               DISPLAY 'COMPETENCIA ' WS-COMPETENCIA
                       ' JA DEPOSITADA - NADA GRAVADO'
           ELSE
               OPEN INPUT ARQBRUTO
               IF BRUTO-OK
                   OPEN EXTEND ARQFGTS
                   IF FGTS-NAO-EXISTE
                       OPEN OUTPUT ARQFGTS
                   END-IF

                   PERFORM 2100-DEPOSITO-MENSAL
                   PERFORM 2200-DEPOSITO-FERIAS
                   IF WS-COMPETENCIA(5:2) = '12'
                       PERFORM 2300-DEPOSITO-DECIMO
                   END-IF

                   CLOSE ARQFGTS
                   CLOSE ARQBRUTO

                   DISPLAY 'COMPETENCIA       : ' WS-COMPETENCIA
                   DISPLAY 'DEPOSITOS GRAVADOS: ' WS-CONT-DEPOSITO
                   DISPLAY 'TOTAL DEPOSITADO  : ' WS-TOT-DEPOSITO
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR FOLHABRU.TXT'
                       TO WS-RUN-MOTIVO
                   MOVE 'FGT001' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR ARQBRUTO - STATUS: '
                           WS-STATUS-BRUTO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-DEPOSITO-MENSAL.
      *----------------------------------------------------------------*
           PERFORM UNTIL WS-EOF = 'S'
               READ ARQBRUTO
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF BRU-VALOR-BRUTO > ZEROS
                           MOVE BRU-COD         TO FGC-COD
                           MOVE 'M'             TO FGC-TIPO
                           MOVE BRU-VALOR-BRUTO TO FGC-BASE
                           PERFORM 2900-GRAVA-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-DEPOSITO-FERIAS.
      *----------------------------------------------------------------*
      *    So o terco constitucional: os dias de ferias ja estao no
      *    bruto mensal do FOLHABRU.
           OPEN INPUT ARQAGENDA
           IF AGENDA-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQAGENDA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FER-STATUS = 'A'
                              AND FER-INICIO(1:6) = WS-COMPETENCIA
                               PERFORM 2210-TERCO-FERIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAGENDA
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       2210-TERCO-FERIAS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-SALARIO
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNC
               IF WS-FUN-COD(WS-IDX-FUN) = FER-COD
                   MOVE WS-FUN-SALARIO(WS-IDX-FUN) TO WS-SALARIO
               END-IF
           END-PERFORM

           COMPUTE WS-DIAS-FERIAS =
               FUNCTION INTEGER-OF-DATE(FER-FIM) -
               FUNCTION INTEGER-OF-DATE(FER-INICIO) + 1

           IF WS-SALARIO > ZEROS
               MOVE FER-COD TO FGC-COD
               MOVE 'F'     TO FGC-TIPO
               COMPUTE FGC-BASE ROUNDED =
                   WS-SALARIO * WS-DIAS-FERIAS / 30 / 3
               PERFORM 2900-GRAVA-DEPOSITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-DEPOSITO-DECIMO.
      *----------------------------------------------------------------*
      *    13o do ano pela rodada de dezembro do DECIMO13.
           OPEN INPUT ARQP13
           IF P13-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQP13
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF P13-ANO = WS-COMPETENCIA(1:4)
                              AND P13-VALOR > ZEROS
                               MOVE P13-COD   TO FGC-COD
                               MOVE 'T'       TO FGC-TIPO
                               MOVE P13-VALOR TO FGC-BASE
                               PERFORM 2900-GRAVA-DEPOSITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQP13
           ELSE
               DISPLAY 'PROV13F.TXT AUSENTE - 13O SEM DEPOSITO FGTS'
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-GRAVA-DEPOSITO.
      *----------------------------------------------------------------*
           MOVE WS-COMPETENCIA  TO FGC-COMPETENCIA
           MOVE WS-DATA-NEGOCIO TO FGC-DATA
           COMPUTE FGC-VALOR ROUNDED = FGC-BASE * WS-PCT-FGTS / 100
           WRITE REG-FGTSCTA

           ADD FGC-VALOR TO WS-TOT-DEPOSITO
           ADD 1 TO WS-CONT-DEPOSITO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-EXTRATO.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DO FUNCIONARIO (ZEROS = TODOS): '
           ACCEPT WS-COD-PEDIDO FROM DADO-INPUT

      *    Contas na ordem do primeiro lancamento.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MOV
               IF WS-COD-PEDIDO = ZEROS
                  OR WS-MOV-COD(WS-IDX) = WS-COD-PEDIDO
                   PERFORM 3050-REGISTRA-CONTA
               END-IF
           END-PERFORM

           OPEN OUTPUT ARQREL
           MOVE WS-DATA-NEGOCIO TO WS-EXT-DATA
           WRITE REG-RELATORIO FROM WS-EXT-TITULO
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS

           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTA
               PERFORM 3100-EXTRATO-CONTA
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'CONTAS NO EXTRATO:' TO WS-EXT-ROT-QTD
           MOVE WS-CONT-EXTRATO TO WS-EXT-QTD
           WRITE REG-RELATORIO FROM WS-EXT-RODAPE-QTD
           MOVE 'SALDO TOTAL DAS CONTAS:' TO WS-EXT-ROT
           MOVE WS-TOT-SALDO TO WS-EXT-TOTAL
           WRITE REG-RELATORIO FROM WS-EXT-RODAPE
           CLOSE ARQREL

           IF WS-QTD-CONTA = ZEROS
               DISPLAY 'NENHUM LANCAMENTO FGTS PARA O CODIGO '
                       WS-COD-PEDIDO
           END-IF
           DISPLAY 'CONTAS NO EXTRATO: ' WS-CONT-EXTRATO
           .
           EXIT.
      *----------------------------------------------------------------*
       3050-REGISTRA-CONTA.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTA
                      OR WS-CTA-COD(WS-IDX-CTA) = WS-MOV-COD(WS-IDX)
               CONTINUE
           END-PERFORM

           IF WS-IDX-CTA > WS-QTD-CONTA AND WS-QTD-CONTA < 200
               ADD 1 TO WS-QTD-CONTA
               MOVE WS-MOV-COD(WS-IDX) TO WS-CTA-COD(WS-QTD-CONTA)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-EXTRATO-CONTA.
      *----------------------------------------------------------------*
           MOVE ZEROS  TO WS-SALDO
           MOVE SPACES TO WS-EXT-NOME
           MOVE WS-CTA-COD(WS-IDX-CTA) TO WS-EXT-COD
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNC
               IF WS-FUN-COD(WS-IDX-FUN) = WS-CTA-COD(WS-IDX-CTA)
                   MOVE WS-FUN-NOME(WS-IDX-FUN) TO WS-EXT-NOME
               END-IF
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-EXT-FUNCIONARIO
           WRITE REG-RELATORIO FROM WS-EXT-CAB

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MOV
               IF WS-MOV-COD(WS-IDX) = WS-CTA-COD(WS-IDX-CTA)
                   PERFORM 3200-LINHA-MOVIMENTO
               END-IF
           END-PERFORM

           MOVE WS-SALDO TO WS-EXT-SALDO-FIM
           WRITE REG-RELATORIO FROM WS-EXT-SALDO-FINAL

           ADD WS-SALDO TO WS-TOT-SALDO
           ADD 1 TO WS-CONT-EXTRATO
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-LINHA-MOVIMENTO.
      *----------------------------------------------------------------*
           ADD WS-MOV-VALOR(WS-IDX) TO WS-SALDO

           MOVE WS-MOV-COMPETENCIA(WS-IDX) TO WS-EXT-COMP
           MOVE WS-EXT-COMP-MES TO WS-EXT-MES
           MOVE WS-EXT-COMP-ANO TO WS-EXT-ANO

           EVALUATE WS-MOV-TIPO(WS-IDX)
               WHEN 'M'
                   MOVE 'DEPOSITO MENSAL'      TO WS-EXT-LANCAMENTO
               WHEN 'T'
                   MOVE 'DEPOSITO 13O SALARIO' TO WS-EXT-LANCAMENTO
               WHEN 'F'
                   MOVE 'DEPOSITO 1/3 FERIAS'  TO WS-EXT-LANCAMENTO
               WHEN 'R'
                   MOVE 'DEPOSITO RESCISAO'    TO WS-EXT-LANCAMENTO
               WHEN 'X'
                   MOVE 'MULTA RESCISORIA'     TO WS-EXT-LANCAMENTO
               WHEN OTHER
                   MOVE 'LANCAMENTO'           TO WS-EXT-LANCAMENTO
           END-EVALUATE

           MOVE WS-MOV-BASE(WS-IDX)  TO WS-EXT-BASE
           MOVE WS-MOV-VALOR(WS-IDX) TO WS-EXT-VALOR
           MOVE WS-SALDO             TO WS-EXT-SALDO
           WRITE REG-RELATORIO FROM WS-EXT-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM FGTSCTA.
