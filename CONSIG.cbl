      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Payroll-deductible loans (emprestimo consignado).
      *          Mode C registers a new contract on CONSIG.TXT for an
      *          employee of ARQFUNCIONARIO.TXT: installment count,
      *          installment value and first competencia. The contract
      *          is refused when the installments already committed in
      *          the same months plus the new one exceed the legal
      *          margin (CONSPARM.TXT, default 35%) of the employee's
      *          net pay - gross less INSS, IRRF and court-ordered
      *          alimony of the last slip on FOLHAMES.TXT, or the
      *          salary when there is no slip yet.
      *          Terminated employees (DESLIG.TXT) cannot borrow.
      *          Mode R prints the monthly remittance to the bank on
      *          CONSREM.TXT: every installment HOLERITE deducted for
      *          the competencia of the business date (CONSDESC.TXT),
      *          the ones left without margin, and the outstanding
      *          balance of the contracts of employees terminated in
      *          the month, which the bank collects on the rescission.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. CONSIG.
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

       SELECT ARQCONS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CONS.

       SELECT ARQCPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CPARM.

       SELECT ARQCDESC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CDESC.

       SELECT ARQFUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FUN.

       SELECT ARQMES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MES.

       SELECT ARQDESLIG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DESLIG.

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

       FD  ARQCONS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSIG.TXT".
       01  REG-CONSIG.
           03 CSG-CONTRATO        PIC 9(05).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSG-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSG-INICIO          PIC 9(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSG-PARCELAS        PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSG-VALOR-PARCELA   PIC 9(06)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSG-DATA            PIC 9(08).

       FD  ARQCPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSPARM.TXT".
       01  REG-CONSPARM.
           03 CPR-PCT-MARGEM      PIC 9(02)V99.

       FD  ARQCDESC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSDESC.TXT".
       01  REG-CONSDESC.
           03 CSD-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 CSD-CONTRATO        PIC 9(05).
           03 FILLER              PIC X(01).
           03 CSD-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 CSD-NOME            PIC X(20).
           03 FILLER              PIC X(01).
           03 CSD-PARCELA         PIC 9(03).
           03 FILLER              PIC X(01).
           03 CSD-PARCELAS        PIC 9(03).
           03 FILLER              PIC X(01).
           03 CSD-VALOR           PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 CSD-SALDO           PIC 9(08)V99.
           03 FILLER              PIC X(01).
           03 CSD-SITUACAO        PIC X(01).
              88 CSD-DESCONTADA       VALUE 'D'.
              88 CSD-SEM-MARGEM       VALUE 'N'.

       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
       01  REG-FUNCIONARIO.
           03 FD-DEPTO-F          PIC X(05).
           03 FD-COD-F            PIC 9(03).
           03 FD-NOME-F           PIC X(20).
           03 FD-SALFUN-F         PIC 9(06)V99.

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
           03 FILLER              PIC X(28).

       FD  ARQDESLIG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DESLIG.TXT".
       01  REG-DESLIGAMENTO.
           03 DSL-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 DSL-DATA            PIC 9(08).
           03 FILLER              PIC X(01).
           03 DSL-MOTIVO          PIC X(02).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSREM.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CNSGRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-REG-DADO              PIC X(01) VALUE 'N'.
       77  WS-STATUS-CONS           PIC X(02) VALUE SPACES.
           88 CONS-OK                   VALUE '00'.
           88 CONS-NAO-EXISTE           VALUE '35'.
       77  WS-STATUS-CPARM          PIC X(02) VALUE SPACES.
           88 CPARM-OK                  VALUE '00'.
       77  WS-STATUS-CDESC          PIC X(02) VALUE SPACES.
           88 CDESC-OK                  VALUE '00'.
       77  WS-STATUS-FUN            PIC X(02) VALUE SPACES.
           88 FUN-OK                    VALUE '00'.
       77  WS-STATUS-MES            PIC X(02) VALUE SPACES.
           88 MES-OK                    VALUE '00'.
       77  WS-STATUS-DESLIG         PIC X(02) VALUE SPACES.
           88 DESLIG-OK                 VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'R'.
       77  WS-PCT-MARGEM            PIC 9(02)V99 VALUE 35,00.
       77  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77  WS-COD-PEDIDO            PIC 9(03) VALUE ZEROS.
       77  WS-PARCELAS-PEDIDO       PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-PEDIDO          PIC 9(06)V99 VALUE ZEROS.
       77  WS-INICIO-PEDIDO         PIC 9(06) VALUE ZEROS.
       77  WS-QTD-FUNC              PIC 9(03) VALUE ZEROS.
       77  WS-QTD-CONS              PIC 9(04) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-FUN               PIC 9(03) VALUE ZEROS.
       77  WS-ULTIMO-CONTRATO       PIC 9(05) VALUE ZEROS.
       77  WS-ACHOU-FUNC            PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO        VALUE 'S'.
       77  WS-FUNC-DESLIGADO        PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-DESLIGADO     VALUE 'S'.
       77  WS-NOME-FUNC             PIC X(20) VALUE SPACES.
       77  WS-SALARIO-FUNC          PIC 9(06)V99 VALUE ZEROS.
       77  WS-COMP-FOLHA            PIC 9(06) VALUE ZEROS.
       77  WS-BASE-MARGEM           PIC 9(07)V99 VALUE ZEROS.
       77  WS-VLR-MARGEM            PIC 9(07)V99 VALUE ZEROS.
       77  WS-VLR-COMPROMETIDO      PIC 9(07)V99 VALUE ZEROS.
       77  WS-VLR-DISPONIVEL        PIC S9(07)V99 VALUE ZEROS.
       77  WS-MES-INI-NOVO          PIC 9(06) VALUE ZEROS.
       77  WS-MES-FIM-NOVO          PIC 9(06) VALUE ZEROS.
       77  WS-MES-INI-CTR           PIC 9(06) VALUE ZEROS.
       77  WS-MES-FIM-CTR           PIC 9(06) VALUE ZEROS.
       77  WS-MES-DESLIG            PIC 9(06) VALUE ZEROS.
       77  WS-PARCELAS-PAGAS        PIC S9(04) VALUE ZEROS.
       77  WS-SALDO-CONTRATO        PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOT-DESCONTADO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-SEM-MARGEM        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-SALDO-RESC        PIC 9(09)V99 VALUE ZEROS.
       77  WS-CONT-DESCONTADO       PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-MARGEM       PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RESCISAO         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CONTRATO         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADO         PIC 9(05) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

       01  WS-TAB-FUNC.
           03 WS-FUN-ITEM OCCURS 200 TIMES.
              05 WS-FUN-COD         PIC 9(03).
              05 WS-FUN-NOME        PIC X(20).
              05 WS-FUN-SALARIO     PIC 9(06)V99.

       01  WS-TAB-CONSIG.
           03 WS-CSG-ITEM OCCURS 1000 TIMES.
              05 WS-CSG-CONTRATO    PIC 9(05).
              05 WS-CSG-COD         PIC 9(03).
              05 WS-CSG-INICIO      PIC 9(06).
              05 WS-CSG-PARCELAS    PIC 9(03).
              05 WS-CSG-VALOR       PIC 9(06)V99.

      *    Competencia aaaamm convertida em numero absoluto de meses
      *    para contar parcelas sem se perder na virada do ano.
       01  WS-CMP-G.
           03 WS-CMP-ANO            PIC 9(04).
           03 WS-CMP-MES            PIC 9(02).
       01  WS-CMP REDEFINES WS-CMP-G PIC 9(06).
       77  WS-MES-ABSOLUTO          PIC 9(06) VALUE ZEROS.

       01  WS-REM-TITULO.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(42)
               VALUE 'REMESSA DE CONSIGNADOS AO BANCO - COMPET. '.
           03 WS-REM-MES            PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-REM-ANO            PIC 9(04).

       01  WS-REM-SECAO             PIC X(80) VALUE SPACES.

       01  WS-REM-CAB.
           03 FILLER PIC X(40)
               VALUE 'CONTR  COD NOME                 PARCELA'.
           03 FILLER PIC X(40)
               VALUE 'VALOR PARC. SALDO DEVEDOR SITUACAO'.

       01  WS-REM-DETALHE.
           03 WS-REM-CONTRATO       PIC 9(05).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-REM-COD            PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REM-NOME           PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REM-PARCELA        PIC ZZ9.
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-REM-PARCELAS       PIC ZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-REM-VALOR          PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-REM-SALDO          PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REM-SITUACAO       PIC X(14).

       01  WS-REM-RODAPE.
           03 WS-REM-ROT            PIC X(40).
           03 WS-REM-TOTAL          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-REM-RODAPE-QTD.
           03 WS-REM-ROT-QTD        PIC X(40).
           03 WS-REM-QTD            PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-COMPETENCIA

               DISPLAY 'MODO (C)ONTRATO NOVO OU (R)EMESSA AO BANCO: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               PERFORM 0100-LE-PARAMETRO
               PERFORM 0200-CARREGA-FUNCIONARIOS
               PERFORM 0300-CARREGA-CONTRATOS

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'C'
                       PERFORM 2000-CONTRATO-NOVO
                   WHEN OTHER
                       PERFORM 3000-REMESSA
               END-EVALUATE

               MOVE 'CONSIG'          TO WS-RUN-PROGRAMA
               IF WS-MODO-EXECUCAO = 'C'
                   MOVE WS-CONT-CONTRATO TO WS-RUN-PROCESSADOS
                   MOVE WS-CONT-RECUSADO TO WS-RUN-REJEITADOS
               ELSE
                   COMPUTE WS-RUN-PROCESSADOS =
                       WS-CONT-DESCONTADO + WS-CONT-RESCISAO
                   MOVE WS-CONT-SEM-MARGEM TO WS-RUN-REJEITADOS
               END-IF
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-LE-PARAMETRO.
      *----------------------------------------------------------------*
      *    Margem consignavel legal sobre o liquido (padrao 35%).
           OPEN INPUT ARQCPARM
           IF CPARM-OK
               READ ARQCPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPR-PCT-MARGEM > ZEROS
                           MOVE CPR-PCT-MARGEM TO WS-PCT-MARGEM
                       END-IF
               END-READ
               CLOSE ARQCPARM
           ELSE
               DISPLAY 'CONSPARM.TXT AUSENTE - MARGEM PADRAO DE 35%'
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
       0300-CARREGA-CONTRATOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCONS
           IF CONS-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCONS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 0310-GUARDA-CONTRATO
                   END-READ
               END-PERFORM
               CLOSE ARQCONS
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-GUARDA-CONTRATO.
      *----------------------------------------------------------------*
           IF CSG-CONTRATO > WS-ULTIMO-CONTRATO
               MOVE CSG-CONTRATO TO WS-ULTIMO-CONTRATO
           END-IF

           IF WS-QTD-CONS < 1000
               ADD 1 TO WS-QTD-CONS
               MOVE CSG-CONTRATO      TO WS-CSG-CONTRATO(WS-QTD-CONS)
               MOVE CSG-COD           TO WS-CSG-COD(WS-QTD-CONS)
               MOVE CSG-INICIO        TO WS-CSG-INICIO(WS-QTD-CONS)
               MOVE CSG-PARCELAS      TO WS-CSG-PARCELAS(WS-QTD-CONS)
               MOVE CSG-VALOR-PARCELA TO WS-CSG-VALOR(WS-QTD-CONS)
           ELSE
               DISPLAY 'CONTRATO CONSIGNADO IGNORADO - LIMITE DE '
                       '1000 EXCEDIDO: ' CSG-CONTRATO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CONTRATO-NOVO.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DO FUNCIONARIO: '
           ACCEPT WS-COD-PEDIDO FROM DADO-INPUT
           DISPLAY 'QUANTIDADE DE PARCELAS: '
           ACCEPT WS-PARCELAS-PEDIDO FROM DADO-INPUT
           DISPLAY 'VALOR DA PARCELA: '
           ACCEPT WS-VALOR-PEDIDO FROM DADO-INPUT
           DISPLAY 'COMPETENCIA DA 1A PARCELA AAAAMM '
                   '(ZEROS = MES SEGUINTE): '
           ACCEPT WS-INICIO-PEDIDO FROM DADO-INPUT

           IF WS-INICIO-PEDIDO = ZEROS
               MOVE WS-COMPETENCIA TO WS-CMP
               IF WS-CMP-MES = 12
                   ADD 1 TO WS-CMP-ANO
                   MOVE 1 TO WS-CMP-MES
               ELSE
                   ADD 1 TO WS-CMP-MES
               END-IF
               MOVE WS-CMP TO WS-INICIO-PEDIDO
           END-IF

           PERFORM 2100-BUSCA-FUNCIONARIO

           EVALUATE TRUE
               WHEN NOT FUNCIONARIO-ACHADO
                   DISPLAY 'FUNCIONARIO NAO CADASTRADO: '
                           WS-COD-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADO
               WHEN FUNCIONARIO-DESLIGADO
                   DISPLAY 'FUNCIONARIO DESLIGADO - CONTRATO RECUSADO: '
                           WS-COD-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADO
               WHEN WS-PARCELAS-PEDIDO = ZEROS
                 OR WS-VALOR-PEDIDO = ZEROS
                   DISPLAY 'PARCELAS E VALOR DEVEM SER MAIORES QUE ZERO'
                   ADD 1 TO WS-CONT-RECUSADO
               WHEN WS-INICIO-PEDIDO < WS-COMPETENCIA
                 OR WS-INICIO-PEDIDO(5:2) < '01'
                 OR WS-INICIO-PEDIDO(5:2) > '12'
                   DISPLAY 'COMPETENCIA INICIAL INVALIDA: '
                           WS-INICIO-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADO
               WHEN OTHER
                   PERFORM 2200-APURA-MARGEM
                   IF WS-VLR-COMPROMETIDO + WS-VALOR-PEDIDO
                      > WS-VLR-MARGEM
                       PERFORM 2300-RECUSA-MARGEM
                   ELSE
                       PERFORM 2400-GRAVA-CONTRATO
                   END-IF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-BUSCA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU-FUNC
           MOVE 'N' TO WS-FUNC-DESLIGADO

           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNC
               IF WS-FUN-COD(WS-IDX-FUN) = WS-COD-PEDIDO
                   SET FUNCIONARIO-ACHADO TO TRUE
                   MOVE WS-FUN-NOME(WS-IDX-FUN)    TO WS-NOME-FUNC
                   MOVE WS-FUN-SALARIO(WS-IDX-FUN) TO WS-SALARIO-FUNC
               END-IF
           END-PERFORM

      *    Com desligamento lancado (mesmo futuro) nao ha mais margem.
           OPEN INPUT ARQDESLIG
           IF DESLIG-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDESLIG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF DSL-COD = WS-COD-PEDIDO
                               SET FUNCIONARIO-DESLIGADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDESLIG
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-APURA-MARGEM.
      *----------------------------------------------------------------*
      *    Base da margem: bruto menos INSS, IRRF e pensao judicial do
      *    ultimo holerite do funcionario; sem holerite ainda, o
      *    salario do cadastro.
           MOVE WS-SALARIO-FUNC TO WS-BASE-MARGEM
           MOVE ZEROS           TO WS-COMP-FOLHA

           OPEN INPUT ARQMES
           IF MES-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQMES
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FMS-COD = WS-COD-PEDIDO
                              AND FMS-COMPETENCIA >= WS-COMP-FOLHA
                              AND FMS-BRUTO >
                                  FMS-INSS + FMS-IRRF + FMS-PENSAO
                               MOVE FMS-COMPETENCIA TO WS-COMP-FOLHA
                               COMPUTE WS-BASE-MARGEM =
                                   FMS-BRUTO - FMS-INSS - FMS-IRRF
                                   - FMS-PENSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMES
           END-IF
           MOVE ' ' TO WS-EOF

           COMPUTE WS-VLR-MARGEM ROUNDED =
               WS-BASE-MARGEM * WS-PCT-MARGEM / 100

      *    Comprometido: parcelas dos contratos do funcionario que
      *    correm em algum mes do contrato novo.
           MOVE WS-INICIO-PEDIDO TO WS-CMP
           PERFORM 8000-MES-ABSOLUTO
           MOVE WS-MES-ABSOLUTO TO WS-MES-INI-NOVO
           COMPUTE WS-MES-FIM-NOVO =
               WS-MES-INI-NOVO + WS-PARCELAS-PEDIDO - 1

           MOVE ZEROS TO WS-VLR-COMPROMETIDO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONS
               IF WS-CSG-COD(WS-IDX) = WS-COD-PEDIDO
                   MOVE WS-CSG-INICIO(WS-IDX) TO WS-CMP
                   PERFORM 8000-MES-ABSOLUTO
                   MOVE WS-MES-ABSOLUTO TO WS-MES-INI-CTR
                   COMPUTE WS-MES-FIM-CTR =
                       WS-MES-INI-CTR + WS-CSG-PARCELAS(WS-IDX) - 1
                   IF WS-MES-INI-CTR <= WS-MES-FIM-NOVO
                      AND WS-MES-FIM-CTR >= WS-MES-INI-NOVO
                       ADD WS-CSG-VALOR(WS-IDX) TO WS-VLR-COMPROMETIDO
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-VLR-DISPONIVEL =
               WS-VLR-MARGEM - WS-VLR-COMPROMETIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-RECUSA-MARGEM.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-RECUSADO

           DISPLAY 'CONTRATO RECUSADO - PARCELA EXCEDE A MARGEM '
                   'CONSIGNAVEL'
           DISPLAY 'FUNCIONARIO       : ' WS-COD-PEDIDO ' '
                   WS-NOME-FUNC
           DISPLAY 'BASE DA MARGEM    : ' WS-BASE-MARGEM
           DISPLAY 'MARGEM (%)        : ' WS-PCT-MARGEM
           DISPLAY 'MARGEM TOTAL      : ' WS-VLR-MARGEM
           DISPLAY 'JA COMPROMETIDO   : ' WS-VLR-COMPROMETIDO
           DISPLAY 'MARGEM DISPONIVEL : ' WS-VLR-DISPONIVEL
           DISPLAY 'PARCELA PEDIDA    : ' WS-VALOR-PEDIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GRAVA-CONTRATO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQCONS
           IF CONS-NAO-EXISTE
               OPEN OUTPUT ARQCONS
           END-IF

           ADD 1 TO WS-ULTIMO-CONTRATO
           MOVE SPACES             TO REG-CONSIG
           MOVE WS-ULTIMO-CONTRATO TO CSG-CONTRATO
           MOVE WS-COD-PEDIDO      TO CSG-COD
           MOVE WS-INICIO-PEDIDO   TO CSG-INICIO
           MOVE WS-PARCELAS-PEDIDO TO CSG-PARCELAS
           MOVE WS-VALOR-PEDIDO    TO CSG-VALOR-PARCELA
           MOVE WS-DATA-NEGOCIO    TO CSG-DATA
           WRITE REG-CONSIG
           CLOSE ARQCONS

           ADD 1 TO WS-CONT-CONTRATO
           SUBTRACT WS-VALOR-PEDIDO FROM WS-VLR-DISPONIVEL

           DISPLAY 'CONTRATO GRAVADO  : ' WS-ULTIMO-CONTRATO
           DISPLAY 'FUNCIONARIO       : ' WS-COD-PEDIDO ' '
                   WS-NOME-FUNC
           DISPLAY 'PARCELAS          : ' WS-PARCELAS-PEDIDO
                   ' DE ' WS-VALOR-PEDIDO
           DISPLAY '1A PARCELA EM     : ' WS-INICIO-PEDIDO
           DISPLAY 'MARGEM DISPONIVEL : ' WS-VLR-DISPONIVEL
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REMESSA.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQREL

           MOVE WS-COMPETENCIA TO WS-CMP
           MOVE WS-CMP-MES TO WS-REM-MES
           MOVE WS-CMP-ANO TO WS-REM-ANO
           WRITE REG-RELATORIO FROM WS-REM-TITULO
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'PARCELAS DA COMPETENCIA (HOLERITE)' TO WS-REM-SECAO
           WRITE REG-RELATORIO FROM WS-REM-SECAO
           WRITE REG-RELATORIO FROM WS-REM-CAB
           PERFORM 3100-PARCELAS-DESCONTADAS

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'SALDO DEVEDOR DE FUNCIONARIOS DESLIGADOS NO MES'
               TO WS-REM-SECAO
           WRITE REG-RELATORIO FROM WS-REM-SECAO
           WRITE REG-RELATORIO FROM WS-REM-CAB
           PERFORM 3200-SALDOS-RESCISAO

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'PARCELAS DESCONTADAS EM FOLHA:' TO WS-REM-ROT-QTD
           MOVE WS-CONT-DESCONTADO TO WS-REM-QTD
           WRITE REG-RELATORIO FROM WS-REM-RODAPE-QTD
           MOVE 'TOTAL A REPASSAR AO BANCO:' TO WS-REM-ROT
           MOVE WS-TOT-DESCONTADO TO WS-REM-TOTAL
           WRITE REG-RELATORIO FROM WS-REM-RODAPE
           MOVE 'PARCELAS SEM MARGEM NO MES:' TO WS-REM-ROT-QTD
           MOVE WS-CONT-SEM-MARGEM TO WS-REM-QTD
           WRITE REG-RELATORIO FROM WS-REM-RODAPE-QTD
           MOVE 'TOTAL NAO DESCONTADO:' TO WS-REM-ROT
           MOVE WS-TOT-SEM-MARGEM TO WS-REM-TOTAL
           WRITE REG-RELATORIO FROM WS-REM-RODAPE
           MOVE 'CONTRATOS DE DESLIGADOS:' TO WS-REM-ROT-QTD
           MOVE WS-CONT-RESCISAO TO WS-REM-QTD
           WRITE REG-RELATORIO FROM WS-REM-RODAPE-QTD
           MOVE 'SALDO DEVEDOR DE DESLIGADOS:' TO WS-REM-ROT
           MOVE WS-TOT-SALDO-RESC TO WS-REM-TOTAL
           WRITE REG-RELATORIO FROM WS-REM-RODAPE
           CLOSE ARQREL

           DISPLAY 'COMPETENCIA          : ' WS-COMPETENCIA
           DISPLAY 'PARCELAS DESCONTADAS : ' WS-CONT-DESCONTADO
           DISPLAY 'TOTAL A REPASSAR     : ' WS-TOT-DESCONTADO
           DISPLAY 'PARCELAS SEM MARGEM  : ' WS-CONT-SEM-MARGEM
           DISPLAY 'CONTRATOS DESLIGADOS : ' WS-CONT-RESCISAO
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-PARCELAS-DESCONTADAS.
      *----------------------------------------------------------------*
      *    CONSDESC.TXT e regravado a cada rodada do HOLERITE: so as
      *    linhas da competencia pedida entram na remessa.
           OPEN INPUT ARQCDESC
           IF CDESC-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCDESC
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CSD-COMPETENCIA = WS-COMPETENCIA
                               PERFORM 3150-LINHA-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCDESC
           ELSE
               DISPLAY 'CONSDESC.TXT AUSENTE - HOLERITE NAO RODOU'
           END-IF
           MOVE ' ' TO WS-EOF

           IF WS-CONT-DESCONTADO + WS-CONT-SEM-MARGEM = ZEROS
               DISPLAY 'NENHUMA PARCELA DESCONTADA NA COMPETENCIA '
                       WS-COMPETENCIA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3150-LINHA-PARCELA.
      *----------------------------------------------------------------*
           MOVE CSD-CONTRATO TO WS-REM-CONTRATO
           MOVE CSD-COD      TO WS-REM-COD
           MOVE CSD-NOME     TO WS-REM-NOME
           MOVE CSD-PARCELA  TO WS-REM-PARCELA
           MOVE CSD-PARCELAS TO WS-REM-PARCELAS
           MOVE CSD-VALOR    TO WS-REM-VALOR
           MOVE CSD-SALDO    TO WS-REM-SALDO

           IF CSD-DESCONTADA
               MOVE 'DESCONTADA'     TO WS-REM-SITUACAO
               ADD CSD-VALOR TO WS-TOT-DESCONTADO
               ADD 1 TO WS-CONT-DESCONTADO
           ELSE
               MOVE 'SEM MARGEM'     TO WS-REM-SITUACAO
               ADD CSD-VALOR TO WS-TOT-SEM-MARGEM
               ADD 1 TO WS-CONT-SEM-MARGEM
           END-IF

           WRITE REG-RELATORIO FROM WS-REM-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-SALDOS-RESCISAO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDESLIG
           IF DESLIG-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDESLIG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF DSL-DATA(1:6) = WS-COMPETENCIA
                               PERFORM 3250-CONTRATOS-DESLIGADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDESLIG
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       3250-CONTRATOS-DESLIGADO.
      *----------------------------------------------------------------*
      *    O mes do desligamento nao passa mais pelo HOLERITE: pagas
      *    sao as parcelas das competencias anteriores a ele.
           MOVE DSL-DATA(1:6) TO WS-CMP
           PERFORM 8000-MES-ABSOLUTO
           MOVE WS-MES-ABSOLUTO TO WS-MES-DESLIG

           MOVE SPACES TO WS-REM-NOME
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNC
               IF WS-FUN-COD(WS-IDX-FUN) = DSL-COD
                   MOVE WS-FUN-NOME(WS-IDX-FUN) TO WS-REM-NOME
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONS
               IF WS-CSG-COD(WS-IDX) = DSL-COD
                   MOVE WS-CSG-INICIO(WS-IDX) TO WS-CMP
                   PERFORM 8000-MES-ABSOLUTO
                   COMPUTE WS-PARCELAS-PAGAS =
                       WS-MES-DESLIG - WS-MES-ABSOLUTO
                   IF WS-PARCELAS-PAGAS < ZEROS
                       MOVE ZEROS TO WS-PARCELAS-PAGAS
                   END-IF
                   IF WS-PARCELAS-PAGAS < WS-CSG-PARCELAS(WS-IDX)
                       COMPUTE WS-SALDO-CONTRATO =
                           (WS-CSG-PARCELAS(WS-IDX) - WS-PARCELAS-PAGAS)
                           * WS-CSG-VALOR(WS-IDX)
                       MOVE WS-CSG-CONTRATO(WS-IDX) TO WS-REM-CONTRATO
                       MOVE DSL-COD                 TO WS-REM-COD
                       MOVE WS-PARCELAS-PAGAS       TO WS-REM-PARCELA
                       MOVE WS-CSG-PARCELAS(WS-IDX) TO WS-REM-PARCELAS
                       MOVE WS-CSG-VALOR(WS-IDX)    TO WS-REM-VALOR
                       MOVE WS-SALDO-CONTRATO       TO WS-REM-SALDO
                       MOVE 'RESCISAO'              TO WS-REM-SITUACAO
                       WRITE REG-RELATORIO FROM WS-REM-DETALHE
                       ADD WS-SALDO-CONTRATO TO WS-TOT-SALDO-RESC
                       ADD 1 TO WS-CONT-RESCISAO
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-MES-ABSOLUTO.
      *----------------------------------------------------------------*
           COMPUTE WS-MES-ABSOLUTO = WS-CMP-ANO * 12 + WS-CMP-MES - 1
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM CONSIG.
