      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Month-over-month payroll variance report from the
      *          payroll history FOLHIST.TXT that FECHAMES appends at
      *          each close. For the competencia asked (zeros = the
      *          latest one in the history) every employee is compared
      *          with the month before, using the latest version of
      *          each competencia, and FOLHAVAR.TXT lists whoever had
      *          the gross or the net move more than the percentage of
      *          VARPARM.TXT (default 10%), plus the employees new to
      *          the payroll and those who left it. The reason is
      *          shown where one is known: a termination on
      *          DESLIG.TXT, a raise on HISTAUM.TXT, a salary change,
      *          overtime hours, commission, salary advance, a
      *          retroactive dissidio, a payroll loan installment or
      *          alimony.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. FOLHAVAR.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-HIST.

       SELECT ARQVPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-VPARM.

       SELECT ARQAUM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AUM.

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
           03 FILLER              PIC X(30).

       FD  ARQVPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VARPARM.TXT".
       01  REG-VARPARM.
           03 VPR-PCT-LIMITE      PIC 9(03)V99.

       FD  ARQAUM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTAUM.TXT".
       01  REG-HIST-AUMENTO.
           03 HAU-CODFUNC         PIC 9(03).
           03 FILLER              PIC X(01).
           03 HAU-ANO             PIC 9(04).
           03 FILLER              PIC X(01).
           03 HAU-QTD             PIC 9(02).
           03 FILLER              PIC X(01).
           03 HAU-PERCENTUAL      PIC 9(02)V99.
           03 FILLER              PIC X(01).
           03 HAU-DATA            PIC 9(08).

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
           VALUE OF FILE-ID IS "FOLHAVAR.TXT".
       01  REG-RELATORIO          PIC X(132).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FVARRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-STATUS-HIST           PIC X(02) VALUE SPACES.
           88 HIST-OK                   VALUE '00'.
       77  WS-STATUS-VPARM          PIC X(02) VALUE SPACES.
           88 VPARM-OK                  VALUE '00'.
       77  WS-STATUS-AUM            PIC X(02) VALUE SPACES.
           88 AUM-OK                    VALUE '00'.
       77  WS-STATUS-DESLIG         PIC X(02) VALUE SPACES.
           88 DESLIG-OK                 VALUE '00'.
       77  WS-PCT-LIMITE            PIC 9(03)V99 VALUE 10,00.
       77  WS-COMPETENCIA-ANT       PIC 9(06) VALUE ZEROS.
       77  WS-VERSAO-ATU            PIC 9(02) VALUE ZEROS.
       77  WS-VERSAO-ANT            PIC 9(02) VALUE ZEROS.
       77  WS-QTD-ATU               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ANT               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-AUM               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-DSL               PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-ANT               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-AUX               PIC 9(03) VALUE ZEROS.
       77  WS-VAR-BRUTO             PIC S9(05)V99 VALUE ZEROS.
       77  WS-VAR-LIQUIDO           PIC S9(05)V99 VALUE ZEROS.
       77  WS-VAR-CALC              PIC S9(05)V99 VALUE ZEROS.
       77  WS-VALOR-ANT             PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-ATU             PIC 9(07)V99 VALUE ZEROS.
       77  WS-MOTIVO                PIC X(30) VALUE SPACES.
       77  WS-ACHOU                 PIC X(01) VALUE 'N'.
           88 ACHOU-REGISTRO            VALUE 'S'.
       77  WS-CONT-COMPARADO        PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SINALIZADO       PIC 9(05) VALUE ZEROS.
       77  WS-CONT-NOVO             PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SAIU             PIC 9(05) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(132) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

       01  WS-COMPETENCIA-G.
           03 WS-COMP-ANO           PIC 9(04).
           03 WS-COMP-MES           PIC 9(02).
       01  WS-COMPETENCIA REDEFINES WS-COMPETENCIA-G
                                    PIC 9(06).

       01  WS-TAB-ATUAL.
           03 WS-ATU-ITEM OCCURS 200 TIMES.
              05 WS-ATU-COD         PIC 9(03).
              05 WS-ATU-DEPTO       PIC X(05).
              05 WS-ATU-NOME        PIC X(20).
              05 WS-ATU-SALARIO     PIC 9(06)V99.
              05 WS-ATU-COMISSAO    PIC 9(06)V99.
              05 WS-ATU-EXTRAS      PIC 9(03).
              05 WS-ATU-ADIANT      PIC 9(06)V99.
              05 WS-ATU-CONSIGNADO  PIC 9(06)V99.
              05 WS-ATU-PENSAO      PIC 9(06)V99.
              05 WS-ATU-DISSIDIO    PIC 9(07)V99.
              05 WS-ATU-BRUTO       PIC 9(07)V99.
              05 WS-ATU-LIQUIDO     PIC 9(06)V99.

       01  WS-TAB-ANTERIOR.
           03 WS-ANT-ITEM OCCURS 200 TIMES.
              05 WS-ANT-COD         PIC 9(03).
              05 WS-ANT-DEPTO       PIC X(05).
              05 WS-ANT-NOME        PIC X(20).
              05 WS-ANT-SALARIO     PIC 9(06)V99.
              05 WS-ANT-COMISSAO    PIC 9(06)V99.
              05 WS-ANT-EXTRAS      PIC 9(03).
              05 WS-ANT-ADIANT      PIC 9(06)V99.
              05 WS-ANT-CONSIGNADO  PIC 9(06)V99.
              05 WS-ANT-PENSAO      PIC 9(06)V99.
              05 WS-ANT-DISSIDIO    PIC 9(07)V99.
              05 WS-ANT-BRUTO       PIC 9(07)V99.
              05 WS-ANT-LIQUIDO     PIC 9(06)V99.
              05 WS-ANT-USADO       PIC X(01).

       01  WS-TAB-AUMENTO.
           03 WS-AUM-COD OCCURS 200 TIMES PIC 9(03).

       01  WS-TAB-DESLIG.
           03 WS-DSL-COD OCCURS 200 TIMES PIC 9(03).

       01  WS-REL-TITULO.
           03 FILLER PIC X(30) VALUE SPACES.
           03 FILLER PIC X(43)
               VALUE 'VARIACAO DA FOLHA MES A MES - COMPETENCIA: '.
           03 WS-REL-COMPETENCIA    PIC 9(06).
           03 FILLER PIC X(13) VALUE ' X ANTERIOR: '.
           03 WS-REL-COMP-ANT       PIC 9(06).

       01  WS-REL-TITULO2.
           03 FILLER PIC X(25) VALUE 'LIMITE DE VARIACAO (%): '.
           03 WS-REL-LIMITE         PIC ZZ9,99.
           03 FILLER PIC X(16) VALUE '  DATA NEGOCIO: '.
           03 WS-REL-DATA-NEG       PIC 9(08).

       01  WS-REL-CABECALHO.
           03 FILLER PIC X(44)
               VALUE 'COD NOME                 DEPTO   BRUTO ANT  '.
           03 FILLER PIC X(44)
               VALUE 'BRUTO ATUAL    VAR %  LIQ ANT    LIQ ATUAL  '.
           03 FILLER PIC X(44)
               VALUE ' VAR % MOTIVO'.

       01  WS-REL-DETALHE.
           03 WS-REL-COD            PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REL-NOME           PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REL-DEPTO          PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REL-BRUTO-ANT      PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REL-BRUTO-ATU      PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REL-VAR-BRUTO      PIC -ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REL-LIQ-ANT        PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REL-LIQ-ATU        PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REL-VAR-LIQ        PIC -ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REL-MOTIVO         PIC X(30).

       01  WS-REL-RODAPE.
           03 WS-REL-ROT            PIC X(40).
           03 WS-REL-QTD            PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-LE-PARAMETRO

               DISPLAY 'COMPETENCIA (AAAAMM, ZEROS = ULTIMA FECHADA): '
               ACCEPT WS-COMPETENCIA FROM DADO-INPUT
               IF WS-COMPETENCIA = ZEROS
                   PERFORM 0200-ULTIMA-COMPETENCIA
               END-IF

               IF WS-COMPETENCIA = ZEROS
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'HISTORICO DA FOLHA VAZIO' TO WS-RUN-MOTIVO
                   MOVE 'FVR001' TO WS-RUN-CODIGO
                   DISPLAY 'FOLHIST.TXT AUSENTE OU VAZIO - STATUS: '
                           WS-STATUS-HIST
               ELSE
                   IF WS-COMP-MES = 01
                       COMPUTE WS-COMPETENCIA-ANT =
                           (WS-COMP-ANO - 1) * 100 + 12
                   ELSE
                       COMPUTE WS-COMPETENCIA-ANT = WS-COMPETENCIA - 1
                   END-IF

                   PERFORM 0300-VERSOES-VIGENTES
                   PERFORM 0400-CARREGA-HISTORICO
                   PERFORM 0500-CARREGA-AUMENTOS
                   PERFORM 0600-CARREGA-DESLIGADOS

                   OPEN OUTPUT ARQREL
                   PERFORM 1000-CABECALHO

                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-ATU
                       PERFORM 2000-COMPARA-FUNCIONARIO
                   END-PERFORM

                   PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                           UNTIL WS-IDX-ANT > WS-QTD-ANT
                       IF WS-ANT-USADO(WS-IDX-ANT) = 'N'
                           PERFORM 2500-FUNCIONARIO-SAIU
                       END-IF
                   END-PERFORM

                   PERFORM 3000-RODAPE
                   CLOSE ARQREL

                   DISPLAY 'COMPETENCIA          : ' WS-COMPETENCIA
                   DISPLAY 'FUNCIONARIOS NO MES  : ' WS-QTD-ATU
                   DISPLAY 'VARIACOES SINALIZADAS: ' WS-CONT-SINALIZADO
               END-IF

               MOVE 'FOLHAVAR'          TO WS-RUN-PROGRAMA
               MOVE WS-CONT-COMPARADO   TO WS-RUN-PROCESSADOS
               MOVE ZEROS               TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-LE-PARAMETRO.
      *----------------------------------------------------------------*
      *    Sem VARPARM.TXT (ou com zeros) vale o limite de 10%.
           OPEN INPUT ARQVPARM
           IF VPARM-OK
               READ ARQVPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VPR-PCT-LIMITE > ZEROS
                           MOVE VPR-PCT-LIMITE TO WS-PCT-LIMITE
                       END-IF
               END-READ
               CLOSE ARQVPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-ULTIMA-COMPETENCIA.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHIST
           IF HIST-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHIST
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF HIS-COMPETENCIA > WS-COMPETENCIA
                               MOVE HIS-COMPETENCIA TO WS-COMPETENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHIST
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-VERSOES-VIGENTES.
      *----------------------------------------------------------------*
      *    Competencia refechada tem mais de uma versao no historico:
      *    vale a maior.
           OPEN INPUT ARQHIST
           IF HIST-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHIST
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 0310-CONFERE-VERSAO
                   END-READ
               END-PERFORM
               CLOSE ARQHIST
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-CONFERE-VERSAO.
      *----------------------------------------------------------------*
           IF HIS-COMPETENCIA = WS-COMPETENCIA
              AND HIS-VERSAO > WS-VERSAO-ATU
               MOVE HIS-VERSAO TO WS-VERSAO-ATU
           END-IF
           IF HIS-COMPETENCIA = WS-COMPETENCIA-ANT
              AND HIS-VERSAO > WS-VERSAO-ANT
               MOVE HIS-VERSAO TO WS-VERSAO-ANT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-HISTORICO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHIST
           IF HIST-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHIST
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 0410-GUARDA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE ARQHIST
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0410-GUARDA-HISTORICO.
      *----------------------------------------------------------------*
      *    Competencia fechada antes de o historico trazer consignado,
      *    pensao e dissidio tem essas colunas em branco: valem zero.
           IF HIS-CONSIGNADO NOT NUMERIC
               MOVE ZEROS TO HIS-CONSIGNADO HIS-PENSAO HIS-DISSIDIO
           END-IF

           IF HIS-COMPETENCIA = WS-COMPETENCIA
              AND HIS-VERSAO = WS-VERSAO-ATU
              AND WS-QTD-ATU < 200
               ADD 1 TO WS-QTD-ATU
               MOVE HIS-COD      TO WS-ATU-COD(WS-QTD-ATU)
               MOVE HIS-DEPTO    TO WS-ATU-DEPTO(WS-QTD-ATU)
               MOVE HIS-NOME     TO WS-ATU-NOME(WS-QTD-ATU)
               MOVE HIS-SALARIO  TO WS-ATU-SALARIO(WS-QTD-ATU)
               MOVE HIS-COMISSAO TO WS-ATU-COMISSAO(WS-QTD-ATU)
               MOVE HIS-HORAS-EXTRAS
                                 TO WS-ATU-EXTRAS(WS-QTD-ATU)
               MOVE HIS-ADIANT   TO WS-ATU-ADIANT(WS-QTD-ATU)
               MOVE HIS-CONSIGNADO
                                 TO WS-ATU-CONSIGNADO(WS-QTD-ATU)
               MOVE HIS-PENSAO   TO WS-ATU-PENSAO(WS-QTD-ATU)
               MOVE HIS-DISSIDIO TO WS-ATU-DISSIDIO(WS-QTD-ATU)
               MOVE HIS-BRUTO    TO WS-ATU-BRUTO(WS-QTD-ATU)
               MOVE HIS-LIQUIDO  TO WS-ATU-LIQUIDO(WS-QTD-ATU)
           END-IF

           IF HIS-COMPETENCIA = WS-COMPETENCIA-ANT
              AND HIS-VERSAO = WS-VERSAO-ANT
              AND WS-QTD-ANT < 200
               ADD 1 TO WS-QTD-ANT
               MOVE HIS-COD      TO WS-ANT-COD(WS-QTD-ANT)
               MOVE HIS-DEPTO    TO WS-ANT-DEPTO(WS-QTD-ANT)
               MOVE HIS-NOME     TO WS-ANT-NOME(WS-QTD-ANT)
               MOVE HIS-SALARIO  TO WS-ANT-SALARIO(WS-QTD-ANT)
               MOVE HIS-COMISSAO TO WS-ANT-COMISSAO(WS-QTD-ANT)
               MOVE HIS-HORAS-EXTRAS
                                 TO WS-ANT-EXTRAS(WS-QTD-ANT)
               MOVE HIS-ADIANT   TO WS-ANT-ADIANT(WS-QTD-ANT)
               MOVE HIS-CONSIGNADO
                                 TO WS-ANT-CONSIGNADO(WS-QTD-ANT)
               MOVE HIS-PENSAO   TO WS-ANT-PENSAO(WS-QTD-ANT)
               MOVE HIS-DISSIDIO TO WS-ANT-DISSIDIO(WS-QTD-ANT)
               MOVE HIS-BRUTO    TO WS-ANT-BRUTO(WS-QTD-ANT)
               MOVE HIS-LIQUIDO  TO WS-ANT-LIQUIDO(WS-QTD-ANT)
               MOVE 'N'          TO WS-ANT-USADO(WS-QTD-ANT)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-AUMENTOS.
      *----------------------------------------------------------------*
      *    Aumentos aplicados dentro da competencia comparada.
           OPEN INPUT ARQAUM
           IF AUM-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQAUM
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF HAU-DATA(1:6) = WS-COMPETENCIA-G
                              AND WS-QTD-AUM < 200
                               ADD 1 TO WS-QTD-AUM
                               MOVE HAU-CODFUNC
                                   TO WS-AUM-COD(WS-QTD-AUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAUM
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-DESLIGADOS.
      *----------------------------------------------------------------*
      *    Desligamentos ate o fim da competencia comparada.
           OPEN INPUT ARQDESLIG
           IF DESLIG-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDESLIG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF DSL-DATA(1:6) NOT > WS-COMPETENCIA-G
                              AND DSL-DATA(1:6) NOT <
                                  WS-COMPETENCIA-ANT
                              AND WS-QTD-DSL < 200
                               ADD 1 TO WS-QTD-DSL
                               MOVE DSL-COD TO WS-DSL-COD(WS-QTD-DSL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDESLIG
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-CABECALHO.
      *----------------------------------------------------------------*
           MOVE WS-COMPETENCIA     TO WS-REL-COMPETENCIA
           MOVE WS-COMPETENCIA-ANT TO WS-REL-COMP-ANT
           MOVE WS-PCT-LIMITE      TO WS-REL-LIMITE
           MOVE WS-DATA-NEGOCIO    TO WS-REL-DATA-NEG
           WRITE REG-RELATORIO FROM WS-REL-TITULO
           WRITE REG-RELATORIO FROM WS-REL-TITULO2
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-REL-CABECALHO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-COMPARA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT > WS-QTD-ANT
                      OR ACHOU-REGISTRO
               IF WS-ANT-COD(WS-IDX-ANT) = WS-ATU-COD(WS-IDX)
                   SET ACHOU-REGISTRO TO TRUE
               END-IF
           END-PERFORM

           MOVE WS-ATU-COD(WS-IDX)     TO WS-REL-COD
           MOVE WS-ATU-NOME(WS-IDX)    TO WS-REL-NOME
           MOVE WS-ATU-DEPTO(WS-IDX)   TO WS-REL-DEPTO
           MOVE WS-ATU-BRUTO(WS-IDX)   TO WS-REL-BRUTO-ATU
           MOVE WS-ATU-LIQUIDO(WS-IDX) TO WS-REL-LIQ-ATU

           IF ACHOU-REGISTRO
               SUBTRACT 1 FROM WS-IDX-ANT
               MOVE 'S' TO WS-ANT-USADO(WS-IDX-ANT)
               ADD 1 TO WS-CONT-COMPARADO
               PERFORM 2100-CALCULA-VARIACAO
           ELSE
               MOVE ZEROS TO WS-REL-BRUTO-ANT WS-REL-LIQ-ANT
               MOVE ZEROS TO WS-REL-VAR-BRUTO WS-REL-VAR-LIQ
               MOVE 'SEM FOLHA NO MES ANTERIOR' TO WS-REL-MOTIVO
               WRITE REG-RELATORIO FROM WS-REL-DETALHE
               ADD 1 TO WS-CONT-NOVO
               ADD 1 TO WS-CONT-SINALIZADO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-CALCULA-VARIACAO.
      *----------------------------------------------------------------*
           MOVE WS-ANT-BRUTO(WS-IDX-ANT) TO WS-VALOR-ANT
           MOVE WS-ATU-BRUTO(WS-IDX)     TO WS-VALOR-ATU
           PERFORM 2150-PERCENTUAL
           MOVE WS-VAR-CALC TO WS-VAR-BRUTO

           MOVE WS-ANT-LIQUIDO(WS-IDX-ANT) TO WS-VALOR-ANT
           MOVE WS-ATU-LIQUIDO(WS-IDX)     TO WS-VALOR-ATU
           PERFORM 2150-PERCENTUAL
           MOVE WS-VAR-CALC TO WS-VAR-LIQUIDO

           IF WS-VAR-BRUTO > WS-PCT-LIMITE
              OR WS-VAR-BRUTO < 0 - WS-PCT-LIMITE
              OR WS-VAR-LIQUIDO > WS-PCT-LIMITE
              OR WS-VAR-LIQUIDO < 0 - WS-PCT-LIMITE
               PERFORM 2200-APURA-MOTIVO
               MOVE WS-ANT-BRUTO(WS-IDX-ANT)   TO WS-REL-BRUTO-ANT
               MOVE WS-ANT-LIQUIDO(WS-IDX-ANT) TO WS-REL-LIQ-ANT
               MOVE WS-VAR-BRUTO               TO WS-REL-VAR-BRUTO
               MOVE WS-VAR-LIQUIDO             TO WS-REL-VAR-LIQ
               MOVE WS-MOTIVO                  TO WS-REL-MOTIVO
               WRITE REG-RELATORIO FROM WS-REL-DETALHE
               ADD 1 TO WS-CONT-SINALIZADO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2150-PERCENTUAL.
      *----------------------------------------------------------------*
      *    Variacao sobre o mes anterior, travada em +-999,99 para
      *    caber no relatorio (mes anterior zerado conta como 999,99).
           IF WS-VALOR-ANT = ZEROS
               IF WS-VALOR-ATU = ZEROS
                   MOVE ZEROS TO WS-VAR-CALC
               ELSE
                   MOVE 999,99 TO WS-VAR-CALC
               END-IF
           ELSE
               COMPUTE WS-VAR-CALC ROUNDED =
                   (WS-VALOR-ATU - WS-VALOR-ANT) * 100 / WS-VALOR-ANT
                   ON SIZE ERROR
                       MOVE 999,99 TO WS-VAR-CALC
               END-COMPUTE
               IF WS-VAR-CALC > 999,99
                   MOVE 999,99 TO WS-VAR-CALC
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-APURA-MOTIVO.
      *----------------------------------------------------------------*
      *    O primeiro motivo conhecido explica a variacao; sem nenhum
      *    o RH confere na mao.
           MOVE 'NAO IDENTIFICADO' TO WS-MOTIVO

           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-AUM
               IF WS-AUM-COD(WS-IDX-AUX) = WS-ATU-COD(WS-IDX)
                   MOVE 'AUMENTO SALARIAL' TO WS-MOTIVO
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = 'NAO IDENTIFICADO'
                   CONTINUE
               WHEN WS-ATU-SALARIO(WS-IDX) NOT =
                    WS-ANT-SALARIO(WS-IDX-ANT)
                   MOVE 'ALTERACAO DE SALARIO' TO WS-MOTIVO
               WHEN WS-ATU-DISSIDIO(WS-IDX) NOT =
                    WS-ANT-DISSIDIO(WS-IDX-ANT)
                   MOVE 'DISSIDIO RETROATIVO' TO WS-MOTIVO
               WHEN WS-ATU-CONSIGNADO(WS-IDX) NOT =
                    WS-ANT-CONSIGNADO(WS-IDX-ANT)
                   MOVE 'EMPRESTIMO CONSIGNADO' TO WS-MOTIVO
               WHEN WS-ATU-PENSAO(WS-IDX) NOT =
                    WS-ANT-PENSAO(WS-IDX-ANT)
                   MOVE 'PENSAO ALIMENTICIA' TO WS-MOTIVO
               WHEN WS-ATU-EXTRAS(WS-IDX) NOT =
                    WS-ANT-EXTRAS(WS-IDX-ANT)
                   MOVE 'HORAS EXTRAS' TO WS-MOTIVO
               WHEN WS-ATU-COMISSAO(WS-IDX) NOT =
                    WS-ANT-COMISSAO(WS-IDX-ANT)
                   MOVE 'COMISSAO' TO WS-MOTIVO
               WHEN WS-ATU-ADIANT(WS-IDX) NOT =
                    WS-ANT-ADIANT(WS-IDX-ANT)
                   MOVE 'ADIANTAMENTO' TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-FUNCIONARIO-SAIU.
      *----------------------------------------------------------------*
           MOVE 'FORA DA FOLHA DO MES' TO WS-MOTIVO
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-DSL
               IF WS-DSL-COD(WS-IDX-AUX) = WS-ANT-COD(WS-IDX-ANT)
                   MOVE 'RESCISAO' TO WS-MOTIVO
               END-IF
           END-PERFORM

           MOVE WS-ANT-COD(WS-IDX-ANT)     TO WS-REL-COD
           MOVE WS-ANT-NOME(WS-IDX-ANT)    TO WS-REL-NOME
           MOVE WS-ANT-DEPTO(WS-IDX-ANT)   TO WS-REL-DEPTO
           MOVE WS-ANT-BRUTO(WS-IDX-ANT)   TO WS-REL-BRUTO-ANT
           MOVE WS-ANT-LIQUIDO(WS-IDX-ANT) TO WS-REL-LIQ-ANT
           MOVE ZEROS TO WS-REL-BRUTO-ATU WS-REL-LIQ-ATU
           MOVE -100  TO WS-REL-VAR-BRUTO WS-REL-VAR-LIQ
           MOVE WS-MOTIVO                  TO WS-REL-MOTIVO
           WRITE REG-RELATORIO FROM WS-REL-DETALHE

           ADD 1 TO WS-CONT-SAIU
           ADD 1 TO WS-CONT-SINALIZADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-RODAPE.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE 'FUNCIONARIOS COMPARADOS:' TO WS-REL-ROT
           MOVE WS-CONT-COMPARADO TO WS-REL-QTD
           WRITE REG-RELATORIO FROM WS-REL-RODAPE

           MOVE 'VARIACOES ACIMA DO LIMITE OU MUDANCAS:' TO WS-REL-ROT
           MOVE WS-CONT-SINALIZADO TO WS-REL-QTD
           WRITE REG-RELATORIO FROM WS-REL-RODAPE

           MOVE 'SEM FOLHA NO MES ANTERIOR:' TO WS-REL-ROT
           MOVE WS-CONT-NOVO TO WS-REL-QTD
           WRITE REG-RELATORIO FROM WS-REL-RODAPE

           MOVE 'FORA DA FOLHA NESTE MES:' TO WS-REL-ROT
           MOVE WS-CONT-SAIU TO WS-REL-QTD
           WRITE REG-RELATORIO FROM WS-REL-RODAPE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM FOLHAVAR.
