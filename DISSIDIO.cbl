      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Retroactive collective-agreement (dissidio) run. The
      *          agreement signed late grants its percentage from a
      *          data-base already behind us, so for every closed
      *          competencia (COMPCTRL.TXT) from the data-base on -
      *          and before the competencia in which AUMENTO_SALARIO
      *          put the raise on the master (HISTAUM.TXT) - the
      *          latest version of the payroll history FOLHIST.TXT is
      *          recomputed at the new salary: the salary difference,
      *          its effect on the overtime hours paid, the 1/3 on the
      *          vacation days taken (FERIASAG.TXT) and the 13th of
      *          the December DECIMO13 run (PROV13F.TXT). INSS on the
      *          difference is worked out month by month against the
      *          INSSTAB.TXT brackets; IRRF follows the RRA rule for
      *          arrears - exclusive taxation on the monthly average,
      *          times the number of months, with the DEDPARM.TXT
      *          allowance per dependent of FUNCDEP.TXT. Each employee
      *          gets a detailed statement on DISSIDIO.TXT and one
      *          pending line on DISSDIF.TXT, which HOLERITE pays on
      *          its own lines in the next open competencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. DISSIDIO.
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

       SELECT ARQCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CTRL.

       SELECT ARQHAUM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-HAUM.

       SELECT ARQP13 ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-P13.

       SELECT ARQFERAG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FERAG.

       SELECT ARQINSS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-INSS.

       SELECT ARQIRRF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-IRRF.

       SELECT ARQDEDP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DEDP.

       SELECT ARQFDEP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FDEP.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQDEM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQDIF ASSIGN TO DISK
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
           03 FILLER              PIC X(148).

       FD  ARQCTRL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPCTRL.TXT".
       01  REG-COMPETENCIA.
           03 CPC-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 CPC-STATUS          PIC X(01).
           03 FILLER              PIC X(49).

       FD  ARQHAUM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTAUM.TXT".
       01  REG-HIST.
           03 HIST-CODFUNC        PIC 9(03).
           03 FILLER              PIC X(01).
           03 HIST-ANO            PIC 9(04).
           03 FILLER              PIC X(01).
           03 HIST-QTD            PIC 9(02).
           03 FILLER              PIC X(01).
           03 HIST-PERCENTUAL     PIC 9(02)V99.
           03 FILLER              PIC X(01).
           03 HIST-DATA           PIC 9(08).

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

       FD  ARQFERAG
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

       FD  ARQINSS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INSSTAB.TXT".
       01  REG-INSS.
           03 INS-TETO            PIC 9(06)V99.
           03 INS-ALIQUOTA        PIC 9(02)V99.

       FD  ARQIRRF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "IRRFTAB.TXT".
       01  REG-IRRF.
           03 IRF-TETO            PIC 9(06)V99.
           03 IRF-ALIQUOTA        PIC 9(02)V99.
           03 IRF-PARCELA         PIC 9(06)V99.

       FD  ARQDEDP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEDPARM.TXT".
       01  REG-DEDPARM.
           03 DED-VALOR-DEPENDENTE PIC 9(05)V99.

       FD  ARQFDEP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNCDEP.TXT".
       01  REG-FUNCDEP.
           03 FDE-COD             PIC 9(03).
           03 FDE-QTD             PIC 9(02).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQDEM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DISSIDIO.TXT".
       01  REG-DEMONSTRATIVO      PIC X(80).

       FD  ARQDIF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DISSDIF.TXT".
       01  REG-DISSDIF.
           03 DDF-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DDF-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DDF-NOME            PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DDF-VALOR           PIC 9(07)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DDF-INSS            PIC 9(06)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DDF-IRRF            PIC 9(06)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DDF-MESES           PIC 9(02).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DDF-CMP-BASE        PIC 9(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DDF-PCT             PIC 9(02)V99.

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DISSRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-STATUS-HIST           PIC X(02) VALUE SPACES.
           88 HIST-OK                   VALUE '00'.
       77  WS-STATUS-CTRL           PIC X(02) VALUE SPACES.
           88 CTRL-OK                   VALUE '00'.
       77  WS-STATUS-HAUM           PIC X(02) VALUE SPACES.
           88 HAUM-OK                   VALUE '00'.
       77  WS-STATUS-P13            PIC X(02) VALUE SPACES.
           88 P13-OK                    VALUE '00'.
       77  WS-STATUS-FERAG          PIC X(02) VALUE SPACES.
           88 FERAG-OK                  VALUE '00'.
       77  WS-STATUS-INSS           PIC X(02) VALUE SPACES.
           88 INSS-OK                   VALUE '00'.
       77  WS-STATUS-IRRF           PIC X(02) VALUE SPACES.
           88 IRRF-OK                   VALUE '00'.
       77  WS-STATUS-DEDP           PIC X(02) VALUE SPACES.
           88 DEDP-OK                   VALUE '00'.
       77  WS-STATUS-FDEP           PIC X(02) VALUE SPACES.
           88 FDEP-OK                   VALUE '00'.
       77  WS-CMP-BASE              PIC 9(06) VALUE ZEROS.
       77  WS-PCT-DISSIDIO          PIC 9(02)V99 VALUE ZEROS.
       77  WS-DATA-BASE             PIC 9(08) VALUE ZEROS.
       77  WS-ANO-BASE              PIC 9(04) VALUE ZEROS.
       77  WS-CMP-PAGTO             PIC 9(06) VALUE ZEROS.
       77  WS-PARAM-OK              PIC X(01) VALUE 'S'.
           88 PARAMETROS-OK             VALUE 'S'.
       77  WS-QTD-CTL               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FUNC              PIC 9(03) VALUE ZEROS.
       77  WS-QTD-P13               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FER               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-INSS              PIC 9(02) VALUE ZEROS.
       77  WS-QTD-IRRF              PIC 9(02) VALUE ZEROS.
       77  WS-QTD-FDEP              PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CTL               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       77  WS-IDX-AUX               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-TAB               PIC 9(02) VALUE ZEROS.
       77  WS-CMP-BUSCA             PIC 9(06) VALUE ZEROS.
       77  WS-COD-BUSCA             PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU-FAIXA           PIC X(01) VALUE 'N'.
       77  WS-VALOR-DEPENDENTE      PIC 9(05)V99 VALUE ZEROS.
       77  WS-QTD-DEP-FUNC          PIC 9(02) VALUE ZEROS.
       77  WS-MES-INI               PIC 9(08) VALUE ZEROS.
       77  WS-MES-FIM               PIC 9(08) VALUE ZEROS.
       77  WS-INT-INI               PIC 9(07) VALUE ZEROS.
       77  WS-INT-FIM               PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-FERIAS           PIC 9(03) VALUE ZEROS.
       77  WS-BASE-CALC             PIC 9(07)V99 VALUE ZEROS.
       77  WS-INSS-CALC             PIC 9(06)V99 VALUE ZEROS.
       77  WS-INSS-ORIGINAL         PIC 9(06)V99 VALUE ZEROS.
       77  WS-VLR-13-PAGO           PIC 9(06)V99 VALUE ZEROS.
       77  WS-DIF-SALARIO           PIC 9(06)V99 VALUE ZEROS.
       77  WS-DIF-HORAS             PIC 9(06)V99 VALUE ZEROS.
       77  WS-DIF-FERIAS            PIC 9(06)V99 VALUE ZEROS.
       77  WS-DIF-DECIMO            PIC 9(06)V99 VALUE ZEROS.
       77  WS-DIF-MES               PIC 9(06)V99 VALUE ZEROS.
       77  WS-INSS-MES              PIC 9(06)V99 VALUE ZEROS.
       77  WS-FUN-DIFERENCA         PIC 9(07)V99 VALUE ZEROS.
       77  WS-FUN-INSS              PIC 9(06)V99 VALUE ZEROS.
       77  WS-FUN-IRRF              PIC 9(06)V99 VALUE ZEROS.
       77  WS-FUN-LIQUIDO           PIC 9(07)V99 VALUE ZEROS.
       77  WS-FUN-MESES-RRA         PIC 9(02) VALUE ZEROS.
       77  WS-FUN-DED-DEP           PIC 9(07)V99 VALUE ZEROS.
       77  WS-BASE-RRA              PIC 9(07)V99 VALUE ZEROS.
       77  WS-MEDIA-RRA             PIC 9(07)V99 VALUE ZEROS.
       77  WS-IRRF-MEDIA            PIC S9(06)V99 VALUE ZEROS.
       77  WS-CONT-FUNC             PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-REAJUSTE     PIC 9(05) VALUE ZEROS.
       77  WS-TOT-DIFERENCA         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-INSS              PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-IRRF              PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-LIQUIDO           PIC 9(09)V99 VALUE ZEROS.
       77  WS-LINHABRANCO           PIC X(80) VALUE SPACES.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY DATAPROC.
           COPY RUNSUMARIO.

      *    Competencia aaaamm em numero absoluto de meses: avanca a
      *    competencia de pagamento sem se perder na virada do ano.
       01  WS-CMP-G.
           03 WS-CMP-ANO            PIC 9(04).
           03 WS-CMP-MES            PIC 9(02).
       01  WS-CMP REDEFINES WS-CMP-G PIC 9(06).
       77  WS-MES-ABSOLUTO          PIC 9(06) VALUE ZEROS.

       01  WS-DATA-G.
           03 WS-DT-ANO             PIC 9(04).
           03 WS-DT-MES             PIC 9(02).
           03 WS-DT-DIA             PIC 9(02).
       01  WS-DATA-N REDEFINES WS-DATA-G PIC 9(08).

      *    Situacao vigente de cada competencia (ultimo registro do
      *    COMPCTRL) e a maior versao dela no historico.
       01  WS-TAB-CTL.
           03 WS-CTL-ITEM OCCURS 240 TIMES.
              05 WS-CTL-CMP         PIC 9(06).
              05 WS-CTL-STATUS      PIC X(01).
              05 WS-CTL-VERSAO      PIC 9(02).

      *    Funcionarios com folha fechada desde a data-base; a
      *    competencia do reajuste vem do HISTAUM (zeros = ainda nao
      *    aplicado no cadastro).
       01  WS-TAB-FUNC.
           03 WS-FUN-ITEM OCCURS 200 TIMES.
              05 WS-FUN-COD         PIC 9(03).
              05 WS-FUN-NOME        PIC X(20).
              05 WS-FUN-DEPTO       PIC X(05).
              05 WS-FUN-CMP-REAJ    PIC 9(06).
              05 WS-FUN-QTD-MES     PIC 9(02).
              05 WS-FUN-MES OCCURS 36 TIMES.
                 07 WS-FUN-MES-CMP   PIC 9(06).
                 07 WS-FUN-MES-SAL   PIC 9(06)V99.
                 07 WS-FUN-MES-HORAS PIC 9(03).
                 07 WS-FUN-MES-BRUTO PIC 9(07)V99.

       01  WS-TAB-P13.
           03 WS-P13-ITEM OCCURS 400 TIMES.
              05 WS-P13-ANO         PIC 9(04).
              05 WS-P13-COD         PIC 9(03).
              05 WS-P13-VALOR       PIC 9(06)V99.

       01  WS-TAB-FERIAS.
           03 WS-FER-ITEM OCCURS 300 TIMES.
              05 WS-FER-COD         PIC 9(03).
              05 WS-FER-INICIO      PIC 9(08).
              05 WS-FER-FIM         PIC 9(08).

       01  WS-TAB-INSS.
           03 WS-INS-ITEM OCCURS 10 TIMES.
              05 WS-INS-TETO        PIC 9(06)V99.
              05 WS-INS-ALIQUOTA    PIC 9(02)V99.

       01  WS-TAB-IRRF.
           03 WS-IRF-ITEM OCCURS 10 TIMES.
              05 WS-IRF-TETO        PIC 9(06)V99.
              05 WS-IRF-ALIQUOTA    PIC 9(02)V99.
              05 WS-IRF-PARCELA     PIC 9(06)V99.

       01  WS-TAB-FDEP.
           03 WS-FDE-ITEM OCCURS 200 TIMES.
              05 WS-FDE-COD         PIC 9(03).
              05 WS-FDE-QTD         PIC 9(02).

       01  WS-DEM-TITULO.
           03 FILLER PIC X(40)
               VALUE 'DEMONSTRATIVO DE DIFERENCAS DE DISSIDIO '.
           03 FILLER PIC X(12) VALUE '- DATA-BASE '.
           03 WS-DEM-BASE-MES       PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-DEM-BASE-ANO       PIC 9(04).
           03 FILLER PIC X(09) VALUE '  REAJ.: '.
           03 WS-DEM-PCT            PIC Z9,99.
           03 FILLER PIC X(01) VALUE '%'.

       01  WS-DEM-FUNCIONARIO.
           03 FILLER PIC X(13) VALUE 'FUNCIONARIO: '.
           03 WS-DEM-COD            PIC 9(03).
           03 FILLER PIC X(01) VALUE SPACE.
           03 WS-DEM-NOME           PIC X(20).
           03 FILLER PIC X(09) VALUE '  DEPTO: '.
           03 WS-DEM-DEPTO          PIC X(05).

       01  WS-DEM-CAB.
           03 FILLER PIC X(40)
               VALUE 'COMPET.   SAL.PAGO   DIF.SAL  DIF.H.E.  '.
           03 FILLER PIC X(40)
               VALUE 'DIF.FER.    DIF.13      TOTAL      INSS'.

       01  WS-DEM-DETALHE.
           03 WS-DEM-MES            PIC 9(02).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-DEM-ANO            PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DEM-SALARIO        PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DEM-DIF-SAL        PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DEM-DIF-HE         PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DEM-DIF-FER        PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DEM-DIF-13         PIC ZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DEM-TOTAL          PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DEM-INSS           PIC ZZ.ZZ9,99.

       01  WS-DEM-VALOR.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-DEM-ROTULO         PIC X(40).
           03 FILLER                PIC X(04) VALUE ' R$ '.
           03 WS-DEM-VALOR-EXB      PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-DEM-CONTADOR.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-DEM-CNT-ROTULO     PIC X(40).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-DEM-CNT-EXB        PIC ZZZZ9.

       01  WS-DEM-PAGAMENTO.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 FILLER                PIC X(40)
               VALUE 'PAGAMENTO NA FOLHA DA COMPETENCIA'.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-DEM-PAG-MES        PIC 9(02).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-DEM-PAG-ANO        PIC 9(04).

       01  WS-DEM-AVISO.
           03 FILLER PIC X(40)
               VALUE 'ATENCAO: REAJUSTE AINDA NAO APLICADO NO '.
           03 FILLER PIC X(40)
               VALUE 'CADASTRO (HISTAUM) - CONFERIR ANTES'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO

               DISPLAY 'DATA-BASE DO DISSIDIO (AAAAMM): '
               ACCEPT WS-CMP-BASE FROM DADO-INPUT
               DISPLAY 'PERCENTUAL DE REAJUSTE (99,99): '
               ACCEPT WS-PCT-DISSIDIO FROM DADO-INPUT

               MOVE WS-CMP-BASE TO WS-CMP
               IF WS-CMP-MES < 1 OR WS-CMP-MES > 12
                  OR WS-PCT-DISSIDIO = ZEROS
                  OR WS-CMP-BASE >= WS-DATA-NEGOCIO(1:6)
                   MOVE 'N' TO WS-PARAM-OK
               END-IF

               IF NOT PARAMETROS-OK
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'DATA-BASE OU PERCENTUAL INVALIDO'
                       TO WS-RUN-MOTIVO
                   MOVE 'DIS002' TO WS-RUN-CODIGO
                   DISPLAY 'PARAMETROS INVALIDOS - DATA-BASE: '
                           WS-CMP-BASE ' PERCENTUAL: ' WS-PCT-DISSIDIO
               ELSE
                   COMPUTE WS-DATA-BASE = WS-CMP-BASE * 100 + 1
                   MOVE WS-CMP-ANO TO WS-ANO-BASE
                   PERFORM 0100-CARREGA-CONTROLE
                   PERFORM 0150-VERSOES-VIGENTES
               END-IF

               IF PARAMETROS-OK AND NOT HIST-OK
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR FOLHIST.TXT' TO WS-RUN-MOTIVO
                   MOVE 'DIS001' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR FOLHIST - STATUS: '
                           WS-STATUS-HIST
               END-IF

               IF PARAMETROS-OK AND HIST-OK
                   PERFORM 0200-DEFINE-PAGAMENTO
                   PERFORM 0300-CARREGA-HISTORICO
                   PERFORM 0400-CARREGA-REAJUSTES
                   PERFORM 0500-CARREGA-DECIMO
                   PERFORM 0600-CARREGA-FERIAS
                   PERFORM 0700-CARREGA-INSS
                   PERFORM 0750-CARREGA-IRRF
                   PERFORM 0800-CARREGA-DEDPARM
                   PERFORM 0850-CARREGA-DEPENDENTES

                   OPEN OUTPUT ARQDEM
                   OPEN OUTPUT ARQDIF
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-FUNC
                       PERFORM 2000-CALCULA-FUNCIONARIO
                   END-PERFORM
                   PERFORM 4000-TOTAIS
                   CLOSE ARQDEM ARQDIF

                   DISPLAY 'DATA-BASE           : ' WS-CMP-BASE
                   DISPLAY 'COMPETENCIA PAGTO   : ' WS-CMP-PAGTO
                   DISPLAY 'FUNCIONARIOS        : ' WS-CONT-FUNC
                   DISPLAY 'SEM REAJUSTE APLIC. : '
                           WS-CONT-SEM-REAJUSTE
               END-IF

               MOVE 'DISSIDIO'           TO WS-RUN-PROGRAMA
               MOVE WS-CONT-FUNC         TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-SEM-REAJUSTE TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-CONTROLE.
      *----------------------------------------------------------------*
      *    O ultimo registro de cada competencia e a situacao vigente.
           OPEN INPUT ARQCTRL
           IF CTRL-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCTRL
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE CPC-COMPETENCIA TO WS-CMP-BUSCA
                           PERFORM 1000-LOCALIZA-COMPETENCIA
                           IF WS-IDX-CTL = 0 AND WS-QTD-CTL < 240
                               ADD 1 TO WS-QTD-CTL
                               MOVE WS-QTD-CTL TO WS-IDX-CTL
                               MOVE CPC-COMPETENCIA
                                   TO WS-CTL-CMP(WS-IDX-CTL)
                               MOVE ZEROS
                                   TO WS-CTL-VERSAO(WS-IDX-CTL)
                           END-IF
                           IF WS-IDX-CTL > 0
                               MOVE CPC-STATUS
                                   TO WS-CTL-STATUS(WS-IDX-CTL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCTRL
           ELSE
               DISPLAY 'COMPCTRL.TXT AUSENTE - NENHUMA COMPETENCIA '
                       'FECHADA'
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-VERSOES-VIGENTES.
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
                           MOVE HIS-COMPETENCIA TO WS-CMP-BUSCA
                           PERFORM 1000-LOCALIZA-COMPETENCIA
                           IF WS-IDX-CTL > 0
                               IF HIS-VERSAO >
                                  WS-CTL-VERSAO(WS-IDX-CTL)
                                   MOVE HIS-VERSAO
                                       TO WS-CTL-VERSAO(WS-IDX-CTL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHIST
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-DEFINE-PAGAMENTO.
      *----------------------------------------------------------------*
      *    As diferencas saem no proximo holerite: a competencia da
      *    data de negocio ou, se ela ja estiver fechada, a primeira
      *    aberta depois dela.
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-CMP-PAGTO
           MOVE WS-CMP-PAGTO TO WS-CMP-BUSCA
           PERFORM 1000-LOCALIZA-COMPETENCIA

           PERFORM UNTIL WS-IDX-CTL = 0
               IF WS-CTL-STATUS(WS-IDX-CTL) NOT = 'F'
                   MOVE ZEROS TO WS-IDX-CTL
               ELSE
                   MOVE WS-CMP-PAGTO TO WS-CMP
                   COMPUTE WS-MES-ABSOLUTO =
                       WS-CMP-ANO * 12 + WS-CMP-MES
                   DIVIDE WS-MES-ABSOLUTO BY 12 GIVING WS-CMP-ANO
                       REMAINDER WS-CMP-MES
                   ADD 1 TO WS-CMP-MES
                   MOVE WS-CMP TO WS-CMP-PAGTO
                   MOVE WS-CMP-PAGTO TO WS-CMP-BUSCA
                   PERFORM 1000-LOCALIZA-COMPETENCIA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-HISTORICO.
      *----------------------------------------------------------------*
      *    So as competencias fechadas desde a data-base, na versao
      *    vigente.
           OPEN INPUT ARQHIST
           PERFORM UNTIL WS-EOF = 'S'
               READ ARQHIST
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF HIS-COMPETENCIA >= WS-CMP-BASE
                           MOVE HIS-COMPETENCIA TO WS-CMP-BUSCA
                           PERFORM 1000-LOCALIZA-COMPETENCIA
                           IF WS-IDX-CTL > 0
                               IF WS-CTL-STATUS(WS-IDX-CTL) = 'F'
                                  AND HIS-VERSAO =
                                      WS-CTL-VERSAO(WS-IDX-CTL)
                                   PERFORM 0310-GUARDA-MES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQHIST
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-GUARDA-MES.
      *----------------------------------------------------------------*
           MOVE HIS-COD TO WS-COD-BUSCA
           PERFORM 1100-LOCALIZA-FUNCIONARIO

           IF WS-IDX = 0
               IF WS-QTD-FUNC < 200
                   ADD 1 TO WS-QTD-FUNC
                   MOVE WS-QTD-FUNC TO WS-IDX
                   MOVE HIS-COD     TO WS-FUN-COD(WS-IDX)
                   MOVE ZEROS       TO WS-FUN-CMP-REAJ(WS-IDX)
                   MOVE ZEROS       TO WS-FUN-QTD-MES(WS-IDX)
               ELSE
                   DISPLAY 'FUNCIONARIO IGNORADO - LIMITE DE 200 '
                           'EXCEDIDO: ' HIS-COD
               END-IF
           END-IF

           IF WS-IDX > 0
               MOVE HIS-NOME  TO WS-FUN-NOME(WS-IDX)
               MOVE HIS-DEPTO TO WS-FUN-DEPTO(WS-IDX)
               IF WS-FUN-QTD-MES(WS-IDX) < 36
                   ADD 1 TO WS-FUN-QTD-MES(WS-IDX)
                   MOVE WS-FUN-QTD-MES(WS-IDX) TO WS-IDX-MES
                   MOVE HIS-COMPETENCIA
                       TO WS-FUN-MES-CMP(WS-IDX, WS-IDX-MES)
                   MOVE HIS-SALARIO
                       TO WS-FUN-MES-SAL(WS-IDX, WS-IDX-MES)
                   MOVE HIS-HORAS-EXTRAS
                       TO WS-FUN-MES-HORAS(WS-IDX, WS-IDX-MES)
                   MOVE HIS-BRUTO
                       TO WS-FUN-MES-BRUTO(WS-IDX, WS-IDX-MES)
               ELSE
                   DISPLAY 'COMPETENCIA IGNORADA - LIMITE DE 36 '
                           'MESES: ' HIS-COD ' ' HIS-COMPETENCIA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-REAJUSTES.
      *----------------------------------------------------------------*
      *    Primeiro reajuste gravado pelo AUMENTO_SALARIO desde a
      *    data-base: dali em diante o salario ja foi pago corrigido.
           OPEN INPUT ARQHAUM
           IF HAUM-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHAUM
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF HIST-DATA >= WS-DATA-BASE
                               MOVE HIST-CODFUNC TO WS-COD-BUSCA
                               PERFORM 1100-LOCALIZA-FUNCIONARIO
                               IF WS-IDX > 0
                                   IF WS-FUN-CMP-REAJ(WS-IDX) = ZEROS
                                      OR WS-FUN-CMP-REAJ(WS-IDX) >
                                         HIST-DATA(1:6)
                                       MOVE HIST-DATA(1:6)
                                         TO WS-FUN-CMP-REAJ(WS-IDX)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHAUM
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-DECIMO.
      *----------------------------------------------------------------*
      *    13o pago na rodada de dezembro do DECIMO13.
           OPEN INPUT ARQP13
           IF P13-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQP13
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF P13-ANO >= WS-ANO-BASE
                              AND WS-QTD-P13 < 400
                               ADD 1 TO WS-QTD-P13
                               MOVE P13-ANO
                                   TO WS-P13-ANO(WS-QTD-P13)
                               MOVE P13-COD
                                   TO WS-P13-COD(WS-QTD-P13)
                               MOVE P13-VALOR
                                   TO WS-P13-VALOR(WS-QTD-P13)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQP13
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-FERIAS.
      *----------------------------------------------------------------*
      *    So as ferias aprovadas que terminam depois da data-base.
           OPEN INPUT ARQFERAG
           IF FERAG-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFERAG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FER-STATUS = 'A'
                              AND FER-FIM >= WS-DATA-BASE
                              AND WS-QTD-FER < 300
                               ADD 1 TO WS-QTD-FER
                               MOVE FER-COD
                                   TO WS-FER-COD(WS-QTD-FER)
                               MOVE FER-INICIO
                                   TO WS-FER-INICIO(WS-QTD-FER)
                               MOVE FER-FIM
                                   TO WS-FER-FIM(WS-QTD-FER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFERAG
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-INSS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQINSS
           IF INSS-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQINSS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-INSS < 10
                               ADD 1 TO WS-QTD-INSS
                               MOVE INS-TETO
                                   TO WS-INS-TETO(WS-QTD-INSS)
                               MOVE INS-ALIQUOTA
                                   TO WS-INS-ALIQUOTA(WS-QTD-INSS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQINSS
           ELSE
               DISPLAY 'INSSTAB.TXT AUSENTE - INSS NAO CALCULADO'
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0750-CARREGA-IRRF.
      *----------------------------------------------------------------*
           OPEN INPUT ARQIRRF
           IF IRRF-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQIRRF
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-IRRF < 10
                               ADD 1 TO WS-QTD-IRRF
                               MOVE IRF-TETO
                                   TO WS-IRF-TETO(WS-QTD-IRRF)
                               MOVE IRF-ALIQUOTA
                                   TO WS-IRF-ALIQUOTA(WS-QTD-IRRF)
                               MOVE IRF-PARCELA
                                   TO WS-IRF-PARCELA(WS-QTD-IRRF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQIRRF
           ELSE
               DISPLAY 'IRRFTAB.TXT AUSENTE - IRRF NAO CALCULADO'
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0800-CARREGA-DEDPARM.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDEDP
           IF DEDP-OK
               READ ARQDEDP
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DED-VALOR-DEPENDENTE
                           TO WS-VALOR-DEPENDENTE
               END-READ
               CLOSE ARQDEDP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0850-CARREGA-DEPENDENTES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFDEP
           IF FDEP-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFDEP
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-FDEP < 200
                               ADD 1 TO WS-QTD-FDEP
                               MOVE FDE-COD
                                   TO WS-FDE-COD(WS-QTD-FDEP)
                               MOVE FDE-QTD
                                   TO WS-FDE-QTD(WS-QTD-FDEP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFDEP
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-LOCALIZA-COMPETENCIA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-CTL
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-CTL
               IF WS-CTL-CMP(WS-IDX-AUX) = WS-CMP-BUSCA
                   MOVE WS-IDX-AUX TO WS-IDX-CTL
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-LOCALIZA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-FUNC
               IF WS-FUN-COD(WS-IDX-AUX) = WS-COD-BUSCA
                   MOVE WS-IDX-AUX TO WS-IDX
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CALCULA-FUNCIONARIO.
      *----------------------------------------------------------------*
      *    Mes a mes ate a competencia do reajuste; depois o IRRF RRA
      *    sobre o total e o demonstrativo.
           MOVE ZEROS TO WS-FUN-DIFERENCA
           MOVE ZEROS TO WS-FUN-INSS
           MOVE ZEROS TO WS-FUN-IRRF
           MOVE ZEROS TO WS-FUN-MESES-RRA

           MOVE WS-CMP-BASE          TO WS-CMP
           MOVE WS-CMP-MES           TO WS-DEM-BASE-MES
           MOVE WS-CMP-ANO           TO WS-DEM-BASE-ANO
           MOVE WS-PCT-DISSIDIO      TO WS-DEM-PCT
           MOVE WS-FUN-COD(WS-IDX)   TO WS-DEM-COD
           MOVE WS-FUN-NOME(WS-IDX)  TO WS-DEM-NOME
           MOVE WS-FUN-DEPTO(WS-IDX) TO WS-DEM-DEPTO

           WRITE REG-DEMONSTRATIVO FROM WS-PONTILHADO
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-TITULO
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-FUNCIONARIO
           IF WS-FUN-CMP-REAJ(WS-IDX) = ZEROS
               WRITE REG-DEMONSTRATIVO FROM WS-DEM-AVISO
               ADD 1 TO WS-CONT-SEM-REAJUSTE
               DISPLAY 'REAJUSTE NAO APLICADO NO CADASTRO: '
                       WS-FUN-COD(WS-IDX)
           END-IF
           WRITE REG-DEMONSTRATIVO FROM WS-LINHABRANCO
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-CAB

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-FUN-QTD-MES(WS-IDX)
               IF WS-FUN-CMP-REAJ(WS-IDX) = ZEROS
                  OR WS-FUN-MES-CMP(WS-IDX, WS-IDX-MES) <
                     WS-FUN-CMP-REAJ(WS-IDX)
                   PERFORM 2100-CALCULA-MES
               END-IF
           END-PERFORM

           IF WS-FUN-DIFERENCA > ZEROS
               PERFORM 2400-CALCULA-IRRF-RRA
               COMPUTE WS-FUN-LIQUIDO =
                   WS-FUN-DIFERENCA - WS-FUN-INSS - WS-FUN-IRRF
               PERFORM 3000-IMPRIME-RESUMO
               PERFORM 3500-GRAVA-PENDENTE

               ADD 1                TO WS-CONT-FUNC
               ADD WS-FUN-DIFERENCA TO WS-TOT-DIFERENCA
               ADD WS-FUN-INSS      TO WS-TOT-INSS
               ADD WS-FUN-IRRF      TO WS-TOT-IRRF
               ADD WS-FUN-LIQUIDO   TO WS-TOT-LIQUIDO
           ELSE
               MOVE 'SEM DIFERENCA A PAGAR' TO WS-DEM-ROTULO
               MOVE ZEROS                   TO WS-DEM-VALOR-EXB
               WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-CALCULA-MES.
      *----------------------------------------------------------------*
      *    Horas extras a 50% sobre o salario-hora de 220 horas; 1/3
      *    constitucional sobre os dias de ferias gozados no mes; 13o
      *    da rodada de dezembro. O INSS da diferenca e o da folha
      *    recalculada menos o da folha paga; o do 13o e apurado a
      *    parte, como na rodada original.
           MOVE WS-FUN-MES-CMP(WS-IDX, WS-IDX-MES) TO WS-CMP

           COMPUTE WS-DIF-SALARIO ROUNDED =
               WS-FUN-MES-SAL(WS-IDX, WS-IDX-MES) *
               WS-PCT-DISSIDIO / 100
           COMPUTE WS-DIF-HORAS ROUNDED =
               WS-FUN-MES-HORAS(WS-IDX, WS-IDX-MES) *
               WS-DIF-SALARIO / 220 * 1,5

           PERFORM 2200-DIAS-FERIAS
           COMPUTE WS-DIF-FERIAS ROUNDED =
               WS-DIF-SALARIO * WS-DIAS-FERIAS / 30 / 3

           MOVE WS-FUN-MES-BRUTO(WS-IDX, WS-IDX-MES) TO WS-BASE-CALC
           PERFORM 2300-INSS-TABELA
           MOVE WS-INSS-CALC TO WS-INSS-ORIGINAL
           COMPUTE WS-BASE-CALC = WS-FUN-MES-BRUTO(WS-IDX, WS-IDX-MES)
               + WS-DIF-SALARIO + WS-DIF-HORAS + WS-DIF-FERIAS
           PERFORM 2300-INSS-TABELA
           COMPUTE WS-INSS-MES = WS-INSS-CALC - WS-INSS-ORIGINAL
           ADD 1 TO WS-FUN-MESES-RRA

           MOVE ZEROS TO WS-DIF-DECIMO
           IF WS-CMP-MES = 12
               MOVE ZEROS TO WS-VLR-13-PAGO
               PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                       UNTIL WS-IDX-AUX > WS-QTD-P13
                   IF WS-P13-ANO(WS-IDX-AUX) = WS-CMP-ANO
                      AND WS-P13-COD(WS-IDX-AUX) = WS-FUN-COD(WS-IDX)
                       MOVE WS-P13-VALOR(WS-IDX-AUX) TO WS-VLR-13-PAGO
                   END-IF
               END-PERFORM
               IF WS-VLR-13-PAGO > ZEROS
                   COMPUTE WS-DIF-DECIMO ROUNDED =
                       WS-VLR-13-PAGO * WS-PCT-DISSIDIO / 100
                   MOVE WS-VLR-13-PAGO TO WS-BASE-CALC
                   PERFORM 2300-INSS-TABELA
                   MOVE WS-INSS-CALC TO WS-INSS-ORIGINAL
                   COMPUTE WS-BASE-CALC =
                       WS-VLR-13-PAGO + WS-DIF-DECIMO
                   PERFORM 2300-INSS-TABELA
                   COMPUTE WS-INSS-MES = WS-INSS-MES +
                       WS-INSS-CALC - WS-INSS-ORIGINAL
                   ADD 1 TO WS-FUN-MESES-RRA
               END-IF
           END-IF

           COMPUTE WS-DIF-MES = WS-DIF-SALARIO + WS-DIF-HORAS
               + WS-DIF-FERIAS + WS-DIF-DECIMO
           ADD WS-DIF-MES  TO WS-FUN-DIFERENCA
           ADD WS-INSS-MES TO WS-FUN-INSS

           MOVE WS-CMP-MES     TO WS-DEM-MES
           MOVE WS-CMP-ANO     TO WS-DEM-ANO
           MOVE WS-FUN-MES-SAL(WS-IDX, WS-IDX-MES) TO WS-DEM-SALARIO
           MOVE WS-DIF-SALARIO TO WS-DEM-DIF-SAL
           MOVE WS-DIF-HORAS   TO WS-DEM-DIF-HE
           MOVE WS-DIF-FERIAS  TO WS-DEM-DIF-FER
           MOVE WS-DIF-DECIMO  TO WS-DEM-DIF-13
           MOVE WS-DIF-MES     TO WS-DEM-TOTAL
           MOVE WS-INSS-MES    TO WS-DEM-INSS
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-DIAS-FERIAS.
      *----------------------------------------------------------------*
      *    Dias de ferias aprovadas do funcionario dentro do mes.
           MOVE ZEROS TO WS-DIAS-FERIAS
           COMPUTE WS-MES-INI = WS-CMP * 100 + 1

           COMPUTE WS-MES-ABSOLUTO = WS-CMP-ANO * 12 + WS-CMP-MES
           DIVIDE WS-MES-ABSOLUTO BY 12 GIVING WS-DT-ANO
               REMAINDER WS-DT-MES
           ADD 1 TO WS-DT-MES
           MOVE 1 TO WS-DT-DIA
           COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-N) - 1)

           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-FER
               IF WS-FER-COD(WS-IDX-AUX) = WS-FUN-COD(WS-IDX)
                  AND WS-FER-INICIO(WS-IDX-AUX) <= WS-MES-FIM
                  AND WS-FER-FIM(WS-IDX-AUX) >= WS-MES-INI
                   IF WS-FER-INICIO(WS-IDX-AUX) > WS-MES-INI
                       COMPUTE WS-INT-INI = FUNCTION INTEGER-OF-DATE
                           (WS-FER-INICIO(WS-IDX-AUX))
                   ELSE
                       COMPUTE WS-INT-INI =
                           FUNCTION INTEGER-OF-DATE(WS-MES-INI)
                   END-IF
                   IF WS-FER-FIM(WS-IDX-AUX) < WS-MES-FIM
                       COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE
                           (WS-FER-FIM(WS-IDX-AUX))
                   ELSE
                       COMPUTE WS-INT-FIM =
                           FUNCTION INTEGER-OF-DATE(WS-MES-FIM)
                   END-IF
                   COMPUTE WS-DIAS-FERIAS = WS-DIAS-FERIAS +
                       WS-INT-FIM - WS-INT-INI + 1
               END-IF
           END-PERFORM

           IF WS-DIAS-FERIAS > 30
               MOVE 30 TO WS-DIAS-FERIAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-INSS-TABELA.
      *----------------------------------------------------------------*
      *    Mesma regra de faixas do HOLERITE.
           MOVE ZEROS TO WS-INSS-CALC
           MOVE 'N'   TO WS-ACHOU-FAIXA

           PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
                   UNTIL WS-IDX-TAB > WS-QTD-INSS
                      OR WS-ACHOU-FAIXA = 'S'
               IF WS-BASE-CALC <= WS-INS-TETO(WS-IDX-TAB)
                   COMPUTE WS-INSS-CALC =
                       WS-BASE-CALC *
                       WS-INS-ALIQUOTA(WS-IDX-TAB) / 100
                   MOVE 'S' TO WS-ACHOU-FAIXA
               END-IF
           END-PERFORM

           IF WS-ACHOU-FAIXA = 'N' AND WS-QTD-INSS > 0
               COMPUTE WS-INSS-CALC =
                   WS-BASE-CALC *
                   WS-INS-ALIQUOTA(WS-QTD-INSS) / 100
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-CALCULA-IRRF-RRA.
      *----------------------------------------------------------------*
      *    Rendimentos recebidos acumuladamente: a tabela e aplicada a
      *    media mensal da base (diferenca menos INSS menos a deducao
      *    de dependentes de cada mes) e o imposto multiplicado pelo
      *    numero de meses, 13o incluido. Tributacao exclusiva, fora
      *    da base do IRRF da folha do mes.
           MOVE ZEROS TO WS-QTD-DEP-FUNC
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-FDEP
               IF WS-FDE-COD(WS-IDX-AUX) = WS-FUN-COD(WS-IDX)
                   MOVE WS-FDE-QTD(WS-IDX-AUX) TO WS-QTD-DEP-FUNC
               END-IF
           END-PERFORM
           COMPUTE WS-FUN-DED-DEP = WS-QTD-DEP-FUNC *
               WS-VALOR-DEPENDENTE * WS-FUN-MESES-RRA

           IF WS-FUN-DIFERENCA > WS-FUN-INSS + WS-FUN-DED-DEP
               COMPUTE WS-BASE-RRA =
                   WS-FUN-DIFERENCA - WS-FUN-INSS - WS-FUN-DED-DEP
           ELSE
               MOVE ZEROS TO WS-BASE-RRA
           END-IF
           COMPUTE WS-MEDIA-RRA ROUNDED =
               WS-BASE-RRA / WS-FUN-MESES-RRA

           MOVE ZEROS TO WS-IRRF-MEDIA
           MOVE 'N'   TO WS-ACHOU-FAIXA
           PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
                   UNTIL WS-IDX-TAB > WS-QTD-IRRF
                      OR WS-ACHOU-FAIXA = 'S'
               IF WS-MEDIA-RRA <= WS-IRF-TETO(WS-IDX-TAB)
                   COMPUTE WS-IRRF-MEDIA =
                       (WS-MEDIA-RRA *
                        WS-IRF-ALIQUOTA(WS-IDX-TAB) / 100) -
                       WS-IRF-PARCELA(WS-IDX-TAB)
                   MOVE 'S' TO WS-ACHOU-FAIXA
               END-IF
           END-PERFORM

           IF WS-ACHOU-FAIXA = 'N' AND WS-QTD-IRRF > 0
               COMPUTE WS-IRRF-MEDIA =
                   (WS-MEDIA-RRA *
                    WS-IRF-ALIQUOTA(WS-QTD-IRRF) / 100) -
                   WS-IRF-PARCELA(WS-QTD-IRRF)
           END-IF

           IF WS-IRRF-MEDIA < ZEROS
               MOVE ZEROS TO WS-IRRF-MEDIA
           END-IF
           COMPUTE WS-FUN-IRRF = WS-IRRF-MEDIA * WS-FUN-MESES-RRA
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-IMPRIME-RESUMO.
      *----------------------------------------------------------------*
           WRITE REG-DEMONSTRATIVO FROM WS-LINHABRANCO

           MOVE 'TOTAL DAS DIFERENCAS' TO WS-DEM-ROTULO
           MOVE WS-FUN-DIFERENCA       TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR

           MOVE 'INSS SOBRE AS DIFERENCAS' TO WS-DEM-ROTULO
           MOVE WS-FUN-INSS                TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR

           MOVE 'MESES DO RRA (13O INCLUSO)' TO WS-DEM-CNT-ROTULO
           MOVE WS-FUN-MESES-RRA             TO WS-DEM-CNT-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-CONTADOR

           MOVE 'DEDUCAO DE DEPENDENTES NO PERIODO' TO WS-DEM-ROTULO
           MOVE WS-FUN-DED-DEP                     TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR

           MOVE 'BASE DO IRRF RRA' TO WS-DEM-ROTULO
           MOVE WS-BASE-RRA        TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR

           MOVE 'IRRF RRA - TRIBUTACAO EXCLUSIVA' TO WS-DEM-ROTULO
           MOVE WS-FUN-IRRF                       TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR

           MOVE 'LIQUIDO DAS DIFERENCAS' TO WS-DEM-ROTULO
           MOVE WS-FUN-LIQUIDO           TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR

           MOVE WS-CMP-PAGTO TO WS-CMP
           MOVE WS-CMP-MES   TO WS-DEM-PAG-MES
           MOVE WS-CMP-ANO   TO WS-DEM-PAG-ANO
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-PAGAMENTO
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-GRAVA-PENDENTE.
      *----------------------------------------------------------------*
      *    Linha a pagar que o HOLERITE da competencia le.
           MOVE WS-CMP-PAGTO         TO DDF-COMPETENCIA
           MOVE WS-FUN-COD(WS-IDX)   TO DDF-COD
           MOVE WS-FUN-NOME(WS-IDX)  TO DDF-NOME
           MOVE WS-FUN-DIFERENCA     TO DDF-VALOR
           MOVE WS-FUN-INSS          TO DDF-INSS
           MOVE WS-FUN-IRRF          TO DDF-IRRF
           MOVE WS-FUN-MESES-RRA     TO DDF-MESES
           MOVE WS-CMP-BASE          TO DDF-CMP-BASE
           MOVE WS-PCT-DISSIDIO      TO DDF-PCT
           WRITE REG-DISSDIF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTAIS.
      *----------------------------------------------------------------*
           WRITE REG-DEMONSTRATIVO FROM WS-PONTILHADO
           MOVE WS-CMP-BASE     TO WS-CMP
           MOVE WS-CMP-MES      TO WS-DEM-BASE-MES
           MOVE WS-CMP-ANO      TO WS-DEM-BASE-ANO
           MOVE WS-PCT-DISSIDIO TO WS-DEM-PCT
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-TITULO
           WRITE REG-DEMONSTRATIVO FROM WS-LINHABRANCO

           MOVE 'FUNCIONARIOS COM DIFERENCA' TO WS-DEM-CNT-ROTULO
           MOVE WS-CONT-FUNC                 TO WS-DEM-CNT-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-CONTADOR

           MOVE 'SEM REAJUSTE NO CADASTRO' TO WS-DEM-CNT-ROTULO
           MOVE WS-CONT-SEM-REAJUSTE       TO WS-DEM-CNT-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-CONTADOR

           MOVE 'TOTAL DAS DIFERENCAS' TO WS-DEM-ROTULO
           MOVE WS-TOT-DIFERENCA       TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR
           DISPLAY WS-DEM-VALOR

           MOVE 'TOTAL INSS SOBRE AS DIFERENCAS' TO WS-DEM-ROTULO
           MOVE WS-TOT-INSS                      TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR

           MOVE 'TOTAL IRRF RRA' TO WS-DEM-ROTULO
           MOVE WS-TOT-IRRF      TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR

           MOVE 'TOTAL LIQUIDO DAS DIFERENCAS' TO WS-DEM-ROTULO
           MOVE WS-TOT-LIQUIDO                 TO WS-DEM-VALOR-EXB
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-VALOR

           MOVE WS-CMP-PAGTO TO WS-CMP
           MOVE WS-CMP-MES   TO WS-DEM-PAG-MES
           MOVE WS-CMP-ANO   TO WS-DEM-PAG-ANO
           WRITE REG-DEMONSTRATIVO FROM WS-DEM-PAGAMENTO
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM DISSIDIO.
