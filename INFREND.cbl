      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Annual income statement (informe de rendimentos) for
      *          every employee, replacing HR's year-end spreadsheet.
      *          For the calendar year asked (default the year before
      *          the business date) each employee gets one statement
      *          on INFREND.TXT built from the payroll history
      *          FOLHIST.TXT (latest version of each competencia): the
      *          monthly gross, INSS and IRRF, the retroactive
      *          dissidio paid in a month on a line of its own with
      *          its INSS and IRRF, the alimony withheld as a
      *          deduction, plus the termination amounts of
      *          RESCHIST.TXT dated in the year, the 13th salary of
      *          the December DECIMO13 run on PROV13F.TXT (or of the
      *          termination), untaxed vacation pay and the
      *          dependents of FUNCDEP.TXT with the DEDPARM.TXT
      *          allowance. The company totals page INFRTOT.TXT shows
      *          each competencia of the year with its COMPCTRL.TXT
      *          status and reconciles the statements against the sum
      *          of the closed competencias (dissidio and alimony
      *          included), flagging any month not closed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. INFREND.
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

       SELECT ARQP13 ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-P13.

       SELECT ARQRESC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-RESC.

       SELECT ARQDEDP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DEDP.

       SELECT ARQFDEP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FDEP.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQINF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQTOT ASSIGN TO DISK
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
           03 HIS-COMPETENCIA.
              05 HIS-ANO          PIC 9(04).
              05 HIS-MES          PIC 9(02).
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
           03 FILLER              PIC X(54).
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

       FD  ARQCTRL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPCTRL.TXT".
       01  REG-COMPETENCIA.
           03 CPC-COMPETENCIA.
              05 CPC-ANO          PIC 9(04).
              05 CPC-MES          PIC 9(02).
           03 FILLER              PIC X(01).
           03 CPC-STATUS          PIC X(01).
           03 FILLER              PIC X(49).

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

       FD  ARQRESC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESCHIST.TXT".
       01  REG-RESCHIST.
           03 RSH-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 RSH-DATA.
              05 RSH-ANO          PIC 9(04).
              05 RSH-MES          PIC 9(02).
              05 RSH-DIA          PIC 9(02).
           03 FILLER              PIC X(01).
           03 RSH-MOTIVO          PIC X(02).
           03 FILLER              PIC X(01).
           03 RSH-SALDO-SALARIO   PIC 9(08)V99.
           03 FILLER              PIC X(01).
           03 RSH-DECIMO          PIC 9(08)V99.
           03 FILLER              PIC X(01).
           03 RSH-FERIAS          PIC 9(08)V99.
           03 FILLER              PIC X(01).
           03 RSH-INSS            PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 RSH-IRRF            PIC 9(06)V99.
           03 FILLER              PIC X(11).

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

       FD  ARQINF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INFREND.TXT".
       01  REG-INFORME            PIC X(80).

       FD  ARQTOT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INFRTOT.TXT".
       01  REG-TOTAIS             PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INFRRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-STATUS-HIST           PIC X(02) VALUE SPACES.
           88 HIST-OK                   VALUE '00'.
       77  WS-STATUS-CTRL           PIC X(02) VALUE SPACES.
           88 CTRL-OK                   VALUE '00'.
       77  WS-STATUS-P13            PIC X(02) VALUE SPACES.
           88 P13-OK                    VALUE '00'.
       77  WS-STATUS-RESC           PIC X(02) VALUE SPACES.
           88 RESC-OK                   VALUE '00'.
       77  WS-STATUS-DEDP           PIC X(02) VALUE SPACES.
           88 DEDP-OK                   VALUE '00'.
       77  WS-STATUS-FDEP           PIC X(02) VALUE SPACES.
           88 FDEP-OK                   VALUE '00'.
       77  WS-ANO-CALENDARIO        PIC 9(04) VALUE ZEROS.
       77  WS-VALOR-DEPENDENTE      PIC 9(05)V99 VALUE ZEROS.
       77  WS-QTD-FUNC              PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       77  WS-COD-BUSCA             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FECHADA           PIC 9(02) VALUE ZEROS.
       77  WS-CONT-INFORME          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-HIST         PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RENDIMENTO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-INSS              PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-IRRF              PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FOLHA-BRUTO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FOLHA-INSS        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FOLHA-IRRF        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FECH-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FECH-INSS         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FECH-IRRF         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-RESC-SALDO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-RESC-INSS         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-RESC-IRRF         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-DECIMO            PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-ISENTO            PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-DISS-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-DISS-INSS         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-DISS-IRRF         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-PENSAO            PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FECH-DISS-BRUTO   PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FECH-DISS-INSS    PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FECH-DISS-IRRF    PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-FECH-PENSAO       PIC 9(09)V99 VALUE ZEROS.
       77  WS-DIFERENCA             PIC S9(09)V99 VALUE ZEROS.
       77  WS-DIFERENCA-DISS        PIC S9(09)V99 VALUE ZEROS.
       77  WS-DIFERENCA-PENSAO      PIC S9(09)V99 VALUE ZEROS.
       77  WS-FUN-PENSAO            PIC 9(09)V99 VALUE ZEROS.
       77  WS-FUN-RENDIMENTO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-FUN-INSS              PIC 9(09)V99 VALUE ZEROS.
       77  WS-FUN-IRRF              PIC 9(09)V99 VALUE ZEROS.
       77  WS-LINHABRANCO           PIC X(80) VALUE SPACES.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY DATAPROC.
           COPY RUNSUMARIO.

       01  WS-DATA-W.
           03 WS-DATA-W-ANO         PIC 9(04).
           03 WS-DATA-W-MES         PIC 9(02).
           03 WS-DATA-W-DIA         PIC 9(02).
       01  WS-DATA-W-NUM REDEFINES WS-DATA-W PIC 9(08).

      *    Por mes do ano: versao vigente no historico, situacao no
      *    controle de competencias e totais da folha daquele mes.
       01  WS-TAB-COMPETENCIA.
           03 WS-CMP-ITEM OCCURS 12 TIMES.
              05 WS-CMP-VERSAO      PIC 9(02).
              05 WS-CMP-STATUS      PIC X(01).
              05 WS-CMP-QTD         PIC 9(03).
              05 WS-CMP-BRUTO       PIC 9(09)V99.
              05 WS-CMP-INSS        PIC 9(09)V99.
              05 WS-CMP-IRRF        PIC 9(09)V99.
              05 WS-CMP-DISS-BRUTO  PIC 9(09)V99.
              05 WS-CMP-DISS-INSS   PIC 9(09)V99.
              05 WS-CMP-DISS-IRRF   PIC 9(09)V99.
              05 WS-CMP-PENSAO      PIC 9(09)V99.

       01  WS-TAB-FUNC.
           03 WS-FUN-ITEM OCCURS 200 TIMES.
              05 WS-FUN-COD         PIC 9(03).
              05 WS-FUN-NOME        PIC X(20).
              05 WS-FUN-DEPTO       PIC X(05).
              05 WS-FUN-DEP         PIC 9(02).
              05 WS-FUN-DECIMO      PIC 9(08)V99.
              05 WS-FUN-RESC-DATA   PIC 9(08).
              05 WS-FUN-RESC-SALDO  PIC 9(08)V99.
              05 WS-FUN-RESC-FERIAS PIC 9(08)V99.
              05 WS-FUN-RESC-INSS   PIC 9(06)V99.
              05 WS-FUN-RESC-IRRF   PIC 9(06)V99.
              05 WS-FUN-MES OCCURS 12 TIMES.
                 07 WS-FUN-MES-PAGO  PIC X(01).
                 07 WS-FUN-MES-BRUTO PIC 9(07)V99.
                 07 WS-FUN-MES-INSS  PIC 9(06)V99.
                 07 WS-FUN-MES-IRRF  PIC 9(06)V99.
                 07 WS-FUN-MES-DISS  PIC 9(07)V99.
                 07 WS-FUN-MES-DISS-INSS
                                     PIC 9(06)V99.
                 07 WS-FUN-MES-DISS-IRRF
                                     PIC 9(06)V99.
                 07 WS-FUN-MES-PENSAO
                                     PIC 9(06)V99.

       01  WS-INF-TITULO.
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(46)
               VALUE 'COMPROVANTE DE RENDIMENTOS PAGOS E IRRF RETIDO'.
           03 FILLER PIC X(18) VALUE ' - ANO-CALENDARIO '.
           03 WS-INF-ANO            PIC 9(04).

       01  WS-INF-BENEFICIARIO.
           03 FILLER PIC X(14) VALUE 'BENEFICIARIO: '.
           03 WS-INF-COD            PIC 9(03).
           03 FILLER PIC X(01) VALUE SPACE.
           03 WS-INF-NOME           PIC X(20).
           03 FILLER PIC X(09) VALUE '  DEPTO: '.
           03 WS-INF-DEPTO          PIC X(05).

       01  WS-INF-CAB.
           03 FILLER PIC X(40)
               VALUE 'REFERENCIA       RENDIMENTO BRUTO   CONT'.
           03 FILLER PIC X(40)
               VALUE 'RIB. INSS     IRRF RETIDO'.

       01  WS-INF-DETALHE.
           03 WS-INF-REFERENCIA     PIC X(16).
           03 FILLER                PIC X(05) VALUE SPACES.
           03 WS-INF-BRUTO          PIC Z.ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 WS-INF-INSS           PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 WS-INF-IRRF           PIC ZZZ.ZZ9,99.

       01  WS-INF-REF-MENSAL.
           03 FILLER                PIC X(05) VALUE 'FOLHA'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-INF-REF-MES        PIC 9(02).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-INF-REF-ANO        PIC 9(04).
           03 FILLER                PIC X(03) VALUE SPACES.

       01  WS-INF-REF-DISSIDIO.
           03 FILLER                PIC X(07) VALUE 'DISSID.'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-INF-DIS-MES        PIC 9(02).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-INF-DIS-ANO        PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.

       01  WS-INF-REF-RESCISAO.
           03 FILLER                PIC X(06) VALUE 'RESC. '.
           03 WS-INF-REF-DATA       PIC 99/99/9999.

       01  WS-INF-QUADRO.
           03 WS-INF-QUADRO-TEXTO   PIC X(60).

       01  WS-INF-VALOR.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-INF-ROTULO         PIC X(40).
           03 FILLER                PIC X(04) VALUE ' R$ '.
           03 WS-INF-VALOR-EXB      PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-INF-DEPENDENTES.
           03 FILLER PIC X(15) VALUE '   QUANTIDADE: '.
           03 WS-INF-QTD-DEP        PIC Z9.
           03 FILLER PIC X(31)
               VALUE '   DEDUCAO POR DEPENDENTE/MES: '.
           03 FILLER PIC X(03) VALUE 'R$ '.
           03 WS-INF-VLR-DEP        PIC ZZ.ZZ9,99.

       01  WS-INF-EMISSAO.
           03 FILLER PIC X(12) VALUE 'EMITIDO EM: '.
           03 WS-INF-DATA-EMISSAO   PIC 99/99/9999.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30)
               VALUE '______________________________'.

       01  WS-INF-ASSINATURA.
           03 FILLER PIC X(32) VALUE SPACES.
           03 FILLER PIC X(30) VALUE '   DEPARTAMENTO PESSOAL'.

       01  WS-TOT-TITULO.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(45)
               VALUE 'TOTAIS DOS INFORMES DE RENDIMENTOS - ANO-CALE'.
           03 FILLER PIC X(07) VALUE 'NDARIO '.
           03 WS-TOT-ANO            PIC 9(04).

       01  WS-TOT-CAB.
           03 FILLER PIC X(40)
               VALUE 'COMPET.  SITUACAO    FUNC    RENDIMENTOS'.
           03 FILLER PIC X(40)
               VALUE '           INSS           IRRF'.

       01  WS-TOT-DETALHE.
           03 WS-TOT-MES            PIC 9(02).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-TOT-MES-ANO        PIC 9(04).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-TOT-SITUACAO       PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TOT-QTD            PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TOT-CMP-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TOT-CMP-INSS       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TOT-CMP-IRRF       PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-TOT-LINHA.
           03 WS-TOT-ROTULO         PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TOT-LIN-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TOT-LIN-INSS       PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TOT-LIN-IRRF       PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-TOT-LINHA-DIF.
           03 WS-TOT-DIF-ROTULO     PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TOT-DIF-BRUTO      PIC -ZZ.ZZZ.ZZ9,99.

       01  WS-TOT-LINHA-VALOR.
           03 WS-TOT-VAL-ROTULO     PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-TOT-VAL-BRUTO      PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-TOT-VALOR.
           03 WS-TOT-VLR-ROTULO     PIC X(40).
           03 FILLER                PIC X(04) VALUE ' R$ '.
           03 WS-TOT-VLR-EXB        PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-TOT-CONTADOR.
           03 WS-TOT-CNT-ROTULO     PIC X(40).
           03 WS-TOT-CNT-EXB        PIC ZZZZ9.

       01  WS-TOT-AVISO             PIC X(80).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO

               DISPLAY 'ANO-CALENDARIO (AAAA, ZEROS = ANO ANTERIOR): '
               ACCEPT WS-ANO-CALENDARIO FROM DADO-INPUT
               IF WS-ANO-CALENDARIO = ZEROS
                   COMPUTE WS-ANO-CALENDARIO =
                       WS-DATA-NEGOCIO / 10000 - 1
               END-IF

               PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES > 12
                   MOVE ZEROS TO WS-CMP-VERSAO(WS-IDX-MES)
                                 WS-CMP-QTD(WS-IDX-MES)
                                 WS-CMP-BRUTO(WS-IDX-MES)
                                 WS-CMP-INSS(WS-IDX-MES)
                                 WS-CMP-IRRF(WS-IDX-MES)
                                 WS-CMP-DISS-BRUTO(WS-IDX-MES)
                                 WS-CMP-DISS-INSS(WS-IDX-MES)
                                 WS-CMP-DISS-IRRF(WS-IDX-MES)
                                 WS-CMP-PENSAO(WS-IDX-MES)
                   MOVE SPACE TO WS-CMP-STATUS(WS-IDX-MES)
               END-PERFORM

               PERFORM 0100-VERSOES-VIGENTES

               IF NOT HIST-OK
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR FOLHIST.TXT' TO WS-RUN-MOTIVO
                   MOVE 'INF001' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR FOLHIST - STATUS: '
                           WS-STATUS-HIST
               ELSE
                   PERFORM 0200-CARREGA-CONTROLE
                   PERFORM 0300-CARREGA-HISTORICO
                   PERFORM 0400-CARREGA-DECIMO
                   PERFORM 0500-CARREGA-RESCISOES
                   PERFORM 0600-CARREGA-DEDPARM
                   PERFORM 0700-CARREGA-DEPENDENTES

                   MOVE WS-DATA-NEGOCIO TO WS-DATA-W-NUM
                   COMPUTE WS-INF-DATA-EMISSAO =
                       WS-DATA-W-DIA * 1000000 +
                       WS-DATA-W-MES * 10000 + WS-DATA-W-ANO

                   OPEN OUTPUT ARQINF
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-FUNC
                       PERFORM 2000-EMITE-INFORME
                   END-PERFORM
                   CLOSE ARQINF

                   OPEN OUTPUT ARQTOT
                   PERFORM 3000-PAGINA-TOTAIS
                   CLOSE ARQTOT

                   DISPLAY 'ANO-CALENDARIO      : ' WS-ANO-CALENDARIO
                   DISPLAY 'INFORMES EMITIDOS   : ' WS-CONT-INFORME
                   DISPLAY 'COMPETENCIAS FECHADAS: ' WS-QTD-FECHADA
               END-IF

               MOVE 'INFREND'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-INFORME   TO WS-RUN-PROCESSADOS
               MOVE ZEROS             TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-VERSOES-VIGENTES.
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
                           IF HIS-ANO = WS-ANO-CALENDARIO
                              AND HIS-MES > 0 AND HIS-MES < 13
                              AND HIS-VERSAO > WS-CMP-VERSAO(HIS-MES)
                               MOVE HIS-VERSAO
                                   TO WS-CMP-VERSAO(HIS-MES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHIST
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-CONTROLE.
      *----------------------------------------------------------------*
      *    O ultimo registro de cada competencia e a situacao vigente.
           OPEN INPUT ARQCTRL
           IF CTRL-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCTRL
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CPC-ANO = WS-ANO-CALENDARIO
                              AND CPC-MES > 0 AND CPC-MES < 13
                               MOVE CPC-STATUS
                                   TO WS-CMP-STATUS(CPC-MES)
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
       0300-CARREGA-HISTORICO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHIST
           PERFORM UNTIL WS-EOF = 'S'
               READ ARQHIST
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF HIS-ANO = WS-ANO-CALENDARIO
                          AND HIS-MES > 0 AND HIS-MES < 13
                          AND HIS-VERSAO = WS-CMP-VERSAO(HIS-MES)
                           PERFORM 0310-GUARDA-HISTORICO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQHIST
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-GUARDA-HISTORICO.
      *----------------------------------------------------------------*
      *    Competencia fechada antes de o historico trazer pensao e
      *    dissidio tem essas colunas em branco: valem zero.
           IF HIS-PENSAO NOT NUMERIC
               MOVE ZEROS TO HIS-PENSAO HIS-DISSIDIO
                             HIS-INSS-DISSIDIO HIS-IRRF-DISSIDIO
           END-IF

           MOVE HIS-COD TO WS-COD-BUSCA
           PERFORM 1000-LOCALIZA-FUNCIONARIO

           IF WS-IDX > 0
               MOVE HIS-NOME  TO WS-FUN-NOME(WS-IDX)
               MOVE HIS-DEPTO TO WS-FUN-DEPTO(WS-IDX)
               MOVE 'S'       TO WS-FUN-MES-PAGO(WS-IDX, HIS-MES)
               MOVE HIS-BRUTO TO WS-FUN-MES-BRUTO(WS-IDX, HIS-MES)
               MOVE HIS-INSS  TO WS-FUN-MES-INSS(WS-IDX, HIS-MES)
               MOVE HIS-IRRF  TO WS-FUN-MES-IRRF(WS-IDX, HIS-MES)
               MOVE HIS-DISSIDIO
                   TO WS-FUN-MES-DISS(WS-IDX, HIS-MES)
               MOVE HIS-INSS-DISSIDIO
                   TO WS-FUN-MES-DISS-INSS(WS-IDX, HIS-MES)
               MOVE HIS-IRRF-DISSIDIO
                   TO WS-FUN-MES-DISS-IRRF(WS-IDX, HIS-MES)
               MOVE HIS-PENSAO
                   TO WS-FUN-MES-PENSAO(WS-IDX, HIS-MES)
           END-IF

           ADD 1         TO WS-CMP-QTD(HIS-MES)
           ADD HIS-BRUTO TO WS-CMP-BRUTO(HIS-MES)
           ADD HIS-INSS  TO WS-CMP-INSS(HIS-MES)
           ADD HIS-IRRF  TO WS-CMP-IRRF(HIS-MES)
           ADD HIS-DISSIDIO      TO WS-CMP-DISS-BRUTO(HIS-MES)
           ADD HIS-INSS-DISSIDIO TO WS-CMP-DISS-INSS(HIS-MES)
           ADD HIS-IRRF-DISSIDIO TO WS-CMP-DISS-IRRF(HIS-MES)
           ADD HIS-PENSAO        TO WS-CMP-PENSAO(HIS-MES)
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-DECIMO.
      *----------------------------------------------------------------*
      *    13o do ano pela rodada de dezembro do DECIMO13.
           OPEN INPUT ARQP13
           IF P13-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQP13
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF P13-ANO = WS-ANO-CALENDARIO
                               MOVE P13-COD TO WS-COD-BUSCA
                               PERFORM 1000-LOCALIZA-FUNCIONARIO
                               IF WS-IDX > 0
                                   MOVE P13-VALOR
                                       TO WS-FUN-DECIMO(WS-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQP13
           ELSE
               DISPLAY 'PROV13F.TXT AUSENTE - 13O SALARIO SO DAS '
                       'RESCISOES'
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-RESCISOES.
      *----------------------------------------------------------------*
      *    Rescisao no ano: saldo de salario e tributavel, 13o
      *    proporcional vai para a tributacao exclusiva e ferias
      *    indenizadas sao isentas.
           OPEN INPUT ARQRESC
           IF RESC-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQRESC
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF RSH-ANO = WS-ANO-CALENDARIO
                               PERFORM 0510-GUARDA-RESCISAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRESC
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-GUARDA-RESCISAO.
      *----------------------------------------------------------------*
           MOVE RSH-COD TO WS-COD-BUSCA
           PERFORM 1000-LOCALIZA-FUNCIONARIO

           IF WS-IDX > 0
               MOVE RSH-DATA          TO WS-FUN-RESC-DATA(WS-IDX)
               MOVE RSH-SALDO-SALARIO TO WS-FUN-RESC-SALDO(WS-IDX)
               MOVE RSH-DECIMO        TO WS-FUN-DECIMO(WS-IDX)
               MOVE RSH-FERIAS        TO WS-FUN-RESC-FERIAS(WS-IDX)
               MOVE RSH-INSS          TO WS-FUN-RESC-INSS(WS-IDX)
               MOVE RSH-IRRF          TO WS-FUN-RESC-IRRF(WS-IDX)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-DEDPARM.
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
       0700-CARREGA-DEPENDENTES.
      *----------------------------------------------------------------*
      *    So quem recebeu algo no ano; dependentes nao criam informe.
           OPEN INPUT ARQFDEP
           IF FDEP-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFDEP
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 0710-GUARDA-DEPENDENTE
                   END-READ
               END-PERFORM
               CLOSE ARQFDEP
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0710-GUARDA-DEPENDENTE.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FUNC
               IF WS-FUN-COD(WS-IDX) = FDE-COD
                   MOVE FDE-QTD TO WS-FUN-DEP(WS-IDX)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-LOCALIZA-FUNCIONARIO.
      *----------------------------------------------------------------*
      *    Devolve em WS-IDX a posicao do codigo WS-COD-BUSCA na
      *    tabela, incluindo-o se ainda nao estiver; zero quando a
      *    tabela esta cheia.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FUNC
                      OR WS-FUN-COD(WS-IDX) = WS-COD-BUSCA
               CONTINUE
           END-PERFORM

           IF WS-IDX > WS-QTD-FUNC
               IF WS-QTD-FUNC < 200
                   ADD 1 TO WS-QTD-FUNC
                   MOVE WS-QTD-FUNC TO WS-IDX
                   PERFORM 1100-NOVO-FUNCIONARIO
               ELSE
                   DISPLAY 'FUNCIONARIO IGNORADO - LIMITE DE 200 '
                           'EXCEDIDO: ' WS-COD-BUSCA
                   MOVE ZEROS TO WS-IDX
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-NOVO-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE WS-COD-BUSCA TO WS-FUN-COD(WS-IDX)
           MOVE SPACES       TO WS-FUN-NOME(WS-IDX)
                                WS-FUN-DEPTO(WS-IDX)
           MOVE ZEROS        TO WS-FUN-DEP(WS-IDX)
                                WS-FUN-DECIMO(WS-IDX)
                                WS-FUN-RESC-DATA(WS-IDX)
                                WS-FUN-RESC-SALDO(WS-IDX)
                                WS-FUN-RESC-FERIAS(WS-IDX)
                                WS-FUN-RESC-INSS(WS-IDX)
                                WS-FUN-RESC-IRRF(WS-IDX)
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               MOVE 'N'   TO WS-FUN-MES-PAGO(WS-IDX, WS-IDX-MES)
               MOVE ZEROS TO WS-FUN-MES-BRUTO(WS-IDX, WS-IDX-MES)
                             WS-FUN-MES-INSS(WS-IDX, WS-IDX-MES)
                             WS-FUN-MES-IRRF(WS-IDX, WS-IDX-MES)
                             WS-FUN-MES-DISS(WS-IDX, WS-IDX-MES)
                             WS-FUN-MES-DISS-INSS(WS-IDX, WS-IDX-MES)
                             WS-FUN-MES-DISS-IRRF(WS-IDX, WS-IDX-MES)
                             WS-FUN-MES-PENSAO(WS-IDX, WS-IDX-MES)
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-EMITE-INFORME.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-FUN-RENDIMENTO WS-FUN-INSS WS-FUN-IRRF
                         WS-FUN-PENSAO

           MOVE WS-ANO-CALENDARIO    TO WS-INF-ANO
           MOVE WS-FUN-COD(WS-IDX)   TO WS-INF-COD
           MOVE WS-FUN-NOME(WS-IDX)  TO WS-INF-NOME
           MOVE WS-FUN-DEPTO(WS-IDX) TO WS-INF-DEPTO
           IF WS-FUN-NOME(WS-IDX) = SPACES
               ADD 1 TO WS-CONT-SEM-HIST
           END-IF

           WRITE REG-INFORME FROM WS-PONTILHADO
           WRITE REG-INFORME FROM WS-INF-TITULO
           WRITE REG-INFORME FROM WS-PONTILHADO
           WRITE REG-INFORME FROM WS-INF-BENEFICIARIO
           WRITE REG-INFORME FROM WS-LINHABRANCO
           WRITE REG-INFORME FROM WS-INF-CAB

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               IF WS-FUN-MES-PAGO(WS-IDX, WS-IDX-MES) = 'S'
                   PERFORM 2100-LINHA-MES
               END-IF
           END-PERFORM

           IF WS-FUN-RESC-DATA(WS-IDX) > ZEROS
               PERFORM 2200-LINHA-RESCISAO
           END-IF

           WRITE REG-INFORME FROM WS-LINHABRANCO
           PERFORM 2300-QUADROS

           ADD WS-FUN-RENDIMENTO           TO WS-TOT-RENDIMENTO
           ADD WS-FUN-INSS                 TO WS-TOT-INSS
           ADD WS-FUN-IRRF                 TO WS-TOT-IRRF
           ADD WS-FUN-DECIMO(WS-IDX)       TO WS-TOT-DECIMO
           ADD WS-FUN-RESC-FERIAS(WS-IDX)  TO WS-TOT-ISENTO
           ADD WS-FUN-RESC-SALDO(WS-IDX)   TO WS-TOT-RESC-SALDO
           ADD WS-FUN-RESC-INSS(WS-IDX)    TO WS-TOT-RESC-INSS
           ADD WS-FUN-RESC-IRRF(WS-IDX)    TO WS-TOT-RESC-IRRF
           ADD WS-FUN-PENSAO               TO WS-TOT-PENSAO
           ADD 1 TO WS-CONT-INFORME
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LINHA-MES.
      *----------------------------------------------------------------*
           MOVE WS-IDX-MES        TO WS-INF-REF-MES
           MOVE WS-ANO-CALENDARIO TO WS-INF-REF-ANO
           MOVE WS-INF-REF-MENSAL TO WS-INF-REFERENCIA
           MOVE WS-FUN-MES-BRUTO(WS-IDX, WS-IDX-MES) TO WS-INF-BRUTO
           MOVE WS-FUN-MES-INSS(WS-IDX, WS-IDX-MES)  TO WS-INF-INSS
           MOVE WS-FUN-MES-IRRF(WS-IDX, WS-IDX-MES)  TO WS-INF-IRRF
           WRITE REG-INFORME FROM WS-INF-DETALHE

           ADD WS-FUN-MES-BRUTO(WS-IDX, WS-IDX-MES)
               TO WS-FUN-RENDIMENTO WS-TOT-FOLHA-BRUTO
           ADD WS-FUN-MES-INSS(WS-IDX, WS-IDX-MES)
               TO WS-FUN-INSS WS-TOT-FOLHA-INSS
           ADD WS-FUN-MES-IRRF(WS-IDX, WS-IDX-MES)
               TO WS-FUN-IRRF WS-TOT-FOLHA-IRRF
           ADD WS-FUN-MES-PENSAO(WS-IDX, WS-IDX-MES)
               TO WS-FUN-PENSAO

           IF WS-FUN-MES-DISS(WS-IDX, WS-IDX-MES) > ZEROS
               PERFORM 2150-LINHA-DISSIDIO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2150-LINHA-DISSIDIO.
      *----------------------------------------------------------------*
      *    Diferenca retroativa de dissidio paga na folha do mes: linha
      *    propria, com o INSS e o IRRF retidos sobre ela.
           MOVE WS-IDX-MES          TO WS-INF-DIS-MES
           MOVE WS-ANO-CALENDARIO   TO WS-INF-DIS-ANO
           MOVE WS-INF-REF-DISSIDIO TO WS-INF-REFERENCIA
           MOVE WS-FUN-MES-DISS(WS-IDX, WS-IDX-MES)      TO WS-INF-BRUTO
           MOVE WS-FUN-MES-DISS-INSS(WS-IDX, WS-IDX-MES) TO WS-INF-INSS
           MOVE WS-FUN-MES-DISS-IRRF(WS-IDX, WS-IDX-MES) TO WS-INF-IRRF
           WRITE REG-INFORME FROM WS-INF-DETALHE

           ADD WS-FUN-MES-DISS(WS-IDX, WS-IDX-MES)
               TO WS-FUN-RENDIMENTO WS-TOT-DISS-BRUTO
           ADD WS-FUN-MES-DISS-INSS(WS-IDX, WS-IDX-MES)
               TO WS-FUN-INSS WS-TOT-DISS-INSS
           ADD WS-FUN-MES-DISS-IRRF(WS-IDX, WS-IDX-MES)
               TO WS-FUN-IRRF WS-TOT-DISS-IRRF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LINHA-RESCISAO.
      *----------------------------------------------------------------*
      *    INSS e IRRF da rescisao incidem sobre saldo + 13o e entram
      *    inteiros nas retencoes do ano.
           MOVE WS-FUN-RESC-DATA(WS-IDX) TO WS-DATA-W-NUM
           COMPUTE WS-INF-REF-DATA = WS-DATA-W-DIA * 1000000 +
               WS-DATA-W-MES * 10000 + WS-DATA-W-ANO
           MOVE WS-INF-REF-RESCISAO TO WS-INF-REFERENCIA
           MOVE WS-FUN-RESC-SALDO(WS-IDX) TO WS-INF-BRUTO
           MOVE WS-FUN-RESC-INSS(WS-IDX)  TO WS-INF-INSS
           MOVE WS-FUN-RESC-IRRF(WS-IDX)  TO WS-INF-IRRF
           WRITE REG-INFORME FROM WS-INF-DETALHE

           ADD WS-FUN-RESC-SALDO(WS-IDX) TO WS-FUN-RENDIMENTO
           ADD WS-FUN-RESC-INSS(WS-IDX)  TO WS-FUN-INSS
           ADD WS-FUN-RESC-IRRF(WS-IDX)  TO WS-FUN-IRRF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-QUADROS.
      *----------------------------------------------------------------*
           MOVE '1. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO'
               TO WS-INF-QUADRO-TEXTO
           WRITE REG-INFORME FROM WS-INF-QUADRO
           MOVE 'TOTAL DOS RENDIMENTOS ..................'
               TO WS-INF-ROTULO
           MOVE WS-FUN-RENDIMENTO TO WS-INF-VALOR-EXB
           WRITE REG-INFORME FROM WS-INF-VALOR
           MOVE 'CONTRIBUICAO PREVIDENCIARIA OFICIAL ....'
               TO WS-INF-ROTULO
           MOVE WS-FUN-INSS TO WS-INF-VALOR-EXB
           WRITE REG-INFORME FROM WS-INF-VALOR
           MOVE 'PENSAO ALIMENTICIA .....................'
               TO WS-INF-ROTULO
           MOVE WS-FUN-PENSAO TO WS-INF-VALOR-EXB
           WRITE REG-INFORME FROM WS-INF-VALOR
           MOVE 'IMPOSTO SOBRE A RENDA RETIDO NA FONTE ..'
               TO WS-INF-ROTULO
           MOVE WS-FUN-IRRF TO WS-INF-VALOR-EXB
           WRITE REG-INFORME FROM WS-INF-VALOR

           MOVE '2. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
               TO WS-INF-QUADRO-TEXTO
           WRITE REG-INFORME FROM WS-INF-QUADRO
           MOVE 'FERIAS INDENIZADAS E 1/3 NA RESCISAO ...'
               TO WS-INF-ROTULO
           MOVE WS-FUN-RESC-FERIAS(WS-IDX) TO WS-INF-VALOR-EXB
           WRITE REG-INFORME FROM WS-INF-VALOR

           MOVE '3. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
               TO WS-INF-QUADRO-TEXTO
           WRITE REG-INFORME FROM WS-INF-QUADRO
           MOVE '13O SALARIO ............................'
               TO WS-INF-ROTULO
           MOVE WS-FUN-DECIMO(WS-IDX) TO WS-INF-VALOR-EXB
           WRITE REG-INFORME FROM WS-INF-VALOR

           MOVE '4. DEPENDENTES' TO WS-INF-QUADRO-TEXTO
           WRITE REG-INFORME FROM WS-INF-QUADRO
           MOVE WS-FUN-DEP(WS-IDX)  TO WS-INF-QTD-DEP
           MOVE WS-VALOR-DEPENDENTE TO WS-INF-VLR-DEP
           WRITE REG-INFORME FROM WS-INF-DEPENDENTES

           WRITE REG-INFORME FROM WS-LINHABRANCO
           WRITE REG-INFORME FROM WS-INF-EMISSAO
           WRITE REG-INFORME FROM WS-INF-ASSINATURA
           WRITE REG-INFORME FROM WS-LINHABRANCO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-PAGINA-TOTAIS.
      *----------------------------------------------------------------*
           MOVE WS-ANO-CALENDARIO TO WS-TOT-ANO
           WRITE REG-TOTAIS FROM WS-TOT-TITULO
           WRITE REG-TOTAIS FROM WS-LINHA-DATAS
           WRITE REG-TOTAIS FROM WS-PONTILHADO
           WRITE REG-TOTAIS FROM WS-TOT-CAB
           WRITE REG-TOTAIS FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > 12
               PERFORM 3100-LINHA-COMPETENCIA
           END-PERFORM

           WRITE REG-TOTAIS FROM WS-PONTILHADO

           MOVE 'COMPETENCIAS FECHADAS' TO WS-TOT-ROTULO
           MOVE WS-TOT-FECH-BRUTO TO WS-TOT-LIN-BRUTO
           MOVE WS-TOT-FECH-INSS  TO WS-TOT-LIN-INSS
           MOVE WS-TOT-FECH-IRRF  TO WS-TOT-LIN-IRRF
           WRITE REG-TOTAIS FROM WS-TOT-LINHA

           MOVE 'INFORMES - FOLHA MENSAL' TO WS-TOT-ROTULO
           MOVE WS-TOT-FOLHA-BRUTO TO WS-TOT-LIN-BRUTO
           MOVE WS-TOT-FOLHA-INSS  TO WS-TOT-LIN-INSS
           MOVE WS-TOT-FOLHA-IRRF  TO WS-TOT-LIN-IRRF
           WRITE REG-TOTAIS FROM WS-TOT-LINHA

           COMPUTE WS-DIFERENCA =
               WS-TOT-FOLHA-BRUTO - WS-TOT-FECH-BRUTO
           MOVE 'DIFERENCA (RENDIMENTO)' TO WS-TOT-DIF-ROTULO
           MOVE WS-DIFERENCA TO WS-TOT-DIF-BRUTO
           WRITE REG-TOTAIS FROM WS-TOT-LINHA-DIF

           MOVE 'FECHADAS - DISSIDIO RETRO' TO WS-TOT-ROTULO
           MOVE WS-TOT-FECH-DISS-BRUTO TO WS-TOT-LIN-BRUTO
           MOVE WS-TOT-FECH-DISS-INSS  TO WS-TOT-LIN-INSS
           MOVE WS-TOT-FECH-DISS-IRRF  TO WS-TOT-LIN-IRRF
           WRITE REG-TOTAIS FROM WS-TOT-LINHA

           MOVE 'INFORMES - DISSIDIO RETRO' TO WS-TOT-ROTULO
           MOVE WS-TOT-DISS-BRUTO TO WS-TOT-LIN-BRUTO
           MOVE WS-TOT-DISS-INSS  TO WS-TOT-LIN-INSS
           MOVE WS-TOT-DISS-IRRF  TO WS-TOT-LIN-IRRF
           WRITE REG-TOTAIS FROM WS-TOT-LINHA

           COMPUTE WS-DIFERENCA-DISS =
               WS-TOT-DISS-BRUTO - WS-TOT-FECH-DISS-BRUTO
           MOVE 'DIFERENCA (DISSIDIO)' TO WS-TOT-DIF-ROTULO
           MOVE WS-DIFERENCA-DISS TO WS-TOT-DIF-BRUTO
           WRITE REG-TOTAIS FROM WS-TOT-LINHA-DIF

           MOVE 'FECHADAS - PENSAO ALIM.' TO WS-TOT-VAL-ROTULO
           MOVE WS-TOT-FECH-PENSAO TO WS-TOT-VAL-BRUTO
           WRITE REG-TOTAIS FROM WS-TOT-LINHA-VALOR

           MOVE 'INFORMES - PENSAO ALIM.' TO WS-TOT-VAL-ROTULO
           MOVE WS-TOT-PENSAO TO WS-TOT-VAL-BRUTO
           WRITE REG-TOTAIS FROM WS-TOT-LINHA-VALOR

           COMPUTE WS-DIFERENCA-PENSAO =
               WS-TOT-PENSAO - WS-TOT-FECH-PENSAO
           MOVE 'DIFERENCA (PENSAO)' TO WS-TOT-DIF-ROTULO
           MOVE WS-DIFERENCA-PENSAO TO WS-TOT-DIF-BRUTO
           WRITE REG-TOTAIS FROM WS-TOT-LINHA-DIF

           MOVE 'INFORMES - RESCISOES' TO WS-TOT-ROTULO
           MOVE WS-TOT-RESC-SALDO TO WS-TOT-LIN-BRUTO
           MOVE WS-TOT-RESC-INSS  TO WS-TOT-LIN-INSS
           MOVE WS-TOT-RESC-IRRF  TO WS-TOT-LIN-IRRF
           WRITE REG-TOTAIS FROM WS-TOT-LINHA

           MOVE 'TOTAL DOS INFORMES' TO WS-TOT-ROTULO
           MOVE WS-TOT-RENDIMENTO TO WS-TOT-LIN-BRUTO
           MOVE WS-TOT-INSS       TO WS-TOT-LIN-INSS
           MOVE WS-TOT-IRRF       TO WS-TOT-LIN-IRRF
           WRITE REG-TOTAIS FROM WS-TOT-LINHA

           WRITE REG-TOTAIS FROM WS-PONTILHADO

           MOVE '13O SALARIO (TRIBUTACAO EXCLUSIVA) .....'
               TO WS-TOT-VLR-ROTULO
           MOVE WS-TOT-DECIMO TO WS-TOT-VLR-EXB
           WRITE REG-TOTAIS FROM WS-TOT-VALOR

           MOVE 'FERIAS INDENIZADAS (ISENTOS) ...........'
               TO WS-TOT-VLR-ROTULO
           MOVE WS-TOT-ISENTO TO WS-TOT-VLR-EXB
           WRITE REG-TOTAIS FROM WS-TOT-VALOR

           MOVE 'INFORMES EMITIDOS ......................'
               TO WS-TOT-CNT-ROTULO
           MOVE WS-CONT-INFORME TO WS-TOT-CNT-EXB
           WRITE REG-TOTAIS FROM WS-TOT-CONTADOR

           MOVE 'INFORMES SEM FOLHA NO HISTORICO ........'
               TO WS-TOT-CNT-ROTULO
           MOVE WS-CONT-SEM-HIST TO WS-TOT-CNT-EXB
           WRITE REG-TOTAIS FROM WS-TOT-CONTADOR

           MOVE 'COMPETENCIAS FECHADAS NO ANO ...........'
               TO WS-TOT-CNT-ROTULO
           MOVE WS-QTD-FECHADA TO WS-TOT-CNT-EXB
           WRITE REG-TOTAIS FROM WS-TOT-CONTADOR

           IF WS-QTD-FECHADA < 12 OR WS-DIFERENCA NOT = ZEROS
              OR WS-DIFERENCA-DISS NOT = ZEROS
              OR WS-DIFERENCA-PENSAO NOT = ZEROS
               MOVE 'ATENCAO: ANO NAO CONCILIADO COM AS COMPETENCIAS'
                   TO WS-TOT-AVISO
           ELSE
               MOVE 'ANO CONCILIADO COM AS 12 COMPETENCIAS FECHADAS'
                   TO WS-TOT-AVISO
           END-IF
           WRITE REG-TOTAIS FROM WS-TOT-AVISO
           DISPLAY WS-TOT-AVISO
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LINHA-COMPETENCIA.
      *----------------------------------------------------------------*
           MOVE WS-IDX-MES        TO WS-TOT-MES
           MOVE WS-ANO-CALENDARIO TO WS-TOT-MES-ANO
           MOVE WS-CMP-QTD(WS-IDX-MES)   TO WS-TOT-QTD
           MOVE WS-CMP-BRUTO(WS-IDX-MES) TO WS-TOT-CMP-BRUTO
           MOVE WS-CMP-INSS(WS-IDX-MES)  TO WS-TOT-CMP-INSS
           MOVE WS-CMP-IRRF(WS-IDX-MES)  TO WS-TOT-CMP-IRRF

           EVALUATE TRUE
               WHEN WS-CMP-STATUS(WS-IDX-MES) = 'F'
                    AND WS-CMP-VERSAO(WS-IDX-MES) > ZEROS
                   MOVE 'FECHADA' TO WS-TOT-SITUACAO
                   ADD 1 TO WS-QTD-FECHADA
                   ADD WS-CMP-BRUTO(WS-IDX-MES) TO WS-TOT-FECH-BRUTO
                   ADD WS-CMP-INSS(WS-IDX-MES)  TO WS-TOT-FECH-INSS
                   ADD WS-CMP-IRRF(WS-IDX-MES)  TO WS-TOT-FECH-IRRF
                   ADD WS-CMP-DISS-BRUTO(WS-IDX-MES)
                       TO WS-TOT-FECH-DISS-BRUTO
                   ADD WS-CMP-DISS-INSS(WS-IDX-MES)
                       TO WS-TOT-FECH-DISS-INSS
                   ADD WS-CMP-DISS-IRRF(WS-IDX-MES)
                       TO WS-TOT-FECH-DISS-IRRF
                   ADD WS-CMP-PENSAO(WS-IDX-MES)
                       TO WS-TOT-FECH-PENSAO
               WHEN WS-CMP-STATUS(WS-IDX-MES) = 'F'
                   MOVE 'SEM HISTOR.' TO WS-TOT-SITUACAO
               WHEN WS-CMP-STATUS(WS-IDX-MES) = 'A'
                   MOVE 'REABERTA' TO WS-TOT-SITUACAO
               WHEN OTHER
                   MOVE 'NAO FECHADA' TO WS-TOT-SITUACAO
           END-EVALUATE

           WRITE REG-TOTAIS FROM WS-TOT-DETALHE

           IF WS-CMP-DISS-BRUTO(WS-IDX-MES) > ZEROS
               MOVE '  DISSIDIO RETROATIVO' TO WS-TOT-ROTULO
               MOVE WS-CMP-DISS-BRUTO(WS-IDX-MES) TO WS-TOT-LIN-BRUTO
               MOVE WS-CMP-DISS-INSS(WS-IDX-MES)  TO WS-TOT-LIN-INSS
               MOVE WS-CMP-DISS-IRRF(WS-IDX-MES)  TO WS-TOT-LIN-IRRF
               WRITE REG-TOTAIS FROM WS-TOT-LINHA
           END-IF

           IF WS-CMP-PENSAO(WS-IDX-MES) > ZEROS
               MOVE '  PENSAO ALIMENTICIA' TO WS-TOT-VAL-ROTULO
               MOVE WS-CMP-PENSAO(WS-IDX-MES) TO WS-TOT-VAL-BRUTO
               WRITE REG-TOTAIS FROM WS-TOT-LINHA-VALOR
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM INFREND.
