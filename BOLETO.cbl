      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Bank collection (boleto registrado) for the school
      *          tuition of MENSALID.TXT, the receivables side of the
      *          payroll REMESSA/RETORNO pair. Mode R sends the month's
      *          open charges to the bank on BOLREM.TXT in the same
      *          H/L/T envelope as the payroll credit file - one slip
      *          per charge, payer taken from the guardian master
      *          RESPONS.TXT, with the due day, late-fee and interest
      *          rates of MENSPARM.TXT so the bank charges what the
      *          window would - and records each slip on the ledger
      *          BOLETOS.TXT so it is never registered twice. Mode T
      *          reads the bank's return BOLRET.TXT: once the trailer
      *          agrees with the details, every liquidated slip that
      *          covers the face value plus the late charges (rule
      *          shared with MENSAL) settles its charge on MENSALID.TXT
      *          with the paid date, fee and interest. Unknown slips,
      *          partial or duplicate payments and bank rejections go
      *          to the exception list BOLEXC.TXT, and BOLRESUMO.TXT
      *          gives the treasurer the day's collection by payment
      *          date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. BOLETO.
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

       SELECT ARQMENSAL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-MENSAL.

       SELECT ARQPARM ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PARM.

       SELECT ARQRESP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-RESP.

       SELECT ARQBOLETOS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-BOLETOS.

       SELECT ARQREM ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRET ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-RET.

       SELECT ARQDATAP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DATAP.

       SELECT ARQREL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQEXC ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRESUMO ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.
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

       FD  ARQRESP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESPONS.TXT".
       01  REG-RESPONSAVEL.
           03 RSP-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01).
           03 RSP-NOME                 PIC X(30).
           03 FILLER                   PIC X(01).
           03 RSP-CPF                  PIC 9(11).
           03 FILLER                   PIC X(95).

      *    Cadastro dos boletos registrados no banco. Status: R
      *    registrado, L liquidado (pago no banco), J rejeitado pelo
      *    banco - so o rejeitado volta a seguir numa remessa.
       FD  ARQBOLETOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLETOS.TXT".
       01  REG-BOLETO.
           03 BLT-NOSSO-NUMERO         PIC 9(09).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 BLT-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 BLT-COMPETENCIA          PIC 9(06).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 BLT-VENCIMENTO           PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 BLT-VALOR                PIC 9(06)V99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 BLT-DATA-REMESSA         PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 BLT-STATUS               PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 BLT-DATA-PGTO            PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 BLT-VALOR-PAGO           PIC 9(07)V99.

       FD  ARQREM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLREM.TXT".
       01  REG-REMESSA.
           03 REM-TIPO            PIC X(01).
              88 REM-CABECALHO        VALUE 'H'.
              88 REM-DETALHE          VALUE 'L'.
              88 REM-TRAILER          VALUE 'T'.
           03 REM-DADOS           PIC X(99).
       01  REG-REM-CAB REDEFINES REG-REMESSA.
           03 FILLER              PIC X(01).
           03 REMC-DATA           PIC 9(08).
           03 REMC-ORIGEM         PIC X(08).
           03 FILLER              PIC X(83).
       01  REG-REM-DET REDEFINES REG-REMESSA.
           03 FILLER              PIC X(01).
           03 REMD-NOSSO-NUMERO   PIC 9(09).
           03 REMD-MATRICULA      PIC 9(03).
           03 REMD-COMPETENCIA    PIC 9(06).
           03 REMD-VENCIMENTO     PIC 9(08).
           03 REMD-VALOR          PIC 9(09)V99.
           03 REMD-PCT-MULTA      PIC 9(02)V99.
           03 REMD-PCT-JUROS-MES  PIC 9(02)V99.
           03 REMD-CPF-PAGADOR    PIC 9(11).
           03 REMD-NOME-PAGADOR   PIC X(30).
           03 FILLER              PIC X(13).
       01  REG-REM-TRL REDEFINES REG-REMESSA.
           03 FILLER              PIC X(01).
           03 REMT-QTD            PIC 9(05).
           03 REMT-HASH-TOTAL     PIC 9(11)V99.
           03 FILLER              PIC X(81).

      *    Retorno do banco, no mesmo envelope H/L/T. Ocorrencias:
      *    02 entrada confirmada, 03 entrada rejeitada, 06 liquidacao.
       FD  ARQRET
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLRET.TXT".
       01  REG-RETORNO.
           03 RET-TIPO            PIC X(01).
              88 RET-CABECALHO        VALUE 'H'.
              88 RET-DETALHE          VALUE 'L'.
              88 RET-TRAILER          VALUE 'T'.
           03 RET-DADOS           PIC X(99).
       01  REG-RET-DET REDEFINES REG-RETORNO.
           03 FILLER              PIC X(01).
           03 RETD-NOSSO-NUMERO   PIC 9(09).
           03 RETD-OCORRENCIA     PIC X(02).
           03 RETD-DATA-PGTO      PIC 9(08).
           03 RETD-VALOR-PAGO     PIC 9(09)V99.
           03 RETD-MOTIVO         PIC X(20).
           03 FILLER              PIC X(49).
       01  REG-RET-TRL REDEFINES REG-RETORNO.
           03 FILLER              PIC X(01).
           03 RETT-QTD            PIC 9(05).
           03 RETT-TOTAL-PAGO     PIC 9(11)V99.
           03 FILLER              PIC X(81).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA               PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLREMSUM.TXT".
       01  REG-RELATORIO               PIC X(80).

       FD  ARQEXC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLEXC.TXT".
       01  REG-EXCECAO                 PIC X(80).

       FD  ARQRESUMO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLRESUMO.TXT".
       01  REG-RESUMO                  PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BLTRUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-STATUS-MENSAL            PIC X(02) VALUE SPACES.
           88 MENSAL-OK                    VALUE '00'.
       77  WS-STATUS-PARM              PIC X(02) VALUE SPACES.
           88 PARM-OK                      VALUE '00'.
       77  WS-STATUS-RESP              PIC X(02) VALUE SPACES.
           88 RESP-OK                      VALUE '00'.
       77  WS-STATUS-BOLETOS           PIC X(02) VALUE SPACES.
           88 BOLETOS-OK                   VALUE '00'.
       77  WS-STATUS-RET               PIC X(02) VALUE SPACES.
           88 RET-OK                       VALUE '00'.
       77  WS-MENSAL-EOF               PIC X(01) VALUE ' '.
       77  WS-RESP-EOF                 PIC X(01) VALUE ' '.
       77  WS-BOLETOS-EOF              PIC X(01) VALUE ' '.
       77  WS-RET-EOF                  PIC X(01) VALUE ' '.
       77  WS-MODO-EXECUCAO            PIC X(01) VALUE 'R'.
       77  WS-ANOMES-NEGOCIO           PIC 9(06) VALUE ZEROS.
       77  WS-COMPETENCIA-REF          PIC 9(06) VALUE ZEROS.
       77  WS-QTD-MENSAL               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-RESP                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-BOLETO               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-RET                  PIC 9(04) VALUE ZEROS.
       77  WS-QTD-DIA                  PIC 9(02) VALUE ZEROS.
       77  WS-IDX                      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-RSP                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX-BLT                  PIC 9(04) VALUE ZEROS.
       77  WS-IDX-RET                  PIC 9(04) VALUE ZEROS.
       77  WS-IDX-DIA                  PIC 9(02) VALUE ZEROS.
       77  WS-IDX2-DIA                 PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU-RSP                PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU-BLT                PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU-MEN                PIC 9(04) VALUE ZEROS.
       77  WS-TRAILER-LIDO             PIC X(01) VALUE 'N'.
       77  WS-SOMA-PAGO-RET            PIC 9(11)V99 VALUE ZEROS.
       77  WS-HASH-TOTAL               PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-DEVIDO             PIC 9(07)V99 VALUE ZEROS.
       77  WS-EXC-MOTIVO-W             PIC X(30) VALUE SPACES.
       77  WS-EXC-VALOR-PAGO-W         PIC 9(09)V99 VALUE ZEROS.
       77  WS-CONT-ENVIADO             PIC 9(04) VALUE ZEROS.
       77  WS-CONT-JA-REGISTRADO       PIC 9(04) VALUE ZEROS.
       77  WS-CONT-BAIXADO             PIC 9(04) VALUE ZEROS.
       77  WS-CONT-CONFIRMADO          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-REJEITADO           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-EXCECAO             PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

           COPY ENCATRASO.

      *    Nosso numero: matricula + competencia, unico por cobranca.
       01  WS-NOSSO-NUMERO-G.
           03 WS-NN-MATRICULA          PIC 9(03).
           03 WS-NN-COMPETENCIA        PIC 9(06).
       01  WS-NOSSO-NUMERO REDEFINES WS-NOSSO-NUMERO-G PIC 9(09).

           COPY DATAPROC.
           COPY RUNSUMARIO.

       01  WS-TAB-MENSAL.
           03 WS-MEN-ITEM OCCURS 999 TIMES.
              05 WS-MEN-MATRICULA      PIC 9(03).
              05 WS-MEN-COMPETENCIA    PIC 9(06).
              05 WS-MEN-VALOR          PIC 9(06)V99.
              05 WS-MEN-STATUS         PIC X(01).
              05 WS-MEN-DATA-PGTO      PIC 9(08).
              05 WS-MEN-MULTA          PIC 9(04)V99.
              05 WS-MEN-JUROS          PIC 9(04)V99.
              05 WS-MEN-ACORDO         PIC 9(04).

       01  WS-TAB-RESP.
           03 WS-RSP-ITEM OCCURS 999 TIMES.
              05 WS-RSP-MATRICULA      PIC 9(03).
              05 WS-RSP-NOME           PIC X(30).
              05 WS-RSP-CPF            PIC 9(11).

       01  WS-TAB-BOLETO.
           03 WS-BLT-ITEM OCCURS 999 TIMES.
              05 WS-BLT-NOSSO-NUMERO   PIC 9(09).
              05 WS-BLT-MATRICULA      PIC 9(03).
              05 WS-BLT-COMPETENCIA    PIC 9(06).
              05 WS-BLT-VENCIMENTO     PIC 9(08).
              05 WS-BLT-VALOR          PIC 9(06)V99.
              05 WS-BLT-DATA-REMESSA   PIC 9(08).
              05 WS-BLT-STATUS         PIC X(01).
              05 WS-BLT-DATA-PGTO      PIC 9(08).
              05 WS-BLT-VALOR-PAGO     PIC 9(07)V99.

       01  WS-TAB-RETORNO.
           03 WS-RET-ITEM OCCURS 999 TIMES.
              05 WS-RET-NOSSO-NUMERO   PIC 9(09).
              05 WS-RET-OCORRENCIA     PIC X(02).
              05 WS-RET-DATA-PGTO      PIC 9(08).
              05 WS-RET-VALOR-PAGO     PIC 9(09)V99.
              05 WS-RET-MOTIVO         PIC X(20).

      *    Resumo da tesouraria por data de pagamento.
       01  WS-TAB-DIA.
           03 WS-DIA-ITEM OCCURS 31 TIMES.
              05 WS-DIA-DATA           PIC 9(08).
              05 WS-DIA-QTD            PIC 9(04).
              05 WS-DIA-FACE           PIC 9(09)V99.
              05 WS-DIA-ENCARGOS       PIC 9(07)V99.
              05 WS-DIA-TOTAL          PIC 9(09)V99.
              05 WS-DIA-QTD-EXC        PIC 9(03).
              05 WS-DIA-VALOR-EXC      PIC 9(09)V99.

       01  WS-TOTAIS-DIA.
           03 WS-TOT-QTD               PIC 9(04) VALUE ZEROS.
           03 WS-TOT-FACE              PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-ENCARGOS          PIC 9(07)V99 VALUE ZEROS.
           03 WS-TOT-TOTAL             PIC 9(09)V99 VALUE ZEROS.
           03 WS-TOT-QTD-EXC           PIC 9(03) VALUE ZEROS.
           03 WS-TOT-VALOR-EXC         PIC 9(09)V99 VALUE ZEROS.

       01  WS-LINHA1-REM.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(36)
               VALUE 'REMESSA DE BOLETOS - MENSALIDADES'.
           03 FILLER PIC X(22) VALUE SPACES.

       01  WS-CAB-REM.
           03 FILLER PIC X(40)
               VALUE 'NOSSO NUM MAT COMP   VENCTO        VALOR'.
           03 FILLER PIC X(40)
               VALUE ' PAGADOR'.

       01  WS-DETALHE-REM.
           03 WS-REM-NOSSO-NUMERO      PIC 9(09).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-REM-MATRICULA         PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-REM-COMPETENCIA       PIC 9(06).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-REM-VENCIMENTO        PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-REM-VALOR             PIC ZZZ.ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-REM-PAGADOR           PIC X(30).

       01  WS-RODAPE-REM1.
           03 FILLER            PIC X(26)
               VALUE 'BOLETOS NA REMESSA:      '.
           03 WS-TOT-REM-QTD    PIC ZZZ9.

       01  WS-RODAPE-REM2.
           03 FILLER            PIC X(26)
               VALUE 'HASH TOTAL R$:           '.
           03 WS-TOT-REM-HASH   PIC ZZZZZZZZZ9,99.

       01  WS-RODAPE-REM3.
           03 FILLER            PIC X(26)
               VALUE 'JA REGISTRADOS (SALTADOS):'.
           03 WS-TOT-REM-JA     PIC ZZZ9.

       01  WS-RODAPE-REM4.
           03 FILLER            PIC X(26)
               VALUE 'EXCECOES (VER BOLEXC):   '.
           03 WS-TOT-REM-EXC    PIC ZZZ9.

       01  WS-LINHA1-EXC.
           03 FILLER PIC X(22) VALUE 'EXCECOES DA COBRANCA -'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 WS-EXC-TITULO     PIC X(20) VALUE SPACES.

       01  WS-CAB-EXC.
           03 FILLER PIC X(40)
               VALUE 'NOSSO NUM MAT COMP   OC    DEVIDO      P'.
           03 FILLER PIC X(40)
               VALUE 'AGO MOTIVO'.

       01  WS-DETALHE-EXC.
           03 WS-EXC-NOSSO-NUMERO      PIC 9(09).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXC-MATRICULA         PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXC-COMPETENCIA       PIC 9(06).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXC-OCORRENCIA        PIC X(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXC-DEVIDO            PIC ZZZZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXC-PAGO              PIC ZZZZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXC-MOTIVO            PIC X(30).

       01  WS-DETALHE-EXC2.
           03 FILLER                   PIC X(22) VALUE SPACES.
           03 FILLER                   PIC X(17)
               VALUE 'MOTIVO DO BANCO: '.
           03 WS-EXC-MOTIVO-BANCO      PIC X(20).

       01  WS-RODAPE-EXC.
           03 FILLER            PIC X(26)
               VALUE 'TOTAL DE EXCECOES:       '.
           03 WS-TOT-EXC        PIC ZZZ9.

       01  WS-LINHA1-RES.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'RESUMO DIARIO DA COBRANCA BANCARIA'.
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-CAB-RES.
           03 FILLER PIC X(40)
               VALUE 'DATA PGTO   QTD   VALOR FACE   ENCARGOS '.
           03 FILLER PIC X(40)
               VALUE '  TOTAL BAIXADO EXC  VALOR EXCEC'.

       01  WS-DETALHE-RES.
           03 WS-RES-ROTULO            PIC X(10).
           03 WS-RES-QTD               PIC ZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-RES-FACE              PIC Z.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-RES-ENCARGOS          PIC ZZZ.ZZ9,99.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 WS-RES-TOTAL             PIC Z.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-RES-QTD-EXC           PIC ZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-RES-VALOR-EXC         PIC Z.ZZZ.ZZ9,99.

       01  WS-RODAPE-RES1.
           03 FILLER            PIC X(32)
               VALUE 'REGISTROS CONFIRMADOS PELO BANCO'.
           03 FILLER            PIC X(02) VALUE ': '.
           03 WS-TOT-CONFIRMADO PIC ZZZ9.

       01  WS-RODAPE-RES2.
           03 FILLER            PIC X(32)
               VALUE 'REGISTROS REJEITADOS PELO BANCO '.
           03 FILLER            PIC X(02) VALUE ': '.
           03 WS-TOT-REJEITADO  PIC ZZZ9.

       01  WS-RODAPE-RES3.
           03 FILLER            PIC X(32)
               VALUE 'EXCECOES (VER BOLEXC.TXT)       '.
           03 FILLER            PIC X(02) VALUE ': '.
           03 WS-TOT-RES-EXC    PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-ANOMES-NEGOCIO

               DISPLAY 'MODO (R)EMESSA OU (T)RATA RETORNO: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               PERFORM 0100-CARREGA-MENSALIDADES
               PERFORM 0200-LE-PARAMETROS
               PERFORM 0400-CARREGA-BOLETOS

               IF FIM-NORMAL
                   EVALUATE WS-MODO-EXECUCAO
                       WHEN 'T'
                           PERFORM 3000-TRATA-RETORNO
                       WHEN OTHER
                           PERFORM 0300-CARREGA-RESPONSAVEIS
                           PERFORM 2000-GERA-REMESSA
                   END-EVALUATE
               END-IF

               MOVE 'BOLETO'        TO WS-RUN-PROGRAMA
               COMPUTE WS-RUN-PROCESSADOS = WS-CONT-ENVIADO +
                   WS-CONT-BAIXADO
               MOVE WS-CONT-EXCECAO TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-MENSALIDADES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQMENSAL
           IF MENSAL-OK
               PERFORM UNTIL WS-MENSAL-EOF = 'S'
                   READ ARQMENSAL
                       AT END
                           MOVE 'S' TO WS-MENSAL-EOF
                       NOT AT END
                           IF WS-QTD-MENSAL < 999
                               ADD 1 TO WS-QTD-MENSAL
                               MOVE MEN-MATRICULA TO
                                   WS-MEN-MATRICULA(WS-QTD-MENSAL)
                               MOVE MEN-COMPETENCIA TO
                                   WS-MEN-COMPETENCIA(WS-QTD-MENSAL)
                               MOVE MEN-VALOR TO
                                   WS-MEN-VALOR(WS-QTD-MENSAL)
                               MOVE MEN-STATUS TO
                                   WS-MEN-STATUS(WS-QTD-MENSAL)
                               MOVE MEN-DATA-PGTO TO
                                   WS-MEN-DATA-PGTO(WS-QTD-MENSAL)
                               PERFORM 0150-CAMPOS-ENCARGOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMENSAL
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR MENSALID.TXT' TO WS-RUN-MOTIVO
               MOVE 'BOL001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQMENSAL - STATUS: '
                       WS-STATUS-MENSAL
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
      *    Mesmo vencimento e encargos da baixa em balcao (MENSAL).
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
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
               END-READ
               CLOSE ARQPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-RESPONSAVEIS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQRESP
           IF RESP-OK
               PERFORM UNTIL WS-RESP-EOF = 'S'
                   READ ARQRESP
                       AT END
                           MOVE 'S' TO WS-RESP-EOF
                       NOT AT END
                           IF WS-QTD-RESP < 999
                               ADD 1 TO WS-QTD-RESP
                               MOVE RSP-MATRICULA TO
                                   WS-RSP-MATRICULA(WS-QTD-RESP)
                               MOVE RSP-NOME TO
                                   WS-RSP-NOME(WS-QTD-RESP)
                               MOVE RSP-CPF TO
                                   WS-RSP-CPF(WS-QTD-RESP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRESP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-BOLETOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQBOLETOS
           IF BOLETOS-OK
               PERFORM UNTIL WS-BOLETOS-EOF = 'S'
                   READ ARQBOLETOS
                       AT END
                           MOVE 'S' TO WS-BOLETOS-EOF
                       NOT AT END
                           IF WS-QTD-BOLETO < 999
                               ADD 1 TO WS-QTD-BOLETO
                               MOVE BLT-NOSSO-NUMERO TO
                                   WS-BLT-NOSSO-NUMERO(WS-QTD-BOLETO)
                               MOVE BLT-MATRICULA TO
                                   WS-BLT-MATRICULA(WS-QTD-BOLETO)
                               MOVE BLT-COMPETENCIA TO
                                   WS-BLT-COMPETENCIA(WS-QTD-BOLETO)
                               MOVE BLT-VENCIMENTO TO
                                   WS-BLT-VENCIMENTO(WS-QTD-BOLETO)
                               MOVE BLT-VALOR TO
                                   WS-BLT-VALOR(WS-QTD-BOLETO)
                               MOVE BLT-DATA-REMESSA TO
                                   WS-BLT-DATA-REMESSA(WS-QTD-BOLETO)
                               MOVE BLT-STATUS TO
                                   WS-BLT-STATUS(WS-QTD-BOLETO)
                               MOVE BLT-DATA-PGTO TO
                                   WS-BLT-DATA-PGTO(WS-QTD-BOLETO)
                               MOVE BLT-VALOR-PAGO TO
                                   WS-BLT-VALOR-PAGO(WS-QTD-BOLETO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQBOLETOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-BUSCA-BOLETO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-ACHOU-BLT
           PERFORM VARYING WS-IDX-BLT FROM 1 BY 1
                   UNTIL WS-IDX-BLT > WS-QTD-BOLETO
               IF WS-BLT-NOSSO-NUMERO(WS-IDX-BLT) = WS-NOSSO-NUMERO
                   MOVE WS-IDX-BLT TO WS-ACHOU-BLT
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-GERA-REMESSA.
      *----------------------------------------------------------------*
           MOVE WS-ANOMES-NEGOCIO TO WS-COMPETENCIA-REF
           DISPLAY 'COMPETENCIA (AAAAMM, ZEROS = ATUAL): '
           ACCEPT WS-COMPETENCIA-REF FROM DADO-INPUT
           IF WS-COMPETENCIA-REF = ZEROS
               MOVE WS-ANOMES-NEGOCIO TO WS-COMPETENCIA-REF
           END-IF

           OPEN OUTPUT ARQREM
           OPEN OUTPUT ARQREL
           OPEN OUTPUT ARQEXC

           MOVE 'REMESSA'    TO WS-EXC-TITULO
           WRITE REG-EXCECAO FROM WS-LINHA1-EXC
           WRITE REG-EXCECAO FROM WS-CAB-EXC
           WRITE REG-EXCECAO FROM WS-PONTILHADO

           DISPLAY WS-LINHA1-REM
           WRITE REG-RELATORIO FROM WS-LINHA1-REM
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS
           WRITE REG-RELATORIO FROM WS-CAB-REM
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE SPACES TO REG-REMESSA
           SET REM-CABECALHO TO TRUE
           MOVE WS-DATA-NEGOCIO TO REMC-DATA
           MOVE 'MENSAL  '      TO REMC-ORIGEM
           WRITE REG-REMESSA
           MOVE SPACES TO REG-REMESSA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MENSAL
               IF WS-MEN-COMPETENCIA(WS-IDX) = WS-COMPETENCIA-REF
                  AND WS-MEN-STATUS(WS-IDX) = 'A'
                   PERFORM 2100-GERA-UM-BOLETO
               END-IF
           END-PERFORM

           SET REM-TRAILER TO TRUE
           MOVE WS-CONT-ENVIADO TO REMT-QTD
           MOVE WS-HASH-TOTAL   TO REMT-HASH-TOTAL
           WRITE REG-REMESSA
           MOVE SPACES TO REG-REMESSA

           MOVE WS-CONT-ENVIADO       TO WS-TOT-REM-QTD
           MOVE WS-HASH-TOTAL         TO WS-TOT-REM-HASH
           MOVE WS-CONT-JA-REGISTRADO TO WS-TOT-REM-JA
           MOVE WS-CONT-EXCECAO       TO WS-TOT-REM-EXC
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE-REM1
           WRITE REG-RELATORIO FROM WS-RODAPE-REM1
           DISPLAY WS-RODAPE-REM2
           WRITE REG-RELATORIO FROM WS-RODAPE-REM2
           DISPLAY WS-RODAPE-REM3
           WRITE REG-RELATORIO FROM WS-RODAPE-REM3
           DISPLAY WS-RODAPE-REM4
           WRITE REG-RELATORIO FROM WS-RODAPE-REM4

           MOVE WS-CONT-EXCECAO TO WS-TOT-EXC
           WRITE REG-EXCECAO FROM WS-PONTILHADO
           WRITE REG-EXCECAO FROM WS-RODAPE-EXC

           CLOSE ARQREM
           CLOSE ARQREL
           CLOSE ARQEXC

           PERFORM 8200-REGRAVA-BOLETOS
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-GERA-UM-BOLETO.
      *----------------------------------------------------------------*
      *    Boleto ja registrado (ou ja pago no banco) nao vai de novo;
      *    o rejeitado pelo banco segue outra vez com o mesmo numero.
           MOVE WS-MEN-MATRICULA(WS-IDX)   TO WS-NN-MATRICULA
           MOVE WS-MEN-COMPETENCIA(WS-IDX) TO WS-NN-COMPETENCIA
           PERFORM 0500-BUSCA-BOLETO

           MOVE ZEROS TO WS-ACHOU-RSP
           PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                   UNTIL WS-IDX-RSP > WS-QTD-RESP
               IF WS-RSP-MATRICULA(WS-IDX-RSP) =
                  WS-MEN-MATRICULA(WS-IDX)
                   MOVE WS-IDX-RSP TO WS-ACHOU-RSP
               END-IF
           END-PERFORM

           COMPUTE WS-VENCIMENTO =
               WS-MEN-COMPETENCIA(WS-IDX) * 100 + WS-DIA-VENCIMENTO

           EVALUATE TRUE
               WHEN WS-ACHOU-BLT > ZEROS
                AND WS-BLT-STATUS(WS-ACHOU-BLT) NOT = 'J'
                   ADD 1 TO WS-CONT-JA-REGISTRADO
               WHEN WS-ACHOU-RSP = ZEROS
                   MOVE 'SEM RESPONSAVEL FINANCEIRO'
                       TO WS-EXC-MOTIVO-W
                   PERFORM 2200-EXCECAO-REMESSA
               WHEN WS-RSP-CPF(WS-ACHOU-RSP) = ZEROS
                   MOVE 'RESPONSAVEL SEM CPF'
                       TO WS-EXC-MOTIVO-W
                   PERFORM 2200-EXCECAO-REMESSA
               WHEN WS-ACHOU-BLT = ZEROS AND WS-QTD-BOLETO >= 999
                   MOVE 'CADASTRO DE BOLETOS CHEIO'
                       TO WS-EXC-MOTIVO-W
                   PERFORM 2200-EXCECAO-REMESSA
               WHEN OTHER
                   PERFORM 2300-GRAVA-BOLETO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-EXCECAO-REMESSA.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-EXCECAO
           MOVE WS-NOSSO-NUMERO            TO WS-EXC-NOSSO-NUMERO
           MOVE WS-MEN-MATRICULA(WS-IDX)   TO WS-EXC-MATRICULA
           MOVE WS-MEN-COMPETENCIA(WS-IDX) TO WS-EXC-COMPETENCIA
           MOVE SPACES                     TO WS-EXC-OCORRENCIA
           MOVE WS-MEN-VALOR(WS-IDX)       TO WS-EXC-DEVIDO
           MOVE ZEROS                      TO WS-EXC-PAGO
           MOVE WS-EXC-MOTIVO-W            TO WS-EXC-MOTIVO
           DISPLAY WS-DETALHE-EXC
           WRITE REG-EXCECAO FROM WS-DETALHE-EXC
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-GRAVA-BOLETO.
      *----------------------------------------------------------------*
           SET REM-DETALHE TO TRUE
           MOVE WS-NOSSO-NUMERO            TO REMD-NOSSO-NUMERO
           MOVE WS-MEN-MATRICULA(WS-IDX)   TO REMD-MATRICULA
           MOVE WS-MEN-COMPETENCIA(WS-IDX) TO REMD-COMPETENCIA
           MOVE WS-VENCIMENTO              TO REMD-VENCIMENTO
           MOVE WS-MEN-VALOR(WS-IDX)       TO REMD-VALOR
           MOVE WS-PCT-MULTA               TO REMD-PCT-MULTA
           MOVE WS-PCT-JUROS-MES           TO REMD-PCT-JUROS-MES
           MOVE WS-RSP-CPF(WS-ACHOU-RSP)   TO REMD-CPF-PAGADOR
           MOVE WS-RSP-NOME(WS-ACHOU-RSP)  TO REMD-NOME-PAGADOR
           WRITE REG-REMESSA
           MOVE SPACES TO REG-REMESSA

           ADD 1 TO WS-CONT-ENVIADO
           ADD WS-MEN-VALOR(WS-IDX) TO WS-HASH-TOTAL

           IF WS-ACHOU-BLT = ZEROS
               ADD 1 TO WS-QTD-BOLETO
               MOVE WS-QTD-BOLETO TO WS-ACHOU-BLT
           END-IF
           MOVE WS-NOSSO-NUMERO  TO WS-BLT-NOSSO-NUMERO(WS-ACHOU-BLT)
           MOVE WS-MEN-MATRICULA(WS-IDX)
               TO WS-BLT-MATRICULA(WS-ACHOU-BLT)
           MOVE WS-MEN-COMPETENCIA(WS-IDX)
               TO WS-BLT-COMPETENCIA(WS-ACHOU-BLT)
           MOVE WS-VENCIMENTO    TO WS-BLT-VENCIMENTO(WS-ACHOU-BLT)
           MOVE WS-MEN-VALOR(WS-IDX) TO WS-BLT-VALOR(WS-ACHOU-BLT)
           MOVE WS-DATA-NEGOCIO  TO WS-BLT-DATA-REMESSA(WS-ACHOU-BLT)
           MOVE 'R'              TO WS-BLT-STATUS(WS-ACHOU-BLT)
           MOVE ZEROS            TO WS-BLT-DATA-PGTO(WS-ACHOU-BLT)
                                    WS-BLT-VALOR-PAGO(WS-ACHOU-BLT)

           MOVE WS-NOSSO-NUMERO            TO WS-REM-NOSSO-NUMERO
           MOVE WS-MEN-MATRICULA(WS-IDX)   TO WS-REM-MATRICULA
           MOVE WS-MEN-COMPETENCIA(WS-IDX) TO WS-REM-COMPETENCIA
           MOVE WS-VENCIMENTO              TO WS-REM-VENCIMENTO
           MOVE WS-MEN-VALOR(WS-IDX)       TO WS-REM-VALOR
           MOVE WS-RSP-NOME(WS-ACHOU-RSP)  TO WS-REM-PAGADOR
           WRITE REG-RELATORIO FROM WS-DETALHE-REM
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-TRATA-RETORNO.
      *----------------------------------------------------------------*
      *    O retorno so e aplicado inteiro: primeiro confere o trailer
      *    com os detalhes; arquivo truncado nao baixa nada.
           PERFORM 3100-CARREGA-RETORNO
           IF FIM-NORMAL
               PERFORM 3200-APLICA-RETORNO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-APLICA-RETORNO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQEXC
           MOVE 'RETORNO'    TO WS-EXC-TITULO
           WRITE REG-EXCECAO FROM WS-LINHA1-EXC
           WRITE REG-EXCECAO FROM WS-CAB-EXC
           WRITE REG-EXCECAO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                   UNTIL WS-IDX-RET > WS-QTD-RET
               PERFORM 3500-APLICA-OCORRENCIA
           END-PERFORM

           MOVE WS-CONT-EXCECAO TO WS-TOT-EXC
           WRITE REG-EXCECAO FROM WS-PONTILHADO
           WRITE REG-EXCECAO FROM WS-RODAPE-EXC
           CLOSE ARQEXC

           PERFORM 5000-RESUMO-TESOURARIA

           IF WS-CONT-BAIXADO > ZEROS
               PERFORM 8000-REGRAVA-MENSALIDADES
           END-IF
           PERFORM 8200-REGRAVA-BOLETOS

           DISPLAY 'BOLETOS BAIXADOS: ' WS-CONT-BAIXADO
                   ' EXCECOES: ' WS-CONT-EXCECAO
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-CARREGA-RETORNO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQRET
           IF NOT RET-OK
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR BOLRET.TXT' TO WS-RUN-MOTIVO
               MOVE 'BOL002' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQRET - STATUS: '
                       WS-STATUS-RET
           ELSE
               PERFORM UNTIL WS-RET-EOF = 'S'
                   READ ARQRET
                       AT END
                           MOVE 'S' TO WS-RET-EOF
                       NOT AT END
                           PERFORM 3120-TRATA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ARQRET
           END-IF

           IF FIM-NORMAL AND WS-TRAILER-LIDO NOT = 'S'
               SET FIM-ANORMAL TO TRUE
               MOVE 'RETORNO SEM TRAILER OU TRAILER DIVERGENTE'
                   TO WS-RUN-MOTIVO
               MOVE 'BOL003' TO WS-RUN-CODIGO
               DISPLAY 'RETORNO RECUSADO - DETALHES: ' WS-QTD-RET
                       ' VALOR: ' WS-SOMA-PAGO-RET
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3120-TRATA-REGISTRO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN RET-DETALHE
                   PERFORM 3150-GUARDA-DETALHE
               WHEN RET-TRAILER
                   MOVE 'S' TO WS-TRAILER-LIDO
                   IF RETT-QTD NOT = WS-QTD-RET
                      OR RETT-TOTAL-PAGO NOT = WS-SOMA-PAGO-RET
                       MOVE 'X' TO WS-TRAILER-LIDO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3150-GUARDA-DETALHE.
      *----------------------------------------------------------------*
           IF WS-QTD-RET < 999
               ADD 1 TO WS-QTD-RET
               MOVE RETD-NOSSO-NUMERO
                   TO WS-RET-NOSSO-NUMERO(WS-QTD-RET)
               MOVE RETD-OCORRENCIA  TO WS-RET-OCORRENCIA(WS-QTD-RET)
               MOVE RETD-DATA-PGTO   TO WS-RET-DATA-PGTO(WS-QTD-RET)
               MOVE RETD-VALOR-PAGO  TO WS-RET-VALOR-PAGO(WS-QTD-RET)
               MOVE RETD-MOTIVO      TO WS-RET-MOTIVO(WS-QTD-RET)
               ADD RETD-VALOR-PAGO   TO WS-SOMA-PAGO-RET
           ELSE
               MOVE 'X' TO WS-TRAILER-LIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-APLICA-OCORRENCIA.
      *----------------------------------------------------------------*
           MOVE WS-RET-NOSSO-NUMERO(WS-IDX-RET) TO WS-NOSSO-NUMERO
           PERFORM 0500-BUSCA-BOLETO
           MOVE ZEROS TO WS-VALOR-DEVIDO
           MOVE WS-RET-VALOR-PAGO(WS-IDX-RET) TO WS-EXC-VALOR-PAGO-W

           EVALUATE TRUE
               WHEN WS-ACHOU-BLT = ZEROS
                   MOVE 'NOSSO NUMERO NAO REGISTRADO'
                       TO WS-EXC-MOTIVO-W
                   PERFORM 3800-EXCECAO-RETORNO
               WHEN WS-RET-OCORRENCIA(WS-IDX-RET) = '02'
                   ADD 1 TO WS-CONT-CONFIRMADO
               WHEN WS-RET-OCORRENCIA(WS-IDX-RET) = '03'
                   ADD 1 TO WS-CONT-REJEITADO
                   MOVE 'J' TO WS-BLT-STATUS(WS-ACHOU-BLT)
                   MOVE WS-BLT-VALOR(WS-ACHOU-BLT) TO WS-VALOR-DEVIDO
                   MOVE 'REGISTRO REJEITADO PELO BANCO'
                       TO WS-EXC-MOTIVO-W
                   PERFORM 3800-EXCECAO-RETORNO
               WHEN WS-RET-OCORRENCIA(WS-IDX-RET) = '06'
                   PERFORM 3600-LIQUIDACAO
               WHEN OTHER
                   MOVE 'OCORRENCIA NAO TRATADA' TO WS-EXC-MOTIVO-W
                   PERFORM 3800-EXCECAO-RETORNO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3600-LIQUIDACAO.
      *----------------------------------------------------------------*
      *    O pagamento cobre a face mais multa e juros ate a data do
      *    pagamento (regra do balcao)? Baixa a cobranca. Menos que
      *    isso fica em aberto e vai para a lista de excecoes.
           MOVE 'L' TO WS-BLT-STATUS(WS-ACHOU-BLT)
           MOVE WS-RET-DATA-PGTO(WS-IDX-RET)
               TO WS-BLT-DATA-PGTO(WS-ACHOU-BLT)
           MOVE WS-RET-VALOR-PAGO(WS-IDX-RET)
               TO WS-BLT-VALOR-PAGO(WS-ACHOU-BLT)

           MOVE ZEROS TO WS-ACHOU-MEN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MENSAL
               IF WS-MEN-MATRICULA(WS-IDX) =
                  WS-BLT-MATRICULA(WS-ACHOU-BLT)
                  AND WS-MEN-COMPETENCIA(WS-IDX) =
                      WS-BLT-COMPETENCIA(WS-ACHOU-BLT)
                   MOVE WS-IDX TO WS-ACHOU-MEN
               END-IF
           END-PERFORM

           IF WS-ACHOU-MEN > ZEROS
               MOVE WS-MEN-COMPETENCIA(WS-ACHOU-MEN)
                   TO WS-ENC-COMPETENCIA
               MOVE WS-MEN-VALOR(WS-ACHOU-MEN)   TO WS-ENC-VALOR
               MOVE WS-RET-DATA-PGTO(WS-IDX-RET) TO WS-DATA-REFERENCIA
               PERFORM 9700-CALCULA-ENCARGOS
               COMPUTE WS-VALOR-DEVIDO =
                   WS-MEN-VALOR(WS-ACHOU-MEN) + WS-VALOR-ENCARGOS
           END-IF

           EVALUATE TRUE
               WHEN WS-ACHOU-MEN = ZEROS
                   MOVE 'COBRANCA NAO ENCONTRADA' TO WS-EXC-MOTIVO-W
                   PERFORM 3800-EXCECAO-RETORNO
               WHEN WS-MEN-STATUS(WS-ACHOU-MEN) = 'P'
                   MOVE 'PAGAMENTO EM DUPLICIDADE'
                       TO WS-EXC-MOTIVO-W
                   PERFORM 3800-EXCECAO-RETORNO
               WHEN WS-MEN-STATUS(WS-ACHOU-MEN) = 'R'
                   MOVE 'COBRANCA RENEGOCIADA EM ACORDO'
                       TO WS-EXC-MOTIVO-W
                   PERFORM 3800-EXCECAO-RETORNO
               WHEN WS-MEN-STATUS(WS-ACHOU-MEN) NOT = 'A'
                   MOVE 'COBRANCA NAO ESTA EM ABERTO'
                       TO WS-EXC-MOTIVO-W
                   PERFORM 3800-EXCECAO-RETORNO
               WHEN WS-RET-VALOR-PAGO(WS-IDX-RET) < WS-VALOR-DEVIDO
                   MOVE 'PAGAMENTO PARCIAL - EM ABERTO'
                       TO WS-EXC-MOTIVO-W
                   PERFORM 3800-EXCECAO-RETORNO
               WHEN OTHER
                   PERFORM 3700-BAIXA-COBRANCA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3700-BAIXA-COBRANCA.
      *----------------------------------------------------------------*
           MOVE 'P' TO WS-MEN-STATUS(WS-ACHOU-MEN)
           MOVE WS-RET-DATA-PGTO(WS-IDX-RET)
               TO WS-MEN-DATA-PGTO(WS-ACHOU-MEN)
           MOVE WS-VALOR-MULTA TO WS-MEN-MULTA(WS-ACHOU-MEN)
           MOVE WS-VALOR-JUROS TO WS-MEN-JUROS(WS-ACHOU-MEN)
           ADD 1 TO WS-CONT-BAIXADO

           PERFORM 3900-BUSCA-DIA
           ADD 1 TO WS-DIA-QTD(WS-IDX-DIA)
           ADD WS-MEN-VALOR(WS-ACHOU-MEN) TO WS-DIA-FACE(WS-IDX-DIA)
           ADD WS-VALOR-ENCARGOS TO WS-DIA-ENCARGOS(WS-IDX-DIA)
           ADD WS-RET-VALOR-PAGO(WS-IDX-RET) TO WS-DIA-TOTAL(WS-IDX-DIA)

      *    Baixada, mas o que passou do devido precisa ser devolvido.
           IF WS-RET-VALOR-PAGO(WS-IDX-RET) > WS-VALOR-DEVIDO
               MOVE 'PAGO A MAIOR - DEVOLVER SALDO'
                   TO WS-EXC-MOTIVO-W
               PERFORM 3800-EXCECAO-RETORNO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3800-EXCECAO-RETORNO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-EXCECAO
           MOVE WS-NOSSO-NUMERO            TO WS-EXC-NOSSO-NUMERO
           MOVE WS-NN-MATRICULA            TO WS-EXC-MATRICULA
           MOVE WS-NN-COMPETENCIA          TO WS-EXC-COMPETENCIA
           MOVE WS-RET-OCORRENCIA(WS-IDX-RET) TO WS-EXC-OCORRENCIA
           MOVE WS-VALOR-DEVIDO            TO WS-EXC-DEVIDO
           MOVE WS-EXC-VALOR-PAGO-W        TO WS-EXC-PAGO
           MOVE WS-EXC-MOTIVO-W            TO WS-EXC-MOTIVO
           DISPLAY WS-DETALHE-EXC
           WRITE REG-EXCECAO FROM WS-DETALHE-EXC
           IF WS-RET-MOTIVO(WS-IDX-RET) NOT = SPACES
               MOVE WS-RET-MOTIVO(WS-IDX-RET) TO WS-EXC-MOTIVO-BANCO
               WRITE REG-EXCECAO FROM WS-DETALHE-EXC2
           END-IF

      *    Dinheiro que entrou sem baixar a cobranca tambem aparece no
      *    resumo da tesouraria, na coluna de excecoes.
           IF WS-RET-OCORRENCIA(WS-IDX-RET) = '06'
              AND WS-EXC-MOTIVO-W(1:12) NOT = 'PAGO A MAIOR'
               PERFORM 3900-BUSCA-DIA
               ADD 1 TO WS-DIA-QTD-EXC(WS-IDX-DIA)
               ADD WS-RET-VALOR-PAGO(WS-IDX-RET)
                   TO WS-DIA-VALOR-EXC(WS-IDX-DIA)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-BUSCA-DIA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-DIA
           PERFORM VARYING WS-IDX2-DIA FROM 1 BY 1
                   UNTIL WS-IDX2-DIA > WS-QTD-DIA
               IF WS-DIA-DATA(WS-IDX2-DIA) =
                  WS-RET-DATA-PGTO(WS-IDX-RET)
                   MOVE WS-IDX2-DIA TO WS-IDX-DIA
               END-IF
           END-PERFORM

      *    Mais de 31 datas num retorno: as excedentes somam na ultima.
           IF WS-IDX-DIA = ZEROS
               IF WS-QTD-DIA < 31
                   ADD 1 TO WS-QTD-DIA
                   MOVE WS-RET-DATA-PGTO(WS-IDX-RET)
                       TO WS-DIA-DATA(WS-QTD-DIA)
                   MOVE ZEROS TO WS-DIA-QTD(WS-QTD-DIA)
                                 WS-DIA-FACE(WS-QTD-DIA)
                                 WS-DIA-ENCARGOS(WS-QTD-DIA)
                                 WS-DIA-TOTAL(WS-QTD-DIA)
                                 WS-DIA-QTD-EXC(WS-QTD-DIA)
                                 WS-DIA-VALOR-EXC(WS-QTD-DIA)
               END-IF
               MOVE WS-QTD-DIA TO WS-IDX-DIA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-RESUMO-TESOURARIA.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQRESUMO

           DISPLAY WS-LINHA1-RES
           WRITE REG-RESUMO FROM WS-LINHA1-RES
           WRITE REG-RESUMO FROM WS-LINHA-DATAS
           WRITE REG-RESUMO FROM WS-CAB-RES
           WRITE REG-RESUMO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > WS-QTD-DIA
               MOVE WS-DIA-DATA(WS-IDX-DIA)      TO WS-RES-ROTULO
               MOVE WS-DIA-QTD(WS-IDX-DIA)       TO WS-RES-QTD
               MOVE WS-DIA-FACE(WS-IDX-DIA)      TO WS-RES-FACE
               MOVE WS-DIA-ENCARGOS(WS-IDX-DIA)  TO WS-RES-ENCARGOS
               MOVE WS-DIA-TOTAL(WS-IDX-DIA)     TO WS-RES-TOTAL
               MOVE WS-DIA-QTD-EXC(WS-IDX-DIA)   TO WS-RES-QTD-EXC
               MOVE WS-DIA-VALOR-EXC(WS-IDX-DIA) TO WS-RES-VALOR-EXC
               DISPLAY WS-DETALHE-RES
               WRITE REG-RESUMO FROM WS-DETALHE-RES

               ADD WS-DIA-QTD(WS-IDX-DIA)       TO WS-TOT-QTD
               ADD WS-DIA-FACE(WS-IDX-DIA)      TO WS-TOT-FACE
               ADD WS-DIA-ENCARGOS(WS-IDX-DIA)  TO WS-TOT-ENCARGOS
               ADD WS-DIA-TOTAL(WS-IDX-DIA)     TO WS-TOT-TOTAL
               ADD WS-DIA-QTD-EXC(WS-IDX-DIA)   TO WS-TOT-QTD-EXC
               ADD WS-DIA-VALOR-EXC(WS-IDX-DIA) TO WS-TOT-VALOR-EXC
           END-PERFORM

           MOVE 'TOTAL'          TO WS-RES-ROTULO
           MOVE WS-TOT-QTD       TO WS-RES-QTD
           MOVE WS-TOT-FACE      TO WS-RES-FACE
           MOVE WS-TOT-ENCARGOS  TO WS-RES-ENCARGOS
           MOVE WS-TOT-TOTAL     TO WS-RES-TOTAL
           MOVE WS-TOT-QTD-EXC   TO WS-RES-QTD-EXC
           MOVE WS-TOT-VALOR-EXC TO WS-RES-VALOR-EXC
           WRITE REG-RESUMO FROM WS-PONTILHADO
           DISPLAY WS-DETALHE-RES
           WRITE REG-RESUMO FROM WS-DETALHE-RES

           MOVE WS-CONT-CONFIRMADO TO WS-TOT-CONFIRMADO
           MOVE WS-CONT-REJEITADO  TO WS-TOT-REJEITADO
           MOVE WS-CONT-EXCECAO    TO WS-TOT-RES-EXC
           WRITE REG-RESUMO FROM WS-RODAPE-RES1
           WRITE REG-RESUMO FROM WS-RODAPE-RES2
           WRITE REG-RESUMO FROM WS-RODAPE-RES3

           CLOSE ARQRESUMO
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-REGRAVA-MENSALIDADES.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQMENSAL

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MENSAL
               MOVE WS-MEN-MATRICULA(WS-IDX)   TO MEN-MATRICULA
               MOVE WS-MEN-COMPETENCIA(WS-IDX) TO MEN-COMPETENCIA
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
       8200-REGRAVA-BOLETOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQBOLETOS

           PERFORM VARYING WS-IDX-BLT FROM 1 BY 1
                   UNTIL WS-IDX-BLT > WS-QTD-BOLETO
               MOVE WS-BLT-NOSSO-NUMERO(WS-IDX-BLT) TO BLT-NOSSO-NUMERO
               MOVE WS-BLT-MATRICULA(WS-IDX-BLT)    TO BLT-MATRICULA
               MOVE WS-BLT-COMPETENCIA(WS-IDX-BLT)  TO BLT-COMPETENCIA
               MOVE WS-BLT-VENCIMENTO(WS-IDX-BLT)   TO BLT-VENCIMENTO
               MOVE WS-BLT-VALOR(WS-IDX-BLT)        TO BLT-VALOR
               MOVE WS-BLT-DATA-REMESSA(WS-IDX-BLT) TO BLT-DATA-REMESSA
               MOVE WS-BLT-STATUS(WS-IDX-BLT)       TO BLT-STATUS
               MOVE WS-BLT-DATA-PGTO(WS-IDX-BLT)    TO BLT-DATA-PGTO
               MOVE WS-BLT-VALOR-PAGO(WS-IDX-BLT)   TO BLT-VALOR-PAGO
               WRITE REG-BOLETO
           END-PERFORM

           CLOSE ARQBOLETOS
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
           COPY ENCATRASO-PROC.
           COPY RUNSUMARIO-PROC.

       END PROGRAM BOLETO.
