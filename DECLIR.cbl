      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Annual tuition payment statement for the guardians'
      *          income-tax filing, ending the February retyping from
      *          MENSALID.TXT. For the calendar year asked (default the
      *          year before the business date) every student with
      *          tuition paid in the year gets one statement on
      *          DECLIR.TXT addressed to the guardian of RESPONS.TXT:
      *          each competencia paid with its payment date, the full
      *          tuition, the BOLSAS.TXT scholarship discount, the late
      *          charges and the amount paid, plus the agreement
      *          installments of PARCELAS.TXT paid in the year, and the
      *          year totals. The control list DECLCTL.TXT shows every
      *          statement issued (flagging those without a guardian
      *          on file) and the students of the year with nothing
      *          paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. DECLIR.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQALU ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ALU.

       SELECT ARQMENSAL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-MENSAL.

       SELECT ARQPARM ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PARM.

       SELECT ARQBOLSAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-BOLSAS.

       SELECT ARQRESP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-RESP.

       SELECT ARQACORDO ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ACORDO.

       SELECT ARQPARCELA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PARCELA.

       SELECT ARQDATAP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DATAP.

       SELECT ARQDECL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQLISTA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQALU
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS "ARQALUNOS.TXT".

       01  REG-ALUNO.
           03 FD-TURMA-ALU             PIC X(05).
           03 FD-MATRICULA-ALU         PIC 9(03).
           03 FD-ANOLETIVO-ALU         PIC 9(04).
           03 FD-SEMESTRE-ALU          PIC 9(01).
           03 FD-NOME-ALU              PIC X(10).
           03 FD-NOTA1-ALU             PIC 9(03)V99.
           03 FD-NOTA2-ALU             PIC 9(03)V99.
           03 FD-NOTA3-ALU             PIC 9(03)V99.
           03 FD-NOTA4-ALU             PIC 9(03)V99.

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
           03 FILLER                   PIC X(13).

       FD  ARQBOLSAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BOLSAS.TXT".
       01  REG-BOLSA.
           03 BOL-MATRICULA            PIC 9(03).
           03 BOL-PCT-DESCONTO         PIC 9(03).

       FD  ARQRESP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESPONS.TXT".
       01  REG-RESPONSAVEL.
           03 RSP-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01).
           03 RSP-NOME                 PIC X(30).
           03 FILLER                   PIC X(01).
           03 RSP-CPF                  PIC 9(11).
           03 FILLER                   PIC X(01).
           03 RSP-ENDERECO             PIC X(40).
           03 FILLER                   PIC X(54).

       FD  ARQACORDO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACORDOS.TXT".
       01  REG-ACORDO.
           03 ACD-NUMERO               PIC 9(04).
           03 FILLER                   PIC X(01).
           03 ACD-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(24).

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
           03 PAR-DATA-PGTO            PIC 9(08).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA               PIC 9(08).

       FD  ARQDECL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DECLIR.TXT".
       01  REG-DECLARACAO              PIC X(80).

       FD  ARQLISTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DECLCTL.TXT".
       01  REG-LISTA                   PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DECLRUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                      PIC X(01) VALUE ' '.
       77  WS-REG-DADO                 PIC X(01) VALUE 'N'.
       77  WS-MENSAL-EOF               PIC X(01) VALUE ' '.
       77  WS-BOLSAS-EOF               PIC X(01) VALUE ' '.
       77  WS-RESP-EOF                 PIC X(01) VALUE ' '.
       77  WS-ACORDO-EOF               PIC X(01) VALUE ' '.
       77  WS-PARCELA-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-ALU               PIC X(02) VALUE SPACES.
           88 ALU-OK                       VALUE '00'.
       77  WS-STATUS-MENSAL            PIC X(02) VALUE SPACES.
           88 MENSAL-OK                    VALUE '00'.
       77  WS-STATUS-PARM              PIC X(02) VALUE SPACES.
           88 PARM-OK                      VALUE '00'.
       77  WS-STATUS-BOLSAS            PIC X(02) VALUE SPACES.
           88 BOLSAS-OK                    VALUE '00'.
       77  WS-STATUS-RESP              PIC X(02) VALUE SPACES.
           88 RESP-OK                      VALUE '00'.
       77  WS-STATUS-ACORDO            PIC X(02) VALUE SPACES.
           88 ACORDO-OK                    VALUE '00'.
       77  WS-STATUS-PARCELA           PIC X(02) VALUE SPACES.
           88 PARCELA-OK                   VALUE '00'.
       77  WS-ANO-CALENDARIO           PIC 9(04) VALUE ZEROS.
       77  WS-VALOR-BASE               PIC 9(06)V99 VALUE 350,00.
       77  WS-QTD-ALUNO                PIC 9(03) VALUE ZEROS.
       77  WS-QTD-MENSAL               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-BOLSA                PIC 9(03) VALUE ZEROS.
       77  WS-QTD-RESP                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ACORDO               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PARCELA              PIC 9(04) VALUE ZEROS.
       77  WS-IDX                      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ALU                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX-BOL                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX-RSP                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX-ACD                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX-PAR                  PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU-ALU                PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU-RSP                PIC 9(03) VALUE ZEROS.
       77  WS-MATRICULA-W              PIC 9(03) VALUE ZEROS.
       77  WS-PCT-DESCONTO             PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-DESCONTO           PIC 9(06)V99 VALUE ZEROS.
       77  WS-VALOR-ENCARGOS           PIC 9(05)V99 VALUE ZEROS.
       77  WS-VALOR-PAGO               PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-ITENS                PIC 9(03) VALUE ZEROS.
       77  WS-TOT-BRUTO                PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-BOLSA                PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-ENCARGOS             PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-PAGO                 PIC 9(07)V99 VALUE ZEROS.
       77  WS-CONT-EMITIDA             PIC 9(04) VALUE ZEROS.
       77  WS-CONT-SEM-PGTO            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-SEM-RESP            PIC 9(04) VALUE ZEROS.
       77  WS-LINHABRANCO              PIC X(80) VALUE SPACES.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

           COPY DATAPROC.
           COPY RUNSUMARIO.

       01  WS-DATA-W.
           03 WS-DATA-W-ANO            PIC 9(04).
           03 WS-DATA-W-MES            PIC 9(02).
           03 WS-DATA-W-DIA            PIC 9(02).
       01  WS-DATA-W-NUM REDEFINES WS-DATA-W PIC 9(08).

      *    Alunos: os matriculados no ano e quem pagou algo no ano.
       01  WS-TAB-ALUNO.
           03 WS-ALU-ITEM OCCURS 500 TIMES.
              05 WS-ALU-MATRICULA      PIC 9(03).
              05 WS-ALU-NOME           PIC X(10).
              05 WS-ALU-NO-ANO         PIC X(01).

       01  WS-TAB-MENSAL.
           03 WS-MEN-ITEM OCCURS 999 TIMES.
              05 WS-MEN-MATRICULA      PIC 9(03).
              05 WS-MEN-COMPETENCIA    PIC 9(06).
              05 WS-MEN-VALOR          PIC 9(06)V99.
              05 WS-MEN-DATA-PGTO      PIC 9(08).
              05 WS-MEN-MULTA          PIC 9(04)V99.
              05 WS-MEN-JUROS          PIC 9(04)V99.

       01  WS-TAB-BOLSAS.
           03 WS-BOL-ITEM OCCURS 200 TIMES.
              05 WS-BOL-MATRICULA      PIC 9(03).
              05 WS-BOL-PCT            PIC 9(03).

       01  WS-TAB-RESP.
           03 WS-RSP-ITEM OCCURS 999 TIMES.
              05 WS-RSP-MATRICULA      PIC 9(03).
              05 WS-RSP-NOME           PIC X(30).
              05 WS-RSP-CPF            PIC 9(11).
              05 WS-RSP-ENDERECO       PIC X(40).

       01  WS-TAB-ACORDO.
           03 WS-ACD-ITEM OCCURS 200 TIMES.
              05 WS-ACD-NUMERO         PIC 9(04).
              05 WS-ACD-MATRICULA      PIC 9(03).

       01  WS-TAB-PARCELA.
           03 WS-PAR-ITEM OCCURS 999 TIMES.
              05 WS-PAR-ACORDO         PIC 9(04).
              05 WS-PAR-NUMERO         PIC 9(02).
              05 WS-PAR-VALOR          PIC 9(07)V99.
              05 WS-PAR-DATA-PGTO      PIC 9(08).
              05 WS-PAR-MATRICULA      PIC 9(03).

       01  WS-DCL-TITULO.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(46)
               VALUE 'DECLARACAO DE PAGAMENTOS DE MENSALIDADES - ANO'.
           03 FILLER PIC X(11) VALUE '-CALENDARIO'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 WS-DCL-ANO               PIC 9(04).

       01  WS-DCL-RESP.
           03 FILLER PIC X(13) VALUE 'RESPONSAVEL: '.
           03 WS-DCL-RESP-NOME         PIC X(30).
           03 FILLER PIC X(07) VALUE '  CPF: '.
           03 WS-DCL-RESP-CPF          PIC 9(11).

       01  WS-DCL-ENDERECO.
           03 FILLER PIC X(13) VALUE 'ENDERECO:    '.
           03 WS-DCL-RESP-ENDERECO     PIC X(40).

       01  WS-DCL-ALUNO.
           03 FILLER PIC X(13) VALUE 'ALUNO:       '.
           03 WS-DCL-ALU-NOME          PIC X(10).
           03 FILLER PIC X(13) VALUE '  MATRICULA: '.
           03 WS-DCL-ALU-MATRICULA     PIC 9(03).

       01  WS-DCL-CAB.
           03 FILLER PIC X(40)
               VALUE 'REFERENCIA  DATA PGTO  VALOR INTEGRAL   '.
           03 FILLER PIC X(40)
               VALUE '  BOLSA  ENCARGOS    VALOR PAGO'.

       01  WS-DCL-DETALHE.
           03 WS-DCL-REFERENCIA        PIC X(11).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DCL-DATA-PGTO         PIC 99/99/9999
                                       BLANK WHEN ZERO.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-DCL-BRUTO             PIC Z.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DCL-BOLSA             PIC ZZ.ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DCL-ENCARGOS          PIC ZZ.ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DCL-PAGO              PIC Z.ZZZ.ZZ9,99.

       01  WS-DCL-REF-MENSAL.
           03 FILLER                   PIC X(03) VALUE 'MES'.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DCL-REF-MES           PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-DCL-REF-ANO           PIC 9(04).

       01  WS-DCL-REF-PARCELA.
           03 FILLER                   PIC X(03) VALUE 'ACD'.
           03 WS-DCL-REF-ACORDO        PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-DCL-REF-PARC          PIC 9(02).

       01  WS-DCL-TEXTO1.
           03 FILLER PIC X(41)
               VALUE 'DECLARAMOS, PARA FINS DE IMPOSTO DE RENDA'.
           03 FILLER PIC X(39)
               VALUE ', QUE RECEBEMOS OS VALORES ACIMA'.

       01  WS-DCL-TEXTO2.
           03 FILLER PIC X(40)
               VALUE 'REFERENTES A DESPESAS COM EDUCACAO DO AL'.
           03 FILLER PIC X(40)
               VALUE 'UNO NO ANO-CALENDARIO INDICADO.'.

       01  WS-DCL-EMISSAO.
           03 FILLER PIC X(12) VALUE 'EMITIDA EM: '.
           03 WS-DCL-DATA-EMISSAO      PIC 99/99/9999.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(30)
               VALUE '______________________________'.

       01  WS-DCL-ASSINATURA.
           03 FILLER PIC X(32) VALUE SPACES.
           03 FILLER PIC X(30) VALUE '     SECRETARIA ESCOLAR'.

       01  WS-LIS-TITULO.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(43)
               VALUE 'CONTROLE DAS DECLARACOES DE PAGAMENTO - ANO'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 WS-LIS-ANO               PIC 9(04).

       01  WS-LIS-CAB.
           03 FILLER PIC X(40)
               VALUE 'MAT NOME       RESPONSAVEL              '.
           03 FILLER PIC X(40)
               VALUE '       ITENS  TOTAL PAGO SITUACAO'.

       01  WS-LIS-DETALHE.
           03 WS-LIS-MATRICULA         PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LIS-NOME              PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LIS-RESPONSAVEL       PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LIS-ITENS             PIC ZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LIS-TOTAL             PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-LIS-SITUACAO          PIC X(16).

       01  WS-LIS-RODAPE1.
           03 FILLER            PIC X(26)
               VALUE 'DECLARACOES EMITIDAS:    '.
           03 WS-LIS-TOT-EMITIDA PIC ZZZ9.

       01  WS-LIS-RODAPE2.
           03 FILLER            PIC X(26)
               VALUE 'EMITIDAS SEM RESPONSAVEL:'.
           03 WS-LIS-TOT-SEM-RESP PIC ZZZ9.

       01  WS-LIS-RODAPE3.
           03 FILLER            PIC X(26)
               VALUE 'ALUNOS SEM PAGAMENTO:    '.
           03 WS-LIS-TOT-SEM-PGTO PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO

               COMPUTE WS-ANO-CALENDARIO =
                   WS-DATA-NEGOCIO / 10000 - 1
               DISPLAY 'ANO-CALENDARIO (AAAA, ZEROS = ANO ANTERIOR): '
               ACCEPT WS-ANO-CALENDARIO FROM DADO-INPUT
               IF WS-ANO-CALENDARIO = ZEROS
                   COMPUTE WS-ANO-CALENDARIO =
                       WS-DATA-NEGOCIO / 10000 - 1
               END-IF

               PERFORM 0100-CARREGA-MENSALIDADES
               IF FIM-NORMAL
                   PERFORM 0200-LE-PARAMETROS
                   PERFORM 0300-CARREGA-BOLSAS
                   PERFORM 0400-CARREGA-RESPONSAVEIS
                   PERFORM 0500-CARREGA-ACORDOS
                   PERFORM 0600-CARREGA-ALUNOS
                   PERFORM 0700-INCLUI-PAGANTES
                   PERFORM 2000-EMITE-DECLARACOES
               END-IF

               MOVE 'DECLIR'        TO WS-RUN-PROGRAMA
               MOVE WS-CONT-EMITIDA TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-SEM-PGTO TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-MENSALIDADES.
      *----------------------------------------------------------------*
      *    So interessa o pago no ano-calendario (regime de caixa).
      *    Cobranca quitada com credito de acordo quebrado (MEN-ACORDO)
      *    ja aparece pelas parcelas pagas - nao entra de novo.
           OPEN INPUT ARQMENSAL
           IF MENSAL-OK
               PERFORM UNTIL WS-MENSAL-EOF = 'S'
                   READ ARQMENSAL
                       AT END
                           MOVE 'S' TO WS-MENSAL-EOF
                       NOT AT END
                           PERFORM 0150-GUARDA-PAGAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQMENSAL
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR MENSALID.TXT' TO WS-RUN-MOTIVO
               MOVE 'DCL001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQMENSAL - STATUS: '
                       WS-STATUS-MENSAL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-GUARDA-PAGAMENTO.
      *----------------------------------------------------------------*
           IF MEN-ACORDO IS NOT NUMERIC
               MOVE ZEROS TO MEN-ACORDO
           END-IF
           IF MEN-STATUS = 'P'
              AND MEN-DATA-PGTO(1:4) = WS-ANO-CALENDARIO
              AND MEN-ACORDO = ZEROS
              AND WS-QTD-MENSAL < 999
               ADD 1 TO WS-QTD-MENSAL
               MOVE MEN-MATRICULA   TO WS-MEN-MATRICULA(WS-QTD-MENSAL)
               MOVE MEN-COMPETENCIA TO
                   WS-MEN-COMPETENCIA(WS-QTD-MENSAL)
               MOVE MEN-VALOR       TO WS-MEN-VALOR(WS-QTD-MENSAL)
               MOVE MEN-DATA-PGTO   TO WS-MEN-DATA-PGTO(WS-QTD-MENSAL)
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
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-LE-PARAMETROS.
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
               END-READ
               CLOSE ARQPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-BOLSAS.
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
       0400-CARREGA-RESPONSAVEIS.
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
                               MOVE RSP-ENDERECO TO
                                   WS-RSP-ENDERECO(WS-QTD-RESP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRESP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-ACORDOS.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQACORDO
           END-IF

      *    Parcelas pagas no ano, ja ligadas a matricula do acordo.
           OPEN INPUT ARQPARCELA
           IF PARCELA-OK
               PERFORM UNTIL WS-PARCELA-EOF = 'S'
                   READ ARQPARCELA
                       AT END
                           MOVE 'S' TO WS-PARCELA-EOF
                       NOT AT END
                           IF PAR-STATUS = 'P'
                              AND PAR-DATA-PGTO(1:4) =
                                  WS-ANO-CALENDARIO
                              AND WS-QTD-PARCELA < 999
                               PERFORM 0550-GUARDA-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPARCELA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0550-GUARDA-PARCELA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-MATRICULA-W
           PERFORM VARYING WS-IDX-ACD FROM 1 BY 1
                   UNTIL WS-IDX-ACD > WS-QTD-ACORDO
               IF WS-ACD-NUMERO(WS-IDX-ACD) = PAR-ACORDO
                   MOVE WS-ACD-MATRICULA(WS-IDX-ACD) TO WS-MATRICULA-W
               END-IF
           END-PERFORM

           IF WS-MATRICULA-W > ZEROS
               ADD 1 TO WS-QTD-PARCELA
               MOVE PAR-ACORDO     TO WS-PAR-ACORDO(WS-QTD-PARCELA)
               MOVE PAR-NUMERO     TO WS-PAR-NUMERO(WS-QTD-PARCELA)
               MOVE PAR-VALOR      TO WS-PAR-VALOR(WS-QTD-PARCELA)
               MOVE PAR-DATA-PGTO  TO WS-PAR-DATA-PGTO(WS-QTD-PARCELA)
               MOVE WS-MATRICULA-W TO WS-PAR-MATRICULA(WS-QTD-PARCELA)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-ALUNOS.
      *----------------------------------------------------------------*
      *    Um item por matricula; o nome vem de qualquer termo, mas so
      *    quem tem termo no ano conta como aluno do ano.
           OPEN INPUT ARQALU
           IF ALU-OK
               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 0650-LE-ALUNO
                   IF WS-EOF NOT = 'S'
                       MOVE FD-MATRICULA-ALU TO WS-MATRICULA-W
                       PERFORM 0800-BUSCA-ALUNO
                       IF WS-ACHOU-ALU = ZEROS AND WS-QTD-ALUNO < 500
                           ADD 1 TO WS-QTD-ALUNO
                           MOVE WS-QTD-ALUNO TO WS-ACHOU-ALU
                           MOVE FD-MATRICULA-ALU
                               TO WS-ALU-MATRICULA(WS-ACHOU-ALU)
                           MOVE 'N' TO WS-ALU-NO-ANO(WS-ACHOU-ALU)
                       END-IF
                       IF WS-ACHOU-ALU > ZEROS
                           MOVE FD-NOME-ALU
                               TO WS-ALU-NOME(WS-ACHOU-ALU)
                           IF FD-ANOLETIVO-ALU = WS-ANO-CALENDARIO
                               MOVE 'S'
                                   TO WS-ALU-NO-ANO(WS-ACHOU-ALU)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQALU
           ELSE
               DISPLAY 'ARQALUNOS.TXT NAO ENCONTRADO - STATUS: '
                       WS-STATUS-ALU
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0650-LE-ALUNO.
      *----------------------------------------------------------------*
      *    Registros HDR/TRL do envelope padrao de interface nao
      *    sao dados - sao saltados aqui.
           MOVE 'N' TO WS-REG-DADO
           PERFORM UNTIL WS-REG-DADO = 'S' OR WS-EOF = 'S'
               READ ARQALU
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REG-ALUNO(1:3) = 'HDR'
                          OR REG-ALUNO(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           MOVE 'S' TO WS-REG-DADO
                       END-IF
               END-READ
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-INCLUI-PAGANTES.
      *----------------------------------------------------------------*
      *    Quem pagou no ano sem termo no cadastro tambem recebe a
      *    declaracao (ex.: saiu da escola e quitou atrasados).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MENSAL
               MOVE WS-MEN-MATRICULA(WS-IDX) TO WS-MATRICULA-W
               PERFORM 0750-INCLUI-MATRICULA
           END-PERFORM

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-QTD-PARCELA
               MOVE WS-PAR-MATRICULA(WS-IDX-PAR) TO WS-MATRICULA-W
               PERFORM 0750-INCLUI-MATRICULA
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0750-INCLUI-MATRICULA.
      *----------------------------------------------------------------*
           PERFORM 0800-BUSCA-ALUNO
           IF WS-ACHOU-ALU = ZEROS AND WS-QTD-ALUNO < 500
               ADD 1 TO WS-QTD-ALUNO
               MOVE WS-MATRICULA-W TO WS-ALU-MATRICULA(WS-QTD-ALUNO)
               MOVE 'NAO CONSTA' TO WS-ALU-NOME(WS-QTD-ALUNO)
               MOVE 'N'            TO WS-ALU-NO-ANO(WS-QTD-ALUNO)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0800-BUSCA-ALUNO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-ACHOU-ALU
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-QTD-ALUNO
               IF WS-ALU-MATRICULA(WS-IDX-ALU) = WS-MATRICULA-W
                   MOVE WS-IDX-ALU TO WS-ACHOU-ALU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-EMITE-DECLARACOES.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQDECL
           OPEN OUTPUT ARQLISTA

           MOVE WS-ANO-CALENDARIO TO WS-DCL-ANO
                                     WS-LIS-ANO
           MOVE WS-DATA-NEGOCIO   TO WS-DATA-W-NUM
           COMPUTE WS-DCL-DATA-EMISSAO = WS-DATA-W-DIA * 1000000 +
               WS-DATA-W-MES * 10000 + WS-DATA-W-ANO

           DISPLAY WS-LIS-TITULO
           WRITE REG-LISTA FROM WS-LIS-TITULO
           WRITE REG-LISTA FROM WS-LINHA-DATAS
           WRITE REG-LISTA FROM WS-LIS-CAB
           WRITE REG-LISTA FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-QTD-ALUNO
               PERFORM 2100-TRATA-ALUNO
           END-PERFORM

           MOVE WS-CONT-EMITIDA  TO WS-LIS-TOT-EMITIDA
           MOVE WS-CONT-SEM-RESP TO WS-LIS-TOT-SEM-RESP
           MOVE WS-CONT-SEM-PGTO TO WS-LIS-TOT-SEM-PGTO
           WRITE REG-LISTA FROM WS-PONTILHADO
           DISPLAY WS-LIS-RODAPE1
           WRITE REG-LISTA FROM WS-LIS-RODAPE1
           DISPLAY WS-LIS-RODAPE2
           WRITE REG-LISTA FROM WS-LIS-RODAPE2
           DISPLAY WS-LIS-RODAPE3
           WRITE REG-LISTA FROM WS-LIS-RODAPE3

           CLOSE ARQDECL
           CLOSE ARQLISTA
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATA-ALUNO.
      *----------------------------------------------------------------*
           MOVE WS-ALU-MATRICULA(WS-IDX-ALU) TO WS-MATRICULA-W
           MOVE ZEROS TO WS-QTD-ITENS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MENSAL
               IF WS-MEN-MATRICULA(WS-IDX) = WS-MATRICULA-W
                   ADD 1 TO WS-QTD-ITENS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-QTD-PARCELA
               IF WS-PAR-MATRICULA(WS-IDX-PAR) = WS-MATRICULA-W
                   ADD 1 TO WS-QTD-ITENS
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-ACHOU-RSP
           PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                   UNTIL WS-IDX-RSP > WS-QTD-RESP
               IF WS-RSP-MATRICULA(WS-IDX-RSP) = WS-MATRICULA-W
                   MOVE WS-IDX-RSP TO WS-ACHOU-RSP
               END-IF
           END-PERFORM

           MOVE WS-MATRICULA-W           TO WS-LIS-MATRICULA
           MOVE WS-ALU-NOME(WS-IDX-ALU)  TO WS-LIS-NOME
           IF WS-ACHOU-RSP > ZEROS
               MOVE WS-RSP-NOME(WS-ACHOU-RSP) TO WS-LIS-RESPONSAVEL
           ELSE
               MOVE 'NAO CADASTRADO'      TO WS-LIS-RESPONSAVEL
           END-IF

           EVALUATE TRUE
               WHEN WS-QTD-ITENS > ZEROS
                   PERFORM 2200-GRAVA-DECLARACAO
                   ADD 1 TO WS-CONT-EMITIDA
                   MOVE WS-QTD-ITENS TO WS-LIS-ITENS
                   MOVE WS-TOT-PAGO  TO WS-LIS-TOTAL
                   IF WS-ACHOU-RSP > ZEROS
                       MOVE 'EMITIDA'          TO WS-LIS-SITUACAO
                   ELSE
                       ADD 1 TO WS-CONT-SEM-RESP
                       MOVE 'EMITIDA S/ RESP.' TO WS-LIS-SITUACAO
                   END-IF
                   WRITE REG-LISTA FROM WS-LIS-DETALHE
               WHEN WS-ALU-NO-ANO(WS-IDX-ALU) = 'S'
                   ADD 1 TO WS-CONT-SEM-PGTO
                   MOVE ZEROS TO WS-LIS-ITENS
                                 WS-LIS-TOTAL
                   MOVE 'SEM PAGAMENTO'    TO WS-LIS-SITUACAO
                   WRITE REG-LISTA FROM WS-LIS-DETALHE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-GRAVA-DECLARACAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-TOT-BRUTO
                         WS-TOT-BOLSA
                         WS-TOT-ENCARGOS
                         WS-TOT-PAGO

           IF WS-ACHOU-RSP > ZEROS
               MOVE WS-RSP-NOME(WS-ACHOU-RSP) TO WS-DCL-RESP-NOME
               MOVE WS-RSP-CPF(WS-ACHOU-RSP)  TO WS-DCL-RESP-CPF
               MOVE WS-RSP-ENDERECO(WS-ACHOU-RSP)
                   TO WS-DCL-RESP-ENDERECO
           ELSE
               MOVE 'NAO CADASTRADO'          TO WS-DCL-RESP-NOME
               MOVE ZEROS                     TO WS-DCL-RESP-CPF
               MOVE SPACES                    TO WS-DCL-RESP-ENDERECO
           END-IF
           MOVE WS-ALU-NOME(WS-IDX-ALU)  TO WS-DCL-ALU-NOME
           MOVE WS-MATRICULA-W           TO WS-DCL-ALU-MATRICULA

           WRITE REG-DECLARACAO FROM WS-PONTILHADO
           WRITE REG-DECLARACAO FROM WS-DCL-TITULO
           WRITE REG-DECLARACAO FROM WS-LINHABRANCO
           WRITE REG-DECLARACAO FROM WS-DCL-RESP
           WRITE REG-DECLARACAO FROM WS-DCL-ENDERECO
           WRITE REG-DECLARACAO FROM WS-DCL-ALUNO
           WRITE REG-DECLARACAO FROM WS-LINHABRANCO
           WRITE REG-DECLARACAO FROM WS-DCL-CAB

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-MENSAL
               IF WS-MEN-MATRICULA(WS-IDX) = WS-MATRICULA-W
                   PERFORM 2300-LINHA-MENSALIDADE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > WS-QTD-PARCELA
               IF WS-PAR-MATRICULA(WS-IDX-PAR) = WS-MATRICULA-W
                   PERFORM 2400-LINHA-PARCELA
               END-IF
           END-PERFORM

           MOVE 'TOTAL ANO'    TO WS-DCL-REFERENCIA
           MOVE ZEROS           TO WS-DCL-DATA-PGTO
           MOVE WS-TOT-BRUTO    TO WS-DCL-BRUTO
           MOVE WS-TOT-BOLSA    TO WS-DCL-BOLSA
           MOVE WS-TOT-ENCARGOS TO WS-DCL-ENCARGOS
           MOVE WS-TOT-PAGO     TO WS-DCL-PAGO
           WRITE REG-DECLARACAO FROM WS-PONTILHADO
           WRITE REG-DECLARACAO FROM WS-DCL-DETALHE

           WRITE REG-DECLARACAO FROM WS-LINHABRANCO
           WRITE REG-DECLARACAO FROM WS-DCL-TEXTO1
           WRITE REG-DECLARACAO FROM WS-DCL-TEXTO2
           WRITE REG-DECLARACAO FROM WS-LINHABRANCO
           WRITE REG-DECLARACAO FROM WS-DCL-EMISSAO
           WRITE REG-DECLARACAO FROM WS-DCL-ASSINATURA
           WRITE REG-DECLARACAO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-LINHA-MENSALIDADE.
      *----------------------------------------------------------------*
      *    Valor integral = cobrado + bolsa; a bolsa e a diferenca para
      *    o valor base de MENSPARM, como o MENSAL calculou ao gerar.
           MOVE ZEROS TO WS-PCT-DESCONTO
                         WS-VALOR-DESCONTO
           PERFORM VARYING WS-IDX-BOL FROM 1 BY 1
                   UNTIL WS-IDX-BOL > WS-QTD-BOLSA
               IF WS-BOL-MATRICULA(WS-IDX-BOL) = WS-MATRICULA-W
                   MOVE WS-BOL-PCT(WS-IDX-BOL) TO WS-PCT-DESCONTO
               END-IF
           END-PERFORM
           IF WS-PCT-DESCONTO > ZEROS
              AND WS-VALOR-BASE > WS-MEN-VALOR(WS-IDX)
               COMPUTE WS-VALOR-DESCONTO =
                   WS-VALOR-BASE - WS-MEN-VALOR(WS-IDX)
           END-IF

           COMPUTE WS-VALOR-ENCARGOS =
               WS-MEN-MULTA(WS-IDX) + WS-MEN-JUROS(WS-IDX)
           COMPUTE WS-VALOR-PAGO =
               WS-MEN-VALOR(WS-IDX) + WS-VALOR-ENCARGOS

           MOVE WS-MEN-COMPETENCIA(WS-IDX)(5:2) TO WS-DCL-REF-MES
           MOVE WS-MEN-COMPETENCIA(WS-IDX)(1:4) TO WS-DCL-REF-ANO
           MOVE WS-DCL-REF-MENSAL TO WS-DCL-REFERENCIA
           MOVE WS-MEN-DATA-PGTO(WS-IDX) TO WS-DATA-W-NUM
           COMPUTE WS-DCL-DATA-PGTO = WS-DATA-W-DIA * 1000000 +
               WS-DATA-W-MES * 10000 + WS-DATA-W-ANO
           COMPUTE WS-DCL-BRUTO =
               WS-MEN-VALOR(WS-IDX) + WS-VALOR-DESCONTO
           MOVE WS-VALOR-DESCONTO TO WS-DCL-BOLSA
           MOVE WS-VALOR-ENCARGOS TO WS-DCL-ENCARGOS
           MOVE WS-VALOR-PAGO     TO WS-DCL-PAGO
           WRITE REG-DECLARACAO FROM WS-DCL-DETALHE

           COMPUTE WS-TOT-BRUTO = WS-TOT-BRUTO +
               WS-MEN-VALOR(WS-IDX) + WS-VALOR-DESCONTO
           ADD WS-VALOR-DESCONTO TO WS-TOT-BOLSA
           ADD WS-VALOR-ENCARGOS TO WS-TOT-ENCARGOS
           ADD WS-VALOR-PAGO     TO WS-TOT-PAGO
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-LINHA-PARCELA.
      *----------------------------------------------------------------*
      *    Parcela de acordo: encargos ja embutidos no valor.
           MOVE WS-PAR-ACORDO(WS-IDX-PAR) TO WS-DCL-REF-ACORDO
           MOVE WS-PAR-NUMERO(WS-IDX-PAR) TO WS-DCL-REF-PARC
           MOVE WS-DCL-REF-PARCELA TO WS-DCL-REFERENCIA
           MOVE WS-PAR-DATA-PGTO(WS-IDX-PAR) TO WS-DATA-W-NUM
           COMPUTE WS-DCL-DATA-PGTO = WS-DATA-W-DIA * 1000000 +
               WS-DATA-W-MES * 10000 + WS-DATA-W-ANO
           MOVE WS-PAR-VALOR(WS-IDX-PAR) TO WS-DCL-BRUTO
                                            WS-DCL-PAGO
           MOVE ZEROS TO WS-DCL-BOLSA
                         WS-DCL-ENCARGOS
           WRITE REG-DECLARACAO FROM WS-DCL-DETALHE

           ADD WS-PAR-VALOR(WS-IDX-PAR) TO WS-TOT-BRUTO
                                           WS-TOT-PAGO
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
           COPY RUNSUMARIO-PROC.

       END PROGRAM DECLIR.
