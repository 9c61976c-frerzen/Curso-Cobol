      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Monthly headcount and turnover (rotatividade) report
      *          for the competencia of the business date, per
      *          FD-DEPTO-F and cargo (FUNCARGO.TXT, titles from
      *          CARGOS.TXT) with department subtotals and the company
      *          total. The staff is rebuilt from ARQFUNCIONARIO.TXT,
      *          the admission dates on FUNCADM.TXT, the terminations
      *          on DESLIG.TXT and the MANUFUN movement log FUNMOV.TXT
      *          (admissions, department/cargo changes and employees
      *          already removed from the master), so each line shows
      *          opening headcount, admissions, terminations,
      *          transfers in and out, closing headcount, the monthly
      *          turnover rate and the 12-month rolling rate - half of
      *          admissions plus terminations over the average of the
      *          opening and closing headcount - and the average
      *          tenure in months of the closing staff. The
      *          terminations of the month and of the last 12 months
      *          close the report broken down by reason. Goes to
      *          ROTATIV.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. ROTATIV.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQFUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FUN.

       SELECT ARQADM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ADM.

       SELECT ARQFCARGO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FCARGO.

       SELECT ARQCARGOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CARGOS.

       SELECT ARQDESLIG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DESLIG.

       SELECT ARQMOV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MOV.

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

       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
       01  REG-FUNCIONARIO.
           03 FD-DEPTO-F          PIC X(05).
           03 FD-COD-F            PIC 9(03).
           03 FD-NOME-F           PIC X(20).
           03 FD-SALFUN-F         PIC 9(06)V99.

       FD  ARQADM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNCADM.TXT".
       01  REG-ADMISSAO.
           03 ADM-COD             PIC 9(03).
           03 ADM-DATA            PIC 9(08).

       FD  ARQFCARGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNCARGO.TXT".
       01  REG-FUNCARGO.
           03 FCA-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 FCA-CARGO           PIC 9(03).

       FD  ARQCARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARGOS.TXT".
       01  REG-CARGO.
           03 CAR-CODIGO          PIC 9(03).
           03 FILLER              PIC X(01).
           03 CAR-TITULO          PIC X(20).
           03 FILLER              PIC X(18).

       FD  ARQDESLIG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DESLIG.TXT".
       01  REG-DESLIGAMENTO.
           03 DSL-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 DSL-DATA            PIC 9(08).
           03 FILLER              PIC X(01).
           03 DSL-MOTIVO          PIC X(02).

       FD  ARQMOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNMOV.TXT".
       01  REG-MOVIMENTO.
           03 MOV-DATA            PIC 9(08).
           03 FILLER              PIC X(01).
           03 MOV-TIPO            PIC X(01).
           03 FILLER              PIC X(01).
           03 MOV-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 MOV-DEPTO-ANT       PIC X(05).
           03 FILLER              PIC X(01).
           03 MOV-CARGO-ANT       PIC 9(03).
           03 FILLER              PIC X(01).
           03 MOV-DEPTO-NOVO      PIC X(05).
           03 FILLER              PIC X(01).
           03 MOV-CARGO-NOVO      PIC 9(03).
           03 FILLER              PIC X(01).
           03 MOV-ADMISSAO        PIC 9(08).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ROTATIV.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ROTRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-STATUS-FUN            PIC X(02) VALUE SPACES.
           88 FUN-OK                    VALUE '00'.
       77  WS-STATUS-ADM            PIC X(02) VALUE SPACES.
           88 ADM-OK                    VALUE '00'.
       77  WS-STATUS-FCARGO         PIC X(02) VALUE SPACES.
           88 FCARGO-OK                 VALUE '00'.
       77  WS-STATUS-CARGOS         PIC X(02) VALUE SPACES.
           88 CARGOS-OK                 VALUE '00'.
       77  WS-STATUS-DESLIG         PIC X(02) VALUE SPACES.
           88 DESLIG-OK                 VALUE '00'.
       77  WS-STATUS-MOV            PIC X(02) VALUE SPACES.
           88 MOV-OK                    VALUE '00'.
       77  WS-QTD-POP               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-MOV               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CARGOS            PIC 9(02) VALUE ZEROS.
       77  WS-QTD-GRP               PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-POP               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-MOV               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-GRP               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-MOT               PIC 9(02) VALUE ZEROS.
       77  WS-IDX-ESCOLHIDO         PIC 9(03) VALUE ZEROS.
       77  WS-ADM-ESCOLHIDA         PIC 9(08) VALUE ZEROS.
       77  WS-ACHOU                 PIC X(01) VALUE 'N'.
           88 ITEM-ACHADO               VALUE 'S'.
       77  WS-MES-INI               PIC 9(08) VALUE ZEROS.
       77  WS-MES-FIM               PIC 9(08) VALUE ZEROS.
       77  WS-ANO-INI               PIC 9(08) VALUE ZEROS.
       77  WS-VESPERA-MES           PIC 9(08) VALUE ZEROS.
       77  WS-VESPERA-ANO           PIC 9(08) VALUE ZEROS.
       77  WS-DATA-REF              PIC 9(08) VALUE ZEROS.
       77  WS-DEPTO-REF             PIC X(05) VALUE SPACES.
       77  WS-CARGO-REF             PIC 9(03) VALUE ZEROS.
       77  WS-FUNC-ATIVO            PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ATIVO         VALUE 'S'.
       77  WS-CHAVE-GRP             PIC X(08) VALUE SPACES.
       77  WS-MESES-CASA            PIC S9(05) VALUE ZEROS.
       77  WS-DEPTO-ANTERIOR        PIC X(05) VALUE SPACES.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

      *    Competencia aaaamm convertida em numero absoluto de meses
      *    para recuar os 12 meses da taxa acumulada.
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

       01  WS-ADM-G.
           03 WS-AD-ANO             PIC 9(04).
           03 WS-AD-MES             PIC 9(02).
           03 WS-AD-DIA             PIC 9(02).
       01  WS-ADM-N REDEFINES WS-ADM-G PIC 9(08).

      *    Populacao: cada passagem de um funcionario pela empresa -
      *    os do mestre e os ja retirados dele pelo MANUFUN (FUNMOV
      *    tipo T), com o departamento e o cargo atuais (ou do dia da
      *    saida), a admissao e o desligamento.
       01  WS-TAB-POP.
           03 WS-POP-ITEM OCCURS 400 TIMES.
              05 WS-POP-COD         PIC 9(03).
              05 WS-POP-DEPTO       PIC X(05).
              05 WS-POP-CARGO       PIC 9(03).
              05 WS-POP-ADMISSAO    PIC 9(08).
              05 WS-POP-DESLIG      PIC 9(08).
              05 WS-POP-MOTIVO      PIC X(02).
              05 WS-POP-ORIGEM      PIC X(01).

      *    Mudancas de departamento/cargo do FUNMOV (tipo C), na
      *    ordem do log.
       01  WS-TAB-MOV.
           03 WS-MOV-ITEM OCCURS 1000 TIMES.
              05 WS-MOV-DATA        PIC 9(08).
              05 WS-MOV-COD         PIC 9(03).
              05 WS-MOV-DEPTO-ANT   PIC X(05).
              05 WS-MOV-CARGO-ANT   PIC 9(03).
              05 WS-MOV-DEPTO-NOVO  PIC X(05).
              05 WS-MOV-CARGO-NOVO  PIC 9(03).

       01  WS-TAB-CARGOS.
           03 WS-CAR-ITEM OCCURS 50 TIMES.
              05 WS-CAR-CODIGO      PIC 9(03).
              05 WS-CAR-TITULO      PIC X(20).

      *    Grupos departamento + cargo, mantidos em ordem de chave.
       01  WS-TAB-GRP.
           03 WS-GRP-ITEM OCCURS 100 TIMES.
              05 WS-GRP-CHAVE.
                 07 WS-GRP-DEPTO    PIC X(05).
                 07 WS-GRP-CARGO    PIC 9(03).
              05 WS-GRP-INICIAL     PIC 9(05).
              05 WS-GRP-ADM         PIC 9(05).
              05 WS-GRP-DESL        PIC 9(05).
              05 WS-GRP-TENT        PIC 9(05).
              05 WS-GRP-TSAI        PIC 9(05).
              05 WS-GRP-FINAL       PIC 9(05).
              05 WS-GRP-INICIAL-12  PIC 9(05).
              05 WS-GRP-ADM-12      PIC 9(05).
              05 WS-GRP-DESL-12     PIC 9(05).
              05 WS-GRP-MESES-CASA  PIC 9(07).
              05 WS-GRP-QTD-CASA    PIC 9(05).

      *    Acumuladores da linha impressa (grupo, subtotal, total).
       01  WS-ACM-LINHA.
           03 WS-ACM-INICIAL        PIC 9(05).
           03 WS-ACM-ADM            PIC 9(05).
           03 WS-ACM-DESL           PIC 9(05).
           03 WS-ACM-TENT           PIC 9(05).
           03 WS-ACM-TSAI           PIC 9(05).
           03 WS-ACM-FINAL          PIC 9(05).
           03 WS-ACM-INICIAL-12     PIC 9(05).
           03 WS-ACM-ADM-12         PIC 9(05).
           03 WS-ACM-DESL-12        PIC 9(05).
           03 WS-ACM-MESES-CASA     PIC 9(07).
           03 WS-ACM-QTD-CASA       PIC 9(05).

       01  WS-ACM-DEPTO.
           03 WS-DEP-INICIAL        PIC 9(05).
           03 WS-DEP-ADM            PIC 9(05).
           03 WS-DEP-DESL           PIC 9(05).
           03 WS-DEP-TENT           PIC 9(05).
           03 WS-DEP-TSAI           PIC 9(05).
           03 WS-DEP-FINAL          PIC 9(05).
           03 WS-DEP-INICIAL-12     PIC 9(05).
           03 WS-DEP-ADM-12         PIC 9(05).
           03 WS-DEP-DESL-12        PIC 9(05).
           03 WS-DEP-MESES-CASA     PIC 9(07).
           03 WS-DEP-QTD-CASA       PIC 9(05).

       01  WS-ACM-EMPRESA.
           03 WS-EMP-INICIAL        PIC 9(05).
           03 WS-EMP-ADM            PIC 9(05).
           03 WS-EMP-DESL           PIC 9(05).
           03 WS-EMP-TENT           PIC 9(05).
           03 WS-EMP-TSAI           PIC 9(05).
           03 WS-EMP-FINAL          PIC 9(05).
           03 WS-EMP-INICIAL-12     PIC 9(05).
           03 WS-EMP-ADM-12         PIC 9(05).
           03 WS-EMP-DESL-12        PIC 9(05).
           03 WS-EMP-MESES-CASA     PIC 9(07).
           03 WS-EMP-QTD-CASA       PIC 9(05).

       77  WS-TAXA-MES              PIC 9(03)V99 VALUE ZEROS.
       77  WS-TAXA-12M              PIC 9(03)V99 VALUE ZEROS.
       77  WS-TEMPO-MEDIO           PIC 9(04) VALUE ZEROS.

      *    Motivos de desligamento do RESCISAO; NI = retirado do
      *    mestre pelo MANUFUN sem registro no DESLIG.TXT.
       01  WS-MOTIVOS-VALORES.
           03 FILLER PIC X(32) VALUE 'PDPEDIDO DE DEMISSAO            '.
           03 FILLER PIC X(32) VALUE 'SJDISPENSA SEM JUSTA CAUSA      '.
           03 FILLER PIC X(32) VALUE 'CJDISPENSA COM JUSTA CAUSA      '.
           03 FILLER PIC X(32) VALUE 'TCTERMINO DE CONTRATO           '.
           03 FILLER PIC X(32) VALUE 'NISEM MOTIVO INFORMADO          '.
           03 FILLER PIC X(32) VALUE 'OUOUTROS MOTIVOS                '.
       01  WS-TAB-MOTIVOS REDEFINES WS-MOTIVOS-VALORES.
           03 WS-MOT-ITEM OCCURS 6 TIMES.
              05 WS-MOT-CODIGO      PIC X(02).
              05 WS-MOT-DESCRICAO   PIC X(30).

       01  WS-TAB-MOT-CONT.
           03 WS-MOT-CONT OCCURS 6 TIMES.
              05 WS-MOT-QTD-MES     PIC 9(05).
              05 WS-MOT-QTD-12M     PIC 9(05).

       01  WS-ROT-TITULO.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'QUADRO DE PESSOAL E ROTATIVIDADE - COMP.'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 WS-ROT-MES            PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-ROT-ANO            PIC 9(04).

       01  WS-ROT-CAB.
           03 FILLER PIC X(40)
               VALUE 'DEPTO CAR TITULO          INIC  ADM DESL'.
           03 FILLER PIC X(40)
               VALUE ' TENT TSAI  FIM  TO.MES  TO.12M CASA'.

       01  WS-ROT-DETALHE.
           03 WS-ROT-DEPTO          PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ROT-CARGO          PIC X(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ROT-TITULO-CARGO   PIC X(15).
           03 WS-ROT-INICIAL        PIC ZZZZ9.
           03 WS-ROT-ADM            PIC ZZZZ9.
           03 WS-ROT-DESL           PIC ZZZZ9.
           03 WS-ROT-TENT           PIC ZZZZ9.
           03 WS-ROT-TSAI           PIC ZZZZ9.
           03 WS-ROT-FINAL          PIC ZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ROT-TAXA-MES       PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE '%'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-ROT-TAXA-12M       PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE '%'.
           03 WS-ROT-TEMPO          PIC ZZZZ9.

       01  WS-ROT-LEGENDA1.
           03 FILLER PIC X(40)
               VALUE 'INIC/FIM = QUADRO NO INICIO/FIM DO MES; '.
           03 FILLER PIC X(40)
               VALUE 'TENT/TSAI = TRANSFERENCIAS RECEBIDAS/'.
       01  WS-ROT-LEGENDA2.
           03 FILLER PIC X(40)
               VALUE 'ENVIADAS; TO = ROTATIVIDADE ((ADM+DESL)/'.
           03 FILLER PIC X(40)
               VALUE '2 SOBRE O QUADRO MEDIO); CASA = TEMPO '.
       01  WS-ROT-LEGENDA3.
           03 FILLER PIC X(40)
               VALUE 'MEDIO DE CASA DO QUADRO FINAL, EM MESES.'.

       01  WS-MOT-CAB.
           03 FILLER PIC X(40)
               VALUE 'DESLIGAMENTOS POR MOTIVO                '.
           03 FILLER PIC X(40)
               VALUE '    NO MES  12 MESES'.

       01  WS-MOT-DETALHE.
           03 WS-MOT-EXB-COD        PIC X(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-MOT-EXB-DESC       PIC X(37).
           03 FILLER                PIC X(05) VALUE SPACES.
           03 WS-MOT-EXB-MES        PIC ZZZZ9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 WS-MOT-EXB-12M        PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-DEFINE-PERIODOS

               PERFORM 0200-CARREGA-MESTRE
               IF FUN-OK
                   PERFORM 0300-CARREGA-ADMISSOES
                   PERFORM 0400-CARREGA-CARGOS
                   PERFORM 0500-CARREGA-MOVIMENTOS
                   PERFORM 0600-CARREGA-DESLIGAMENTOS

                   INITIALIZE WS-TAB-MOT-CONT
                   PERFORM VARYING WS-IDX-POP FROM 1 BY 1
                           UNTIL WS-IDX-POP > WS-QTD-POP
                       PERFORM 2000-TRATA-PASSAGEM
                   END-PERFORM
                   PERFORM 2500-TRATA-TRANSFERENCIAS

                   PERFORM 4000-IMPRIME-RELATORIO
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR ARQFUNCIONARIO.TXT'
                       TO WS-RUN-MOTIVO
                   MOVE 'ROT001' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR ARQFUN - STATUS: '
                           WS-STATUS-FUN
               END-IF

               MOVE 'ROTATIV'         TO WS-RUN-PROGRAMA
               MOVE WS-QTD-POP        TO WS-RUN-PROCESSADOS
               MOVE ZEROS             TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-DEFINE-PERIODOS.
      *----------------------------------------------------------------*
      *    Mes da data de negocio e janela de 12 meses terminando nele;
      *    as vesperas dao o quadro de abertura de cada periodo.
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-CMP
           COMPUTE WS-MES-INI = WS-CMP * 100 + 1

           COMPUTE WS-MES-ABSOLUTO = WS-CMP-ANO * 12 + WS-CMP-MES
           DIVIDE WS-MES-ABSOLUTO BY 12 GIVING WS-DT-ANO
               REMAINDER WS-DT-MES
           ADD 1 TO WS-DT-MES
           MOVE 1 TO WS-DT-DIA
           COMPUTE WS-MES-FIM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATA-N) - 1)

           COMPUTE WS-MES-ABSOLUTO = WS-CMP-ANO * 12 + WS-CMP-MES - 12
           DIVIDE WS-MES-ABSOLUTO BY 12 GIVING WS-DT-ANO
               REMAINDER WS-DT-MES
           ADD 1 TO WS-DT-MES
           MOVE 1 TO WS-DT-DIA
           MOVE WS-DATA-N TO WS-ANO-INI

           COMPUTE WS-VESPERA-MES = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-MES-INI) - 1)
           COMPUTE WS-VESPERA-ANO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-ANO-INI) - 1)
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-MESTRE.
      *----------------------------------------------------------------*
      *    Registros HDR/TRL do envelope padrao de interface nao
      *    sao dados - sao saltados aqui.
           OPEN INPUT ARQFUN
           IF FUN-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFUN
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REG-FUNCIONARIO(1:3) = 'HDR'
                              OR REG-FUNCIONARIO(1:3) = 'TRL'
                               CONTINUE
                           ELSE
                               PERFORM 0250-GUARDA-FUNCIONARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFUN
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0250-GUARDA-FUNCIONARIO.
      *----------------------------------------------------------------*
           IF WS-QTD-POP < 400
               ADD 1 TO WS-QTD-POP
               MOVE FD-COD-F   TO WS-POP-COD(WS-QTD-POP)
               MOVE FD-DEPTO-F TO WS-POP-DEPTO(WS-QTD-POP)
               MOVE ZEROS      TO WS-POP-CARGO(WS-QTD-POP)
               MOVE ZEROS      TO WS-POP-ADMISSAO(WS-QTD-POP)
               MOVE ZEROS      TO WS-POP-DESLIG(WS-QTD-POP)
               MOVE SPACES     TO WS-POP-MOTIVO(WS-QTD-POP)
               MOVE 'M'        TO WS-POP-ORIGEM(WS-QTD-POP)
           ELSE
               DISPLAY 'FUNCIONARIO IGNORADO - LIMITE DE 400 '
                       'EXCEDIDO: ' FD-COD-F
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-ADMISSOES.
      *----------------------------------------------------------------*
      *    Sem admissao conhecida o funcionario conta como ativo desde
      *    sempre e fica fora do tempo medio de casa.
           OPEN INPUT ARQADM
           IF ADM-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQADM
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM VARYING WS-IDX-POP FROM 1 BY 1
                                   UNTIL WS-IDX-POP > WS-QTD-POP
                               IF WS-POP-COD(WS-IDX-POP) = ADM-COD
                                   MOVE ADM-DATA
                                     TO WS-POP-ADMISSAO(WS-IDX-POP)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ARQADM
           END-IF
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQFCARGO
           IF FCARGO-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFCARGO
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM VARYING WS-IDX-POP FROM 1 BY 1
                                   UNTIL WS-IDX-POP > WS-QTD-POP
                               IF WS-POP-COD(WS-IDX-POP) = FCA-COD
                                   MOVE FCA-CARGO
                                     TO WS-POP-CARGO(WS-IDX-POP)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ARQFCARGO
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-CARGOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCARGOS
           IF CARGOS-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCARGOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-CARGOS < 50
                               ADD 1 TO WS-QTD-CARGOS
                               MOVE CAR-CODIGO
                                   TO WS-CAR-CODIGO(WS-QTD-CARGOS)
                               MOVE CAR-TITULO
                                   TO WS-CAR-TITULO(WS-QTD-CARGOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCARGOS
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-MOVIMENTOS.
      *----------------------------------------------------------------*
      *    Tipo C guarda a mudanca; tipo T traz de volta a passagem de
      *    quem ja saiu do mestre, com departamento, cargo e admissao
      *    do dia da saida. Tipo A ja esta no FUNCADM ou no T.
           OPEN INPUT ARQMOV
           IF MOV-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQMOV
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           EVALUATE MOV-TIPO
                               WHEN 'C'
                                   PERFORM 0510-GUARDA-MUDANCA
                               WHEN 'T'
                                   PERFORM 0520-GUARDA-RETIRADO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ARQMOV
           ELSE
               DISPLAY 'FUNMOV.TXT AUSENTE - SEM TRANSFERENCIAS E '
                       'SEM RETIRADOS DO MESTRE'
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-GUARDA-MUDANCA.
      *----------------------------------------------------------------*
           IF WS-QTD-MOV < 1000
               ADD 1 TO WS-QTD-MOV
               MOVE MOV-DATA       TO WS-MOV-DATA(WS-QTD-MOV)
               MOVE MOV-COD        TO WS-MOV-COD(WS-QTD-MOV)
               MOVE MOV-DEPTO-ANT  TO WS-MOV-DEPTO-ANT(WS-QTD-MOV)
               MOVE MOV-CARGO-ANT  TO WS-MOV-CARGO-ANT(WS-QTD-MOV)
               MOVE MOV-DEPTO-NOVO TO WS-MOV-DEPTO-NOVO(WS-QTD-MOV)
               MOVE MOV-CARGO-NOVO TO WS-MOV-CARGO-NOVO(WS-QTD-MOV)
           ELSE
               DISPLAY 'MOVIMENTO IGNORADO - LIMITE DE 1000 '
                       'EXCEDIDO: ' MOV-COD
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0520-GUARDA-RETIRADO.
      *----------------------------------------------------------------*
      *    Sem registro no DESLIG.TXT vale a data da retirada e o
      *    motivo NI (ajustados depois pelo 0600).
           IF WS-QTD-POP < 400
               ADD 1 TO WS-QTD-POP
               MOVE MOV-COD        TO WS-POP-COD(WS-QTD-POP)
               MOVE MOV-DEPTO-NOVO TO WS-POP-DEPTO(WS-QTD-POP)
               MOVE MOV-CARGO-NOVO TO WS-POP-CARGO(WS-QTD-POP)
               MOVE MOV-ADMISSAO   TO WS-POP-ADMISSAO(WS-QTD-POP)
               MOVE MOV-DATA       TO WS-POP-DESLIG(WS-QTD-POP)
               MOVE 'NI'           TO WS-POP-MOTIVO(WS-QTD-POP)
               MOVE 'T'            TO WS-POP-ORIGEM(WS-QTD-POP)
           ELSE
               DISPLAY 'RETIRADO IGNORADO - LIMITE DE 400 '
                       'EXCEDIDO: ' MOV-COD
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-DESLIGAMENTOS.
      *----------------------------------------------------------------*
      *    Cada desligamento vai para a passagem do codigo cuja
      *    admissao e a mais recente ate a data do desligamento (um
      *    codigo pode ter sido readmitido).
           OPEN INPUT ARQDESLIG
           IF DESLIG-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDESLIG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 0610-APLICA-DESLIGAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQDESLIG
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0610-APLICA-DESLIGAMENTO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ESCOLHIDO
           MOVE ZEROS TO WS-ADM-ESCOLHIDA

           PERFORM VARYING WS-IDX-POP FROM 1 BY 1
                   UNTIL WS-IDX-POP > WS-QTD-POP
               IF WS-POP-COD(WS-IDX-POP) = DSL-COD
                  AND WS-POP-ADMISSAO(WS-IDX-POP) <= DSL-DATA
                  AND (WS-IDX-ESCOLHIDO = ZEROS
                    OR WS-POP-ADMISSAO(WS-IDX-POP) >
                       WS-ADM-ESCOLHIDA)
                   MOVE WS-IDX-POP TO WS-IDX-ESCOLHIDO
                   MOVE WS-POP-ADMISSAO(WS-IDX-POP)
                       TO WS-ADM-ESCOLHIDA
               END-IF
           END-PERFORM

           IF WS-IDX-ESCOLHIDO > ZEROS
               MOVE DSL-DATA   TO WS-POP-DESLIG(WS-IDX-ESCOLHIDO)
               MOVE DSL-MOTIVO TO WS-POP-MOTIVO(WS-IDX-ESCOLHIDO)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-TRATA-PASSAGEM.
      *----------------------------------------------------------------*
      *    Abertura do mes e da janela de 12 meses, fechamento do mes,
      *    admissao e desligamento, cada um no grupo em que o
      *    funcionario estava naquela data.
           MOVE WS-VESPERA-MES TO WS-DATA-REF
           PERFORM 3000-VERIFICA-ATIVO
           IF FUNCIONARIO-ATIVO
               PERFORM 3100-LOCALIZA-GRUPO
               ADD 1 TO WS-GRP-INICIAL(WS-IDX-GRP)
           END-IF

           MOVE WS-VESPERA-ANO TO WS-DATA-REF
           PERFORM 3000-VERIFICA-ATIVO
           IF FUNCIONARIO-ATIVO
               PERFORM 3100-LOCALIZA-GRUPO
               ADD 1 TO WS-GRP-INICIAL-12(WS-IDX-GRP)
           END-IF

           MOVE WS-MES-FIM TO WS-DATA-REF
           PERFORM 3000-VERIFICA-ATIVO
           IF FUNCIONARIO-ATIVO
               PERFORM 3100-LOCALIZA-GRUPO
               ADD 1 TO WS-GRP-FINAL(WS-IDX-GRP)
               IF WS-POP-ADMISSAO(WS-IDX-POP) > ZEROS
                   PERFORM 2100-TEMPO-DE-CASA
               END-IF
           END-IF

           IF WS-POP-ADMISSAO(WS-IDX-POP) >= WS-ANO-INI
              AND WS-POP-ADMISSAO(WS-IDX-POP) <= WS-MES-FIM
               MOVE WS-POP-ADMISSAO(WS-IDX-POP) TO WS-DATA-REF
               PERFORM 3100-LOCALIZA-GRUPO
               ADD 1 TO WS-GRP-ADM-12(WS-IDX-GRP)
               IF WS-POP-ADMISSAO(WS-IDX-POP) >= WS-MES-INI
                   ADD 1 TO WS-GRP-ADM(WS-IDX-GRP)
               END-IF
           END-IF

           IF WS-POP-DESLIG(WS-IDX-POP) >= WS-ANO-INI
              AND WS-POP-DESLIG(WS-IDX-POP) <= WS-MES-FIM
               MOVE WS-POP-DESLIG(WS-IDX-POP) TO WS-DATA-REF
               PERFORM 3100-LOCALIZA-GRUPO
               PERFORM 2200-LOCALIZA-MOTIVO
               ADD 1 TO WS-GRP-DESL-12(WS-IDX-GRP)
               ADD 1 TO WS-MOT-QTD-12M(WS-IDX-MOT)
               IF WS-POP-DESLIG(WS-IDX-POP) >= WS-MES-INI
                   ADD 1 TO WS-GRP-DESL(WS-IDX-GRP)
                   ADD 1 TO WS-MOT-QTD-MES(WS-IDX-MOT)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-TEMPO-DE-CASA.
      *----------------------------------------------------------------*
      *    Meses completos entre a admissao e o fim do mes.
           MOVE WS-POP-ADMISSAO(WS-IDX-POP) TO WS-ADM-N
           MOVE WS-MES-FIM                  TO WS-DATA-N

           COMPUTE WS-MESES-CASA =
               ((WS-DT-ANO - WS-AD-ANO) * 12) + WS-DT-MES - WS-AD-MES
           IF WS-DT-DIA < WS-AD-DIA
               SUBTRACT 1 FROM WS-MESES-CASA
           END-IF
           IF WS-MESES-CASA < ZEROS
               MOVE ZEROS TO WS-MESES-CASA
           END-IF

           ADD WS-MESES-CASA TO WS-GRP-MESES-CASA(WS-IDX-GRP)
           ADD 1             TO WS-GRP-QTD-CASA(WS-IDX-GRP)
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LOCALIZA-MOTIVO.
      *----------------------------------------------------------------*
      *    Motivo fora da tabela conta em OUTROS (ultima posicao).
           MOVE 6 TO WS-IDX-MOT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               IF WS-MOT-CODIGO(WS-IDX) = WS-POP-MOTIVO(WS-IDX-POP)
                   MOVE WS-IDX TO WS-IDX-MOT
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-TRATA-TRANSFERENCIAS.
      *----------------------------------------------------------------*
      *    Mudanca de departamento ou de cargo no mes sai do grupo
      *    anterior e entra no novo.
           PERFORM VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV > WS-QTD-MOV
               IF WS-MOV-DATA(WS-IDX-MOV) >= WS-MES-INI
                  AND WS-MOV-DATA(WS-IDX-MOV) <= WS-MES-FIM
                   MOVE WS-MOV-DEPTO-ANT(WS-IDX-MOV) TO WS-DEPTO-REF
                   MOVE WS-MOV-CARGO-ANT(WS-IDX-MOV) TO WS-CARGO-REF
                   PERFORM 3150-BUSCA-INSERE-GRUPO
                   ADD 1 TO WS-GRP-TSAI(WS-IDX-GRP)
                   MOVE WS-MOV-DEPTO-NOVO(WS-IDX-MOV) TO WS-DEPTO-REF
                   MOVE WS-MOV-CARGO-NOVO(WS-IDX-MOV) TO WS-CARGO-REF
                   PERFORM 3150-BUSCA-INSERE-GRUPO
                   ADD 1 TO WS-GRP-TENT(WS-IDX-GRP)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-VERIFICA-ATIVO.
      *----------------------------------------------------------------*
      *    No quadro ao fim do dia WS-DATA-REF: admitido ate ele e nao
      *    desligado ate ele.
           MOVE 'N' TO WS-FUNC-ATIVO

           IF WS-POP-ADMISSAO(WS-IDX-POP) <= WS-DATA-REF
              AND (WS-POP-DESLIG(WS-IDX-POP) = ZEROS
                OR WS-POP-DESLIG(WS-IDX-POP) > WS-DATA-REF)
               SET FUNCIONARIO-ATIVO TO TRUE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LOCALIZA-GRUPO.
      *----------------------------------------------------------------*
      *    Departamento e cargo em WS-DATA-REF: os atuais, desfeita a
      *    primeira mudanca do log posterior a data (e nao anterior a
      *    admissao desta passagem).
           MOVE WS-POP-DEPTO(WS-IDX-POP) TO WS-DEPTO-REF
           MOVE WS-POP-CARGO(WS-IDX-POP) TO WS-CARGO-REF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV > WS-QTD-MOV OR ITEM-ACHADO
               IF WS-MOV-COD(WS-IDX-MOV) = WS-POP-COD(WS-IDX-POP)
                  AND WS-MOV-DATA(WS-IDX-MOV) > WS-DATA-REF
                  AND WS-MOV-DATA(WS-IDX-MOV) >=
                      WS-POP-ADMISSAO(WS-IDX-POP)
                   MOVE WS-MOV-DEPTO-ANT(WS-IDX-MOV) TO WS-DEPTO-REF
                   MOVE WS-MOV-CARGO-ANT(WS-IDX-MOV) TO WS-CARGO-REF
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM

           PERFORM 3150-BUSCA-INSERE-GRUPO
           .
           EXIT.
      *----------------------------------------------------------------*
       3150-BUSCA-INSERE-GRUPO.
      *----------------------------------------------------------------*
      *    Grupo de WS-DEPTO-REF/WS-CARGO-REF; grupo novo e inserido na
      *    posicao da chave, para o relatorio sair em ordem.
           MOVE WS-DEPTO-REF TO WS-CHAVE-GRP(1:5)
           MOVE WS-CARGO-REF TO WS-CHAVE-GRP(6:3)

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-QTD-GRP
                      OR WS-GRP-CHAVE(WS-IDX-GRP) >= WS-CHAVE-GRP
               CONTINUE
           END-PERFORM

           IF WS-IDX-GRP > WS-QTD-GRP
              OR WS-GRP-CHAVE(WS-IDX-GRP) NOT = WS-CHAVE-GRP
               IF WS-QTD-GRP < 100
                   PERFORM VARYING WS-IDX FROM WS-QTD-GRP BY -1
                           UNTIL WS-IDX < WS-IDX-GRP
                       MOVE WS-GRP-ITEM(WS-IDX)
                           TO WS-GRP-ITEM(WS-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTD-GRP
                   INITIALIZE WS-GRP-ITEM(WS-IDX-GRP)
                   MOVE WS-CHAVE-GRP TO WS-GRP-CHAVE(WS-IDX-GRP)
               ELSE
      *            Tabela cheia: o movimento cai no ultimo grupo.
                   DISPLAY 'GRUPO IGNORADO - LIMITE DE 100 EXCEDIDO: '
                           WS-CHAVE-GRP
                   MOVE WS-QTD-GRP TO WS-IDX-GRP
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-IMPRIME-RELATORIO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQREL

           MOVE WS-CMP-MES TO WS-ROT-MES
           MOVE WS-CMP-ANO TO WS-ROT-ANO
           WRITE REG-RELATORIO FROM WS-ROT-TITULO
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-ROT-CAB
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           INITIALIZE WS-ACM-DEPTO
           INITIALIZE WS-ACM-EMPRESA

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-QTD-GRP
               IF WS-IDX-GRP > 1
                  AND WS-GRP-DEPTO(WS-IDX-GRP) NOT = WS-DEPTO-ANTERIOR
                   PERFORM 4200-IMPRIME-SUBTOTAL
               END-IF
               MOVE WS-GRP-DEPTO(WS-IDX-GRP) TO WS-DEPTO-ANTERIOR
               PERFORM 4100-IMPRIME-GRUPO
           END-PERFORM
           IF WS-QTD-GRP > ZEROS
               PERFORM 4200-IMPRIME-SUBTOTAL
           END-IF

           MOVE WS-ACM-EMPRESA  TO WS-ACM-LINHA
           MOVE SPACES          TO WS-ROT-DEPTO
           MOVE SPACES          TO WS-ROT-CARGO
           MOVE 'TOTAL EMPRESA' TO WS-ROT-TITULO-CARGO
           PERFORM 4500-FORMATA-LINHA
           WRITE REG-RELATORIO FROM WS-ROT-DETALHE
           DISPLAY WS-ROT-DETALHE
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-ROT-LEGENDA1
           WRITE REG-RELATORIO FROM WS-ROT-LEGENDA2
           WRITE REG-RELATORIO FROM WS-ROT-LEGENDA3

           PERFORM 4600-IMPRIME-MOTIVOS

           CLOSE ARQREL
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-IMPRIME-GRUPO.
      *----------------------------------------------------------------*
           MOVE WS-GRP-INICIAL(WS-IDX-GRP)    TO WS-ACM-INICIAL
           MOVE WS-GRP-ADM(WS-IDX-GRP)        TO WS-ACM-ADM
           MOVE WS-GRP-DESL(WS-IDX-GRP)       TO WS-ACM-DESL
           MOVE WS-GRP-TENT(WS-IDX-GRP)       TO WS-ACM-TENT
           MOVE WS-GRP-TSAI(WS-IDX-GRP)       TO WS-ACM-TSAI
           MOVE WS-GRP-FINAL(WS-IDX-GRP)      TO WS-ACM-FINAL
           MOVE WS-GRP-INICIAL-12(WS-IDX-GRP) TO WS-ACM-INICIAL-12
           MOVE WS-GRP-ADM-12(WS-IDX-GRP)     TO WS-ACM-ADM-12
           MOVE WS-GRP-DESL-12(WS-IDX-GRP)    TO WS-ACM-DESL-12
           MOVE WS-GRP-MESES-CASA(WS-IDX-GRP) TO WS-ACM-MESES-CASA
           MOVE WS-GRP-QTD-CASA(WS-IDX-GRP)   TO WS-ACM-QTD-CASA

           ADD WS-ACM-INICIAL    TO WS-DEP-INICIAL    WS-EMP-INICIAL
           ADD WS-ACM-ADM        TO WS-DEP-ADM        WS-EMP-ADM
           ADD WS-ACM-DESL       TO WS-DEP-DESL       WS-EMP-DESL
           ADD WS-ACM-TENT       TO WS-DEP-TENT       WS-EMP-TENT
           ADD WS-ACM-TSAI       TO WS-DEP-TSAI       WS-EMP-TSAI
           ADD WS-ACM-FINAL      TO WS-DEP-FINAL      WS-EMP-FINAL
           ADD WS-ACM-INICIAL-12 TO WS-DEP-INICIAL-12 WS-EMP-INICIAL-12
           ADD WS-ACM-ADM-12     TO WS-DEP-ADM-12     WS-EMP-ADM-12
           ADD WS-ACM-DESL-12    TO WS-DEP-DESL-12    WS-EMP-DESL-12
           ADD WS-ACM-MESES-CASA TO WS-DEP-MESES-CASA WS-EMP-MESES-CASA
           ADD WS-ACM-QTD-CASA   TO WS-DEP-QTD-CASA   WS-EMP-QTD-CASA

           MOVE WS-GRP-DEPTO(WS-IDX-GRP) TO WS-ROT-DEPTO
           MOVE WS-GRP-CARGO(WS-IDX-GRP) TO WS-ROT-CARGO
           MOVE 'SEM CARGO'              TO WS-ROT-TITULO-CARGO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CARGOS
               IF WS-CAR-CODIGO(WS-IDX) = WS-GRP-CARGO(WS-IDX-GRP)
                   MOVE WS-CAR-TITULO(WS-IDX) TO WS-ROT-TITULO-CARGO
               END-IF
           END-PERFORM

           PERFORM 4500-FORMATA-LINHA
           WRITE REG-RELATORIO FROM WS-ROT-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-IMPRIME-SUBTOTAL.
      *----------------------------------------------------------------*
           MOVE WS-ACM-DEPTO      TO WS-ACM-LINHA
           MOVE WS-DEPTO-ANTERIOR TO WS-ROT-DEPTO
           MOVE SPACES            TO WS-ROT-CARGO
           MOVE 'SUBTOTAL DEPTO'  TO WS-ROT-TITULO-CARGO
           PERFORM 4500-FORMATA-LINHA
           WRITE REG-RELATORIO FROM WS-ROT-DETALHE
           DISPLAY WS-ROT-DETALHE
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           INITIALIZE WS-ACM-DEPTO
           .
           EXIT.
      *----------------------------------------------------------------*
       4500-FORMATA-LINHA.
      *----------------------------------------------------------------*
      *    Rotatividade = metade de admissoes mais desligamentos sobre
      *    o quadro medio (abertura e fechamento), em percentual.
           MOVE ZEROS TO WS-TAXA-MES
           IF WS-ACM-INICIAL + WS-ACM-FINAL > ZEROS
               COMPUTE WS-TAXA-MES ROUNDED =
                   (WS-ACM-ADM + WS-ACM-DESL) * 100
                   / (WS-ACM-INICIAL + WS-ACM-FINAL)
           END-IF

           MOVE ZEROS TO WS-TAXA-12M
           IF WS-ACM-INICIAL-12 + WS-ACM-FINAL > ZEROS
               COMPUTE WS-TAXA-12M ROUNDED =
                   (WS-ACM-ADM-12 + WS-ACM-DESL-12) * 100
                   / (WS-ACM-INICIAL-12 + WS-ACM-FINAL)
           END-IF

           MOVE ZEROS TO WS-TEMPO-MEDIO
           IF WS-ACM-QTD-CASA > ZEROS
               COMPUTE WS-TEMPO-MEDIO ROUNDED =
                   WS-ACM-MESES-CASA / WS-ACM-QTD-CASA
           END-IF

           MOVE WS-ACM-INICIAL TO WS-ROT-INICIAL
           MOVE WS-ACM-ADM     TO WS-ROT-ADM
           MOVE WS-ACM-DESL    TO WS-ROT-DESL
           MOVE WS-ACM-TENT    TO WS-ROT-TENT
           MOVE WS-ACM-TSAI    TO WS-ROT-TSAI
           MOVE WS-ACM-FINAL   TO WS-ROT-FINAL
           MOVE WS-TAXA-MES    TO WS-ROT-TAXA-MES
           MOVE WS-TAXA-12M    TO WS-ROT-TAXA-12M
           MOVE WS-TEMPO-MEDIO TO WS-ROT-TEMPO
           .
           EXIT.
      *----------------------------------------------------------------*
       4600-IMPRIME-MOTIVOS.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-MOT-CAB
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1 UNTIL WS-IDX-MOT > 6
               MOVE WS-MOT-CODIGO(WS-IDX-MOT)    TO WS-MOT-EXB-COD
               MOVE WS-MOT-DESCRICAO(WS-IDX-MOT) TO WS-MOT-EXB-DESC
               MOVE WS-MOT-QTD-MES(WS-IDX-MOT)   TO WS-MOT-EXB-MES
               MOVE WS-MOT-QTD-12M(WS-IDX-MOT)   TO WS-MOT-EXB-12M
               WRITE REG-RELATORIO FROM WS-MOT-DETALHE
           END-PERFORM

           MOVE SPACES               TO WS-MOT-EXB-COD
           MOVE 'TOTAL'              TO WS-MOT-EXB-DESC
           MOVE WS-EMP-DESL          TO WS-MOT-EXB-MES
           MOVE WS-EMP-DESL-12       TO WS-MOT-EXB-12M
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-MOT-DETALHE
           DISPLAY WS-MOT-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM ROTATIV.
