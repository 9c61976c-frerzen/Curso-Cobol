      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Comparison of two elections kept on the results
      *          history RESHIST.TXT (written by HISTELEI). The card
      *          COMPHPAR.TXT names election A (the earlier one) and
      *          election B by date and round, the race (P executivo,
      *          default, or V vereador) and how many sections to
      *          list. COMPHIST.TXT shows each party's share of the
      *          valid votes per zona in both elections with the
      *          swing in percentage points, the turnout of each zona
      *          and overall with its change, and the sections with
      *          the largest party swing - the zona 012 question
      *          answered without the old printouts. Sections are
      *          matched by zona and secao (by local when both are
      *          zero); a section present in only one election stays
      *          out of the largest-shift list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. COMPHIST.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-PARM.

       SELECT ARQHIST ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-HIST.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPHPAR.TXT".
       01  REG-PARM.
           03 CHP-DATA-A                PIC 9(08).
           03 FILLER                    PIC X(01).
           03 CHP-TURNO-A               PIC 9(01).
           03 FILLER                    PIC X(01).
           03 CHP-DATA-B                PIC 9(08).
           03 FILLER                    PIC X(01).
           03 CHP-TURNO-B               PIC 9(01).
           03 FILLER                    PIC X(01).
           03 CHP-CARGO                 PIC X(01).
           03 FILLER                    PIC X(01).
           03 CHP-QTD-MAIORES           PIC 9(02).

       FD ARQHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESHIST.TXT".
       01  REG-HISTORICO.
           03 RHS-DATA-ELEICAO          PIC 9(08).
           03 RHS-TURNO                 PIC 9(01).
           03 RHS-TIPO                  PIC X(03).
           03 RHS-CARGO                 PIC X(01).
           03 RHS-ZONA                  PIC 9(03).
           03 RHS-SECAO                 PIC 9(04).
           03 RHS-LOCAL                 PIC X(05).
           03 RHS-NUMERO                PIC 9(03).
           03 RHS-NOME                  PIC X(20).
           03 RHS-PARTIDO               PIC 9(02).
           03 RHS-APTOS                 PIC 9(05).
           03 RHS-COMPAREC              PIC 9(05).
           03 RHS-BRANCO                PIC 9(05).
           03 RHS-NULO                  PIC 9(05).
           03 RHS-LEGENDA               PIC 9(05).
           03 RHS-VOTOS                 PIC 9(05).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPHIST.TXT".
       01  REG-RELATORIO                PIC X(80).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMPHRUN.TXT".
       01  REG-RUN                      PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF-HIST                  PIC X(01) VALUE ' '.
       77  WS-STATUS-PARM               PIC X(02) VALUE SPACES.
           88 PARM-OK                       VALUE '00'.
       77  WS-STATUS-HIST               PIC X(02) VALUE SPACES.
           88 HIST-OK                       VALUE '00'.
       77  WS-CARGO                     PIC X(01) VALUE 'P'.
       77  WS-QTD-MAIORES               PIC 9(02) VALUE 10.
       77  WS-IE                        PIC 9(01) VALUE ZEROS.
       77  WS-QTD-SEC                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-SEC                   PIC 9(03) VALUE ZEROS.
       77  WS-POS-SEC                   PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ZONA                  PIC 9(02) VALUE ZEROS.
       77  WS-IDX-ZONA                  PIC 9(02) VALUE ZEROS.
       77  WS-POS-ZONA                  PIC 9(02) VALUE ZEROS.
       77  WS-QTD-PART                  PIC 9(02) VALUE ZEROS.
       77  WS-IDX-PART                  PIC 9(02) VALUE ZEROS.
       77  WS-POS-PART                  PIC 9(02) VALUE ZEROS.
       77  WS-IDX-LISTA                 PIC 9(02) VALUE ZEROS.
       77  WS-CONT-LIDOS                PIC 9(07) VALUE ZEROS.
       77  WS-VALIDOS-AUX               PIC S9(06) VALUE ZEROS.
       77  WS-PERC-A                    PIC 9(03)V99 VALUE ZEROS.
       77  WS-PERC-B                    PIC 9(03)V99 VALUE ZEROS.
       77  WS-VARIACAO                  PIC S9(03)V99 VALUE ZEROS.
       77  WS-VARIACAO-ABS              PIC 9(03)V99 VALUE ZEROS.
       77  WS-MAIOR-ABS                 PIC 9(03)V99 VALUE ZEROS.
       77  WS-VOTOS-A                   PIC 9(07) VALUE ZEROS.
       77  WS-VOTOS-B                   PIC 9(07) VALUE ZEROS.
       77  WS-VALIDOS-A                 PIC 9(07) VALUE ZEROS.
       77  WS-VALIDOS-B                 PIC 9(07) VALUE ZEROS.

           COPY CABECALHO80.
           COPY RUNSUMARIO.

      *    Eleicao 1 = A (base da comparacao), eleicao 2 = B.
       01  WS-TAB-ELEICAO.
           03 WS-ELE-ITEM OCCURS 2 TIMES.
              05 WS-ELE-DATA.
                 07 WS-ELE-ANO          PIC 9(04).
                 07 WS-ELE-MES          PIC 9(02).
                 07 WS-ELE-DIA          PIC 9(02).
              05 WS-ELE-TURNO           PIC 9(01).
              05 WS-ELE-QTD-REG         PIC 9(07).
              05 WS-ELE-APTOS           PIC 9(07).
              05 WS-ELE-COMPAREC        PIC 9(07).

       01  WS-TAB-PARTIDO.
           03 WS-PAR-ITEM OCCURS 40 TIMES.
              05 WS-PAR-PREFIXO         PIC 9(02).
              05 WS-PAR-NOME            PIC X(20).

       01  WS-TAB-SECAO.
           03 WS-SEC-ITEM OCCURS 120 TIMES.
              05 WS-SEC-ZONA            PIC 9(03).
              05 WS-SEC-SECAO           PIC 9(04).
              05 WS-SEC-LOCAL           PIC X(05).
              05 WS-SEC-ELEICAO OCCURS 2 TIMES.
                 07 WS-SEC-PRESENTE     PIC X(01).
                 07 WS-SEC-APTOS        PIC 9(05).
                 07 WS-SEC-COMPAREC     PIC 9(05).
                 07 WS-SEC-VALIDOS      PIC 9(05).
              05 WS-SEC-MAIOR-ABS       PIC 9(03)V99.
              05 WS-SEC-MAIOR-PART      PIC 9(02).
              05 WS-SEC-LISTADA         PIC X(01).

       01  WS-TAB-VOTO-SECAO.
           03 WS-VSE-SEC OCCURS 120 TIMES.
              05 WS-VSE-PART OCCURS 40 TIMES.
                 07 WS-VSE-VOTOS OCCURS 2 TIMES PIC 9(05).

       01  WS-TAB-ZONA.
           03 WS-ZON-ITEM OCCURS 50 TIMES.
              05 WS-ZON-ZONA            PIC 9(03).
              05 WS-ZON-ELEICAO OCCURS 2 TIMES.
                 07 WS-ZON-APTOS        PIC 9(06).
                 07 WS-ZON-COMPAREC     PIC 9(06).
                 07 WS-ZON-VALIDOS      PIC 9(06).

       01  WS-TAB-VOTO-ZONA.
           03 WS-VZO-ZONA OCCURS 50 TIMES.
              05 WS-VZO-PART OCCURS 40 TIMES.
                 07 WS-VZO-VOTOS OCCURS 2 TIMES PIC 9(06).

       01  WS-LINHA1.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(35)
               VALUE 'COMPARATIVO ENTRE ELEICOES - CARGO '.
           03 WS-LIN1-CARGO              PIC X(01).

       01  WS-LINHA2.
           03 FILLER PIC X(11) VALUE 'ELEICAO A: '.
           03 WS-LIN2-DIA-A              PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-LIN2-MES-A              PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-LIN2-ANO-A              PIC 9(04).
           03 FILLER PIC X(07) VALUE ' TURNO '.
           03 WS-LIN2-TURNO-A            PIC 9(01).
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'ELEICAO B: '.
           03 WS-LIN2-DIA-B              PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-LIN2-MES-B              PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-LIN2-ANO-B              PIC 9(04).
           03 FILLER PIC X(07) VALUE ' TURNO '.
           03 WS-LIN2-TURNO-B            PIC 9(01).

       01  WS-TITULO-SECAO              PIC X(80) VALUE SPACES.

       01  WS-CAB-PARTIDO.
           03 FILLER PIC X(30) VALUE 'ZONA  PARTIDO'.
           03 FILLER PIC X(21) VALUE ' VOT.A    % A   VOT.B'.
           03 FILLER PIC X(18) VALUE '    % B    VAR(PP)'.

       01  WS-DET-PARTIDO.
           03 WS-EXB-PZ-ZONA            PIC 9(03).
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-EXB-PZ-PARTIDO         PIC 9(02).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-PZ-NOME            PIC X(20).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-PZ-VOTOS-A         PIC ZZZZZ9.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-PZ-PERC-A          PIC ZZ9.99.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-EXB-PZ-VOTOS-B         PIC ZZZZZ9.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-PZ-PERC-B          PIC ZZ9.99.
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WS-EXB-PZ-VARIACAO        PIC +++9.99.

       01  WS-CAB-COMPAREC.
           03 FILLER PIC X(30) VALUE 'ZONA  APTOS.A   COMP. A    % A'.
           03 FILLER PIC X(25) VALUE ' APTOS.B   COMP. B    % B'.
           03 FILLER PIC X(11) VALUE '    VAR(PP)'.

       01  WS-DET-COMPAREC.
           03 WS-EXB-TZ-ZONA            PIC X(05).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-TZ-APTOS-A         PIC ZZZZZZ9.
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-EXB-TZ-COMPAR-A        PIC ZZZZZZ9.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-TZ-PERC-A          PIC ZZ9.99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-TZ-APTOS-B         PIC ZZZZZZ9.
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-EXB-TZ-COMPAR-B        PIC ZZZZZZ9.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-TZ-PERC-B          PIC ZZ9.99.
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WS-EXB-TZ-VARIACAO        PIC +++9.99.

       01  WS-CAB-MAIORES.
           03 FILLER PIC X(46) VALUE 'ZONA  SECAO LOCAL   PARTIDO'.
           03 FILLER PIC X(26) VALUE '   % A     % B     VAR(PP)'.

       01  WS-DET-MAIORES.
           03 WS-EXB-MS-ZONA            PIC 9(03).
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-EXB-MS-SECAO           PIC 9(04).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-EXB-MS-LOCAL           PIC X(05).
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-EXB-MS-PARTIDO         PIC 9(02).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-MS-NOME            PIC X(20).
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-EXB-MS-PERC-A          PIC ZZ9.99.
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-EXB-MS-PERC-B          PIC ZZ9.99.
           03 FILLER                    PIC X(05) VALUE SPACES.
           03 WS-EXB-MS-VARIACAO        PIC +++9.99.

       01  WS-RODAPE1.
           03 FILLER       PIC X(36) VALUE
               'REGISTROS DO HISTORICO - ELEICAO A'.
           03 FILLER       PIC X(02) VALUE ': '.
           03 WS-TOTREG-A  PIC ZZZZZZ9.

       01  WS-RODAPE2.
           03 FILLER       PIC X(36) VALUE
               'REGISTROS DO HISTORICO - ELEICAO B'.
           03 FILLER       PIC X(02) VALUE ': '.
           03 WS-TOTREG-B  PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               MOVE 'COMPHIST' TO WS-RUN-PROGRAMA
               INITIALIZE WS-TAB-ELEICAO
                          WS-TAB-SECAO
                          WS-TAB-VOTO-SECAO
                          WS-TAB-ZONA
                          WS-TAB-VOTO-ZONA

               PERFORM 0100-LER-PARAMETRO
               IF FIM-NORMAL
                   PERFORM 1000-CARREGA-HISTORICO
               END-IF

               IF FIM-NORMAL
                   PERFORM 2000-CALCULA-VARIACAO
                       VARYING WS-IDX-SEC FROM 1 BY 1
                       UNTIL WS-IDX-SEC > WS-QTD-SEC

                   OPEN OUTPUT ARQREL
                   PERFORM 4000-GRAVA-RELATORIO
                   CLOSE ARQREL
               END-IF

               MOVE WS-CONT-LIDOS TO WS-RUN-PROCESSADOS
               MOVE ZEROS         TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-LER-PARAMETRO.
      *----------------------------------------------------------------*
      *    Cargo em branco e o executivo; sem quantidade, as 10
      *    secoes de maior variacao.
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHP-DATA-A IS NUMERIC
                          AND CHP-TURNO-A IS NUMERIC
                           MOVE CHP-DATA-A  TO WS-ELE-DATA(1)
                           MOVE CHP-TURNO-A TO WS-ELE-TURNO(1)
                       END-IF
                       IF CHP-DATA-B IS NUMERIC
                          AND CHP-TURNO-B IS NUMERIC
                           MOVE CHP-DATA-B  TO WS-ELE-DATA(2)
                           MOVE CHP-TURNO-B TO WS-ELE-TURNO(2)
                       END-IF
                       IF CHP-CARGO = 'V'
                           MOVE 'V' TO WS-CARGO
                       END-IF
                       IF CHP-QTD-MAIORES IS NUMERIC
                          AND CHP-QTD-MAIORES > ZEROS
                           MOVE CHP-QTD-MAIORES TO WS-QTD-MAIORES
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF

           IF WS-ELE-DATA(1) = ZEROS OR WS-ELE-DATA(2) = ZEROS
              OR (WS-ELE-DATA(1) = WS-ELE-DATA(2)
                  AND WS-ELE-TURNO(1) = WS-ELE-TURNO(2))
               SET FIM-ANORMAL TO TRUE
               MOVE 'PARAMETRO COMPHPAR INVALIDO' TO WS-RUN-MOTIVO
               MOVE 'CHS001' TO WS-RUN-CODIGO
               DISPLAY 'COMPHPAR.TXT DEVE TRAZER DUAS ELEICOES '
                       'DISTINTAS (DATA E TURNO)'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-CARREGA-HISTORICO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHIST
           IF NOT HIST-OK
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR RESHIST.TXT' TO WS-RUN-MOTIVO
               MOVE 'CHS002' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQHIST - STATUS: '
                       WS-STATUS-HIST
           ELSE
               PERFORM UNTIL WS-EOF-HIST = 'S'
                   READ ARQHIST
                       AT END
                           MOVE 'S' TO WS-EOF-HIST
                       NOT AT END
                           PERFORM 1100-TRATA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ARQHIST

               IF WS-ELE-QTD-REG(1) = ZEROS
                  OR WS-ELE-QTD-REG(2) = ZEROS
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'ELEICAO AUSENTE DO HISTORICO'
                       TO WS-RUN-MOTIVO
                   MOVE 'CHS003' TO WS-RUN-CODIGO
                   DISPLAY 'RESHIST.TXT SEM A ELEICAO A OU B PARA O '
                           'CARGO ' WS-CARGO ' - REGISTROS A: '
                           WS-ELE-QTD-REG(1) ' B: '
                           WS-ELE-QTD-REG(2)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-TRATA-REGISTRO.
      *----------------------------------------------------------------*
      *    So interessam o cargo pedido e as duas eleicoes; linhas
      *    CAN nao entram - a comparacao e por partido.
           MOVE ZEROS TO WS-IE
           IF RHS-CARGO = WS-CARGO
               IF RHS-DATA-ELEICAO = WS-ELE-DATA(1)
                  AND RHS-TURNO = WS-ELE-TURNO(1)
                   MOVE 1 TO WS-IE
               END-IF
               IF RHS-DATA-ELEICAO = WS-ELE-DATA(2)
                  AND RHS-TURNO = WS-ELE-TURNO(2)
                   MOVE 2 TO WS-IE
               END-IF
           END-IF

           IF WS-IE > ZEROS
               ADD 1 TO WS-CONT-LIDOS
               ADD 1 TO WS-ELE-QTD-REG(WS-IE)

               EVALUATE RHS-TIPO
                   WHEN 'SEC'
                       PERFORM 1200-LOCALIZA-SECAO
                       PERFORM 1300-LOCALIZA-ZONA
                       PERFORM 1150-SOMA-SECAO
                   WHEN 'PAR'
                       PERFORM 1200-LOCALIZA-SECAO
                       PERFORM 1300-LOCALIZA-ZONA
                       PERFORM 1400-LOCALIZA-PARTIDO
                       PERFORM 1160-SOMA-PARTIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1150-SOMA-SECAO.
      *----------------------------------------------------------------*
      *    Validos = comparecimento menos brancos e nulos, a base do
      *    percentual de cada partido.
           COMPUTE WS-VALIDOS-AUX = RHS-COMPAREC - RHS-BRANCO - RHS-NULO
           IF WS-VALIDOS-AUX < ZEROS
               MOVE ZEROS TO WS-VALIDOS-AUX
           END-IF

           ADD RHS-APTOS    TO WS-ELE-APTOS(WS-IE)
           ADD RHS-COMPAREC TO WS-ELE-COMPAREC(WS-IE)

           IF WS-POS-SEC > ZEROS
               MOVE 'S'            TO WS-SEC-PRESENTE(WS-POS-SEC, WS-IE)
               MOVE RHS-APTOS      TO WS-SEC-APTOS(WS-POS-SEC, WS-IE)
               MOVE RHS-COMPAREC   TO WS-SEC-COMPAREC(WS-POS-SEC, WS-IE)
               MOVE WS-VALIDOS-AUX TO WS-SEC-VALIDOS(WS-POS-SEC, WS-IE)
           END-IF

           IF WS-POS-ZONA > ZEROS
               ADD RHS-APTOS      TO WS-ZON-APTOS(WS-POS-ZONA, WS-IE)
               ADD RHS-COMPAREC   TO WS-ZON-COMPAREC(WS-POS-ZONA, WS-IE)
               ADD WS-VALIDOS-AUX TO WS-ZON-VALIDOS(WS-POS-ZONA, WS-IE)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1160-SOMA-PARTIDO.
      *----------------------------------------------------------------*
           IF WS-POS-PART > ZEROS
               IF WS-POS-SEC > ZEROS
                   ADD RHS-VOTOS
                       TO WS-VSE-VOTOS(WS-POS-SEC, WS-POS-PART, WS-IE)
               END-IF
               IF WS-POS-ZONA > ZEROS
                   ADD RHS-VOTOS
                       TO WS-VZO-VOTOS(WS-POS-ZONA, WS-POS-PART, WS-IE)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-LOCALIZA-SECAO.
      *----------------------------------------------------------------*
      *    Secao = zona + secao; local sem cadastro de zona (zona e
      *    secao zeradas) casa pelo codigo do local.
           MOVE ZEROS TO WS-POS-SEC
           PERFORM VARYING WS-IDX-SEC FROM 1 BY 1
                   UNTIL WS-IDX-SEC > WS-QTD-SEC
                      OR WS-POS-SEC > ZEROS
               IF WS-SEC-ZONA(WS-IDX-SEC) = RHS-ZONA
                  AND WS-SEC-SECAO(WS-IDX-SEC) = RHS-SECAO
                   IF RHS-ZONA > ZEROS OR RHS-SECAO > ZEROS
                      OR WS-SEC-LOCAL(WS-IDX-SEC) = RHS-LOCAL
                       MOVE WS-IDX-SEC TO WS-POS-SEC
                   END-IF
               END-IF
           END-PERFORM

           IF WS-POS-SEC = ZEROS
               IF WS-QTD-SEC < 120
                   ADD 1 TO WS-QTD-SEC
                   MOVE WS-QTD-SEC TO WS-POS-SEC
                   MOVE RHS-ZONA   TO WS-SEC-ZONA(WS-POS-SEC)
                   MOVE RHS-SECAO  TO WS-SEC-SECAO(WS-POS-SEC)
                   MOVE RHS-LOCAL  TO WS-SEC-LOCAL(WS-POS-SEC)
                   MOVE 'N' TO WS-SEC-PRESENTE(WS-POS-SEC, 1)
                   MOVE 'N' TO WS-SEC-PRESENTE(WS-POS-SEC, 2)
                   MOVE 'N' TO WS-SEC-LISTADA(WS-POS-SEC)
               ELSE
                   DISPLAY 'SECAO IGNORADA - LIMITE DE 120 SECOES '
                           'EXCEDIDO: ' RHS-ZONA '/' RHS-SECAO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-LOCALIZA-ZONA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-POS-ZONA
           PERFORM VARYING WS-IDX-ZONA FROM 1 BY 1
                   UNTIL WS-IDX-ZONA > WS-QTD-ZONA
                      OR WS-POS-ZONA > ZEROS
               IF WS-ZON-ZONA(WS-IDX-ZONA) = RHS-ZONA
                   MOVE WS-IDX-ZONA TO WS-POS-ZONA
               END-IF
           END-PERFORM

           IF WS-POS-ZONA = ZEROS
               IF WS-QTD-ZONA < 50
                   ADD 1 TO WS-QTD-ZONA
                   MOVE WS-QTD-ZONA TO WS-POS-ZONA
                   MOVE RHS-ZONA    TO WS-ZON-ZONA(WS-POS-ZONA)
               ELSE
                   DISPLAY 'ZONA IGNORADA - LIMITE DE 50 ZONAS '
                           'EXCEDIDO: ' RHS-ZONA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1400-LOCALIZA-PARTIDO.
      *----------------------------------------------------------------*
      *    O nome fica o da eleicao mais recente que o trouxer.
           MOVE ZEROS TO WS-POS-PART
           PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                   UNTIL WS-IDX-PART > WS-QTD-PART
                      OR WS-POS-PART > ZEROS
               IF WS-PAR-PREFIXO(WS-IDX-PART) = RHS-NUMERO
                   MOVE WS-IDX-PART TO WS-POS-PART
               END-IF
           END-PERFORM

           IF WS-POS-PART = ZEROS
               IF WS-QTD-PART < 40
                   ADD 1 TO WS-QTD-PART
                   MOVE WS-QTD-PART TO WS-POS-PART
                   MOVE RHS-NUMERO  TO WS-PAR-PREFIXO(WS-POS-PART)
                   MOVE RHS-NOME    TO WS-PAR-NOME(WS-POS-PART)
               ELSE
                   DISPLAY 'PARTIDO IGNORADO - LIMITE DE 40 PARTIDOS '
                           'EXCEDIDO: ' RHS-NUMERO
               END-IF
           ELSE
               IF RHS-NOME NOT = SPACES AND WS-IE = 2
                   MOVE RHS-NOME TO WS-PAR-NOME(WS-POS-PART)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CALCULA-VARIACAO.
      *----------------------------------------------------------------*
      *    Maior variacao de partido na secao, em valor absoluto -
      *    so para secao apurada nas duas eleicoes.
           MOVE ZEROS TO WS-SEC-MAIOR-ABS(WS-IDX-SEC)
                         WS-SEC-MAIOR-PART(WS-IDX-SEC)

           IF WS-SEC-PRESENTE(WS-IDX-SEC, 1) = 'S'
              AND WS-SEC-PRESENTE(WS-IDX-SEC, 2) = 'S'
               PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                       UNTIL WS-IDX-PART > WS-QTD-PART
                   MOVE WS-VSE-VOTOS(WS-IDX-SEC, WS-IDX-PART, 1)
                       TO WS-VOTOS-A
                   MOVE WS-VSE-VOTOS(WS-IDX-SEC, WS-IDX-PART, 2)
                       TO WS-VOTOS-B
                   MOVE WS-SEC-VALIDOS(WS-IDX-SEC, 1) TO WS-VALIDOS-A
                   MOVE WS-SEC-VALIDOS(WS-IDX-SEC, 2) TO WS-VALIDOS-B
                   PERFORM 3000-CALCULA-PERCENTUAIS

                   IF WS-VARIACAO-ABS > WS-SEC-MAIOR-ABS(WS-IDX-SEC)
                      OR WS-SEC-MAIOR-PART(WS-IDX-SEC) = ZEROS
                       MOVE WS-VARIACAO-ABS
                           TO WS-SEC-MAIOR-ABS(WS-IDX-SEC)
                       MOVE WS-IDX-PART
                           TO WS-SEC-MAIOR-PART(WS-IDX-SEC)
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-CALCULA-PERCENTUAIS.
      *----------------------------------------------------------------*
      *    Participacao nos validos em A e em B e a variacao em
      *    pontos percentuais (B - A), com e sem sinal.
           MOVE ZEROS TO WS-PERC-A WS-PERC-B
           IF WS-VALIDOS-A > ZEROS
               COMPUTE WS-PERC-A ROUNDED =
                   WS-VOTOS-A * 100 / WS-VALIDOS-A
           END-IF
           IF WS-VALIDOS-B > ZEROS
               COMPUTE WS-PERC-B ROUNDED =
                   WS-VOTOS-B * 100 / WS-VALIDOS-B
           END-IF

           COMPUTE WS-VARIACAO = WS-PERC-B - WS-PERC-A
           IF WS-VARIACAO < ZEROS
               COMPUTE WS-VARIACAO-ABS = ZEROS - WS-VARIACAO
           ELSE
               MOVE WS-VARIACAO TO WS-VARIACAO-ABS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-RELATORIO.
      *----------------------------------------------------------------*
           MOVE WS-CARGO          TO WS-LIN1-CARGO
           MOVE WS-ELE-DIA(1)     TO WS-LIN2-DIA-A
           MOVE WS-ELE-MES(1)     TO WS-LIN2-MES-A
           MOVE WS-ELE-ANO(1)     TO WS-LIN2-ANO-A
           MOVE WS-ELE-TURNO(1)   TO WS-LIN2-TURNO-A
           MOVE WS-ELE-DIA(2)     TO WS-LIN2-DIA-B
           MOVE WS-ELE-MES(2)     TO WS-LIN2-MES-B
           MOVE WS-ELE-ANO(2)     TO WS-LIN2-ANO-B
           MOVE WS-ELE-TURNO(2)   TO WS-LIN2-TURNO-B

           DISPLAY WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA1

           DISPLAY WS-LINHA2
           WRITE REG-RELATORIO FROM WS-LINHA2

      *    1 - Participacao de cada partido por zona
           MOVE 'VOTACAO POR PARTIDO E ZONA (% DOS VALIDOS)'
               TO WS-TITULO-SECAO
           PERFORM 4050-GRAVA-CAB-SECAO
           DISPLAY WS-CAB-PARTIDO
           WRITE REG-RELATORIO FROM WS-CAB-PARTIDO

           PERFORM VARYING WS-IDX-ZONA FROM 1 BY 1
                   UNTIL WS-IDX-ZONA > WS-QTD-ZONA
               PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                       UNTIL WS-IDX-PART > WS-QTD-PART
                   PERFORM 4100-GRAVA-LINHA-PARTIDO
               END-PERFORM
           END-PERFORM

      *    2 - Comparecimento por zona e geral
           MOVE 'COMPARECIMENTO POR ZONA' TO WS-TITULO-SECAO
           PERFORM 4050-GRAVA-CAB-SECAO
           DISPLAY WS-CAB-COMPAREC
           WRITE REG-RELATORIO FROM WS-CAB-COMPAREC

           PERFORM 4200-GRAVA-LINHA-ZONA
               VARYING WS-IDX-ZONA FROM 1 BY 1
               UNTIL WS-IDX-ZONA > WS-QTD-ZONA

           PERFORM 4250-GRAVA-LINHA-TOTAL

      *    3 - Secoes de maior variacao, em ordem decrescente
           MOVE 'SECOES COM MAIOR VARIACAO DE PARTIDO'
               TO WS-TITULO-SECAO
           PERFORM 4050-GRAVA-CAB-SECAO
           DISPLAY WS-CAB-MAIORES
           WRITE REG-RELATORIO FROM WS-CAB-MAIORES

           PERFORM 4300-GRAVA-MAIOR-SECAO
               VARYING WS-IDX-LISTA FROM 1 BY 1
               UNTIL WS-IDX-LISTA > WS-QTD-MAIORES

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE WS-ELE-QTD-REG(1) TO WS-TOTREG-A
           MOVE WS-ELE-QTD-REG(2) TO WS-TOTREG-B

           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1

           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           .
           EXIT.
      *----------------------------------------------------------------*
       4050-GRAVA-CAB-SECAO.
      *----------------------------------------------------------------*
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           DISPLAY WS-TITULO-SECAO
           WRITE REG-RELATORIO FROM WS-TITULO-SECAO

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-GRAVA-LINHA-PARTIDO.
      *----------------------------------------------------------------*
      *    Partido sem voto na zona nas duas eleicoes nao sai.
           MOVE WS-VZO-VOTOS(WS-IDX-ZONA, WS-IDX-PART, 1) TO WS-VOTOS-A
           MOVE WS-VZO-VOTOS(WS-IDX-ZONA, WS-IDX-PART, 2) TO WS-VOTOS-B

           IF WS-VOTOS-A > ZEROS OR WS-VOTOS-B > ZEROS
               MOVE WS-ZON-VALIDOS(WS-IDX-ZONA, 1) TO WS-VALIDOS-A
               MOVE WS-ZON-VALIDOS(WS-IDX-ZONA, 2) TO WS-VALIDOS-B
               PERFORM 3000-CALCULA-PERCENTUAIS

               MOVE WS-ZON-ZONA(WS-IDX-ZONA)    TO WS-EXB-PZ-ZONA
               MOVE WS-PAR-PREFIXO(WS-IDX-PART) TO WS-EXB-PZ-PARTIDO
               MOVE WS-PAR-NOME(WS-IDX-PART)    TO WS-EXB-PZ-NOME
               MOVE WS-VOTOS-A                  TO WS-EXB-PZ-VOTOS-A
               MOVE WS-PERC-A                   TO WS-EXB-PZ-PERC-A
               MOVE WS-VOTOS-B                  TO WS-EXB-PZ-VOTOS-B
               MOVE WS-PERC-B                   TO WS-EXB-PZ-PERC-B
               MOVE WS-VARIACAO                 TO WS-EXB-PZ-VARIACAO

               DISPLAY WS-DET-PARTIDO
               WRITE REG-RELATORIO FROM WS-DET-PARTIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-GRAVA-LINHA-ZONA.
      *----------------------------------------------------------------*
      *    Comparecimento sobre aptos, com os mesmos calculos da
      *    participacao de partido.
           MOVE WS-ZON-ZONA(WS-IDX-ZONA)        TO WS-EXB-TZ-ZONA
           MOVE WS-ZON-APTOS(WS-IDX-ZONA, 1)    TO WS-EXB-TZ-APTOS-A
                                                   WS-VALIDOS-A
           MOVE WS-ZON-COMPAREC(WS-IDX-ZONA, 1) TO WS-EXB-TZ-COMPAR-A
                                                   WS-VOTOS-A
           MOVE WS-ZON-APTOS(WS-IDX-ZONA, 2)    TO WS-EXB-TZ-APTOS-B
                                                   WS-VALIDOS-B
           MOVE WS-ZON-COMPAREC(WS-IDX-ZONA, 2) TO WS-EXB-TZ-COMPAR-B
                                                   WS-VOTOS-B
           PERFORM 4260-GRAVA-COMPAREC
           .
           EXIT.
      *----------------------------------------------------------------*
       4250-GRAVA-LINHA-TOTAL.
      *----------------------------------------------------------------*
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE 'TOTAL'               TO WS-EXB-TZ-ZONA
           MOVE WS-ELE-APTOS(1)       TO WS-EXB-TZ-APTOS-A
                                         WS-VALIDOS-A
           MOVE WS-ELE-COMPAREC(1)    TO WS-EXB-TZ-COMPAR-A
                                         WS-VOTOS-A
           MOVE WS-ELE-APTOS(2)       TO WS-EXB-TZ-APTOS-B
                                         WS-VALIDOS-B
           MOVE WS-ELE-COMPAREC(2)    TO WS-EXB-TZ-COMPAR-B
                                         WS-VOTOS-B
           PERFORM 4260-GRAVA-COMPAREC
           .
           EXIT.
      *----------------------------------------------------------------*
       4260-GRAVA-COMPAREC.
      *----------------------------------------------------------------*
           PERFORM 3000-CALCULA-PERCENTUAIS

           MOVE WS-PERC-A   TO WS-EXB-TZ-PERC-A
           MOVE WS-PERC-B   TO WS-EXB-TZ-PERC-B
           MOVE WS-VARIACAO TO WS-EXB-TZ-VARIACAO

           DISPLAY WS-DET-COMPAREC
           WRITE REG-RELATORIO FROM WS-DET-COMPAREC
           .
           EXIT.
      *----------------------------------------------------------------*
       4300-GRAVA-MAIOR-SECAO.
      *----------------------------------------------------------------*
      *    Escolhe, entre as secoes ainda nao listadas, a de maior
      *    variacao; secao sem variacao ou fora de uma das eleicoes
      *    nao sai.
           MOVE ZEROS TO WS-POS-SEC
           MOVE ZEROS TO WS-MAIOR-ABS
           PERFORM VARYING WS-IDX-SEC FROM 1 BY 1
                   UNTIL WS-IDX-SEC > WS-QTD-SEC
               IF WS-SEC-LISTADA(WS-IDX-SEC) = 'N'
                  AND WS-SEC-MAIOR-ABS(WS-IDX-SEC) > ZEROS
                   IF WS-POS-SEC = ZEROS
                      OR WS-SEC-MAIOR-ABS(WS-IDX-SEC) > WS-MAIOR-ABS
                       MOVE WS-IDX-SEC TO WS-POS-SEC
                       MOVE WS-SEC-MAIOR-ABS(WS-IDX-SEC)
                           TO WS-MAIOR-ABS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-POS-SEC > ZEROS
               MOVE 'S' TO WS-SEC-LISTADA(WS-POS-SEC)
               MOVE WS-SEC-MAIOR-PART(WS-POS-SEC) TO WS-POS-PART

               MOVE WS-VSE-VOTOS(WS-POS-SEC, WS-POS-PART, 1)
                   TO WS-VOTOS-A
               MOVE WS-VSE-VOTOS(WS-POS-SEC, WS-POS-PART, 2)
                   TO WS-VOTOS-B
               MOVE WS-SEC-VALIDOS(WS-POS-SEC, 1) TO WS-VALIDOS-A
               MOVE WS-SEC-VALIDOS(WS-POS-SEC, 2) TO WS-VALIDOS-B
               PERFORM 3000-CALCULA-PERCENTUAIS

               MOVE WS-SEC-ZONA(WS-POS-SEC)     TO WS-EXB-MS-ZONA
               MOVE WS-SEC-SECAO(WS-POS-SEC)    TO WS-EXB-MS-SECAO
               MOVE WS-SEC-LOCAL(WS-POS-SEC)    TO WS-EXB-MS-LOCAL
               MOVE WS-PAR-PREFIXO(WS-POS-PART) TO WS-EXB-MS-PARTIDO
               MOVE WS-PAR-NOME(WS-POS-PART)    TO WS-EXB-MS-NOME
               MOVE WS-PERC-A                   TO WS-EXB-MS-PERC-A
               MOVE WS-PERC-B                   TO WS-EXB-MS-PERC-B
               MOVE WS-VARIACAO                 TO WS-EXB-MS-VARIACAO

               DISPLAY WS-DET-MAIORES
               WRITE REG-RELATORIO FROM WS-DET-MAIORES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM COMPHIST.
