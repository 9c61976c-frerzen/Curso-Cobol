      *          monthly provision including the constitutional 1/3 -
      *          with a loud flag on balances of two periods or more,
      *          where the double-pay (dobra) risk lives.
      *          Leaves on AFASTAM.TXT (kept by AFASTA) follow the
      *          law on the acquisitive period: more than six months
      *          of INSS sick or work-accident pay in one leave loses
      *          the period in course and a new one starts on the
      *          return date (PERIODO REINICIADO); while that leave
      *          is still running the count stays frozen (PERIODO
      *          SUSPENSO). Maternity leave counts as time worked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AGENDA.

       SELECT ARQAFAST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AFAST.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 FILLER              PIC X(01) VALUE SPACE.
           03 FER-STATUS          PIC X(01).

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

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FERPROV.TXT".

           COPY RUNSUMARIO.

           COPY AFASTAM.

       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-INT-HOJE              PIC 9(07) VALUE ZEROS.
       77  WS-MESES-ANTES           PIC S9(05) VALUE ZEROS.
       77  WS-PERIODOS-ANTES        PIC 9(03) VALUE ZEROS.
       77  WS-SITUACAO-AQUISIT      PIC X(01) VALUE 'N'.
           88 AQUISIT-NORMAL            VALUE 'N'.
           88 AQUISIT-REINICIADO        VALUE 'R'.
           88 AQUISIT-SUSPENSO          VALUE 'S'.

       01  WS-PERDA-INICIO.
           03 WS-PERDA-INI-ANO      PIC 9(04) VALUE ZEROS.
           03 WS-PERDA-INI-MES      PIC 9(02) VALUE ZEROS.
           03 WS-PERDA-INI-DIA      PIC 9(02) VALUE ZEROS.
       01  WS-PERDA-INICIO-N REDEFINES WS-PERDA-INICIO PIC 9(08).

       01  WS-PERDA-FIM             PIC 9(08) VALUE ZEROS.

       01  WS-RETORNO.
           03 WS-RETORNO-ANO        PIC 9(04) VALUE ZEROS.
           03 WS-RETORNO-MES        PIC 9(02) VALUE ZEROS.
           03 WS-RETORNO-DIA        PIC 9(02) VALUE ZEROS.
       01  WS-RETORNO-N REDEFINES WS-RETORNO PIC 9(08).

       01  WS-TAB-ADMISSAO.
           03 WS-ADM-ITEM OCCURS 200 TIMES.
              05 WS-ADM-COD         PIC 9(03).
           MAIN-PROCEDURE.
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-ATUAL
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-ATUAL
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
               COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

               DISPLAY 'MODO (S)OLICITACAO, (A)PROVACAO OU '
                       '(R)ELATORIO DE PROVISAO: '
               PERFORM 0100-CARREGA-FUNCIONARIOS
               PERFORM 0200-CARREGA-ADMISSOES
               PERFORM 0300-CARREGA-AGENDA
               PERFORM 9200-CARREGA-AFASTAMENTOS

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'S'
           ADD 1 TO WS-CONT-FUN

           PERFORM 5200-CALCULA-TEMPO-CASA
           PERFORM 5250-VERIFICA-AFASTAMENTO
           PERFORM 5300-SOMA-DIAS-GOZADOS

      *    30 dias por periodo aquisitivo completo, menos o que ja
           MOVE WS-SALDO-DIAS         TO WS-EXB-SALDO
           MOVE WS-VLR-PROVISAO       TO WS-EXB-PROVISAO

           EVALUATE TRUE
               WHEN WS-SALDO-DIAS >= 60
                   MOVE '** RISCO DOBRA **' TO WS-EXB-ALERTA
                   ADD 1 TO WS-CONT-RISCO
               WHEN AQUISIT-SUSPENSO
                   MOVE 'PERIODO SUSPENSO'  TO WS-EXB-ALERTA
               WHEN AQUISIT-REINICIADO
                   MOVE 'PERIODO REINICIADO' TO WS-EXB-ALERTA
               WHEN OTHER
                   MOVE SPACES TO WS-EXB-ALERTA
           END-EVALUATE

           DISPLAY WS-DETALHE-EXIBICAO
           WRITE REG-RELATORIO FROM WS-DETALHE-EXIBICAO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5250-VERIFICA-AFASTAMENTO.
      *----------------------------------------------------------------*
      *    CLT art. 133: mais de 6 meses de auxilio-doenca ou de
      *    acidente pagos pelo INSS perdem o periodo em andamento. Os
      *    periodos completos antes do afastamento ficam; o novo
      *    periodo corre do retorno. Vale o afastamento mais recente
      *    nessa condicao; sem retorno ainda, a contagem fica parada.
           SET AQUISIT-NORMAL TO TRUE
           MOVE ZEROS TO WS-PERDA-INICIO-N
           MOVE ZEROS TO WS-PERDA-FIM

           PERFORM VARYING WS-IDX-AFAST FROM 1 BY 1
                   UNTIL WS-IDX-AFAST > WS-QTD-AFAST
               IF WS-AFA-COD(WS-IDX-AFAST) = FD-COD-F
                  AND (AFA-DOENCA(WS-IDX-AFAST)
                    OR AFA-ACIDENTE(WS-IDX-AFAST))
                  AND WS-AFA-INICIO(WS-IDX-AFAST) <= WS-DATA-HOJE
                   COMPUTE WS-AFA-INT-INI = FUNCTION INTEGER-OF-DATE
                       (WS-AFA-INICIO(WS-IDX-AFAST)) + WS-AFA-CARENCIA
                   IF WS-AFA-FIM(WS-IDX-AFAST) = ZEROS
                      OR WS-AFA-FIM(WS-IDX-AFAST) > WS-DATA-HOJE
                       MOVE WS-INT-HOJE TO WS-AFA-INT-FIM
                   ELSE
                       COMPUTE WS-AFA-INT-FIM = FUNCTION
                           INTEGER-OF-DATE(WS-AFA-FIM(WS-IDX-AFAST))
                   END-IF
                   IF WS-AFA-INT-FIM - WS-AFA-INT-INI + 1 > 180
                      AND WS-AFA-INICIO(WS-IDX-AFAST) >
                          WS-PERDA-INICIO-N
                       MOVE WS-AFA-INICIO(WS-IDX-AFAST)
                           TO WS-PERDA-INICIO-N
                       MOVE WS-AFA-FIM(WS-IDX-AFAST) TO WS-PERDA-FIM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PERDA-INICIO-N > ZEROS
               MOVE ZEROS TO WS-MESES-ANTES
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-ADM
                   IF WS-ADM-COD(WS-IDX) = FD-COD-F
                       COMPUTE WS-MESES-ANTES =
                           ((WS-PERDA-INI-ANO - WS-ADM-ANO(WS-IDX))
                           * 12) + WS-PERDA-INI-MES
                           - WS-ADM-MES(WS-IDX)
                   END-IF
               END-PERFORM
               IF WS-MESES-ANTES < ZEROS
                   MOVE ZEROS TO WS-MESES-ANTES
               END-IF
               DIVIDE WS-MESES-ANTES BY 12
                   GIVING WS-PERIODOS-ANTES

               IF WS-PERDA-FIM = ZEROS
                  OR WS-PERDA-FIM >= WS-DATA-HOJE
                   SET AQUISIT-SUSPENSO TO TRUE
                   MOVE WS-PERIODOS-ANTES TO WS-PERIODOS-COMPLETOS
                   MOVE ZEROS             TO WS-MESES-CORRENTES
               ELSE
                   SET AQUISIT-REINICIADO TO TRUE
                   COMPUTE WS-RETORNO-N = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-PERDA-FIM) + 1)
                   COMPUTE WS-MESES-CASA =
                       ((WS-ANO-ATUAL - WS-RETORNO-ANO) * 12)
                       + WS-MES-ATUAL - WS-RETORNO-MES
                   IF WS-MESES-CASA < ZEROS
                       MOVE ZEROS TO WS-MESES-CASA
                   END-IF
                   DIVIDE WS-MESES-CASA BY 12
                       GIVING WS-PERIODOS-COMPLETOS
                       REMAINDER WS-MESES-CORRENTES
                   ADD WS-PERIODOS-ANTES TO WS-PERIODOS-COMPLETOS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5300-SOMA-DIAS-GOZADOS.
      *----------------------------------------------------------------*
           CLOSE ARQAGENDA
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY AFASTAM-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

