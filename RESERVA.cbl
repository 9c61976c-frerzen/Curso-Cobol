      *          capacity against the bookings already on RESERVAS.TXT
      *          and appends the new booking. Mode L prints the
      *          per-class attendance list AULALIST.TXT the front desk
      *          pins on the studio door. Bookings are now taken for a
      *          class date: a full class puts the member on the waiting
      *          list (RSV-SITUACAO E), mode C cancels a booking and
      *          promotes the next member in line, and mode F checks
      *          the past bookings against CHECKIN.TXT, marking each
      *          one present or no-show. Members who reach the
      *          RESVPARM.TXT no-show limit inside the counting window
      *          are blocked from booking for a period (BLOQRES.TXT),
      *          and mode S prints the weekly repeat-offender list
      *          RESVFALT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS AULA-INPUT.
               CONSOLE IS CPF-INPUT.
               CONSOLE IS DATA-INPUT.

       INPUT-OUTPUT                             SECTION.

       SELECT ARQLISTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQCHECK ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CHECK.

       SELECT ARQBLOQ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-BLOQ.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PARM.

       SELECT ARQFALTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
           03 RSV-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 RSV-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 RSV-DATA-AULA               PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 RSV-SITUACAO                PIC X(01).

       FD ARQLISTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AULALIST.TXT".
       01  REG-LISTA                      PIC X(80).

       FD ARQCHECK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHECKIN.TXT".
       01  REG-CHECKIN.
           03 CHK-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 CHK-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 CHK-HORA.
              05 CHK-HHMM                 PIC 9(04).
              05 CHK-SS                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 CHK-SENTIDO                 PIC X(01).
           03 FILLER                      PIC X(01).
           03 CHK-FILIAL                  PIC 9(02).

       FD ARQBLOQ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BLOQRES.TXT".
       01  REG-BLOQUEIO.
           03 BLQ-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 BLQ-INICIO                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 BLQ-FIM                     PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 BLQ-FALTAS                  PIC 9(02).

       FD ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESVPARM.TXT".
       01  REG-PARM.
           03 PARM-LIMITE-FALTAS          PIC 9(02).
           03 FILLER                      PIC X(01).
           03 PARM-DIAS-BLOQUEIO          PIC 9(03).
           03 FILLER                      PIC X(01).
           03 PARM-JANELA-DIAS            PIC 9(03).

       FD ARQFALTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESVFALT.TXT".
       01  REG-FALTA                      PIC X(80).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESVRUN.TXT".
      *----------------------------------------------------------------*
       77  WS-AULAS-EOF             PIC X(01) VALUE ' '.
       77  WS-RSV-EOF               PIC X(01) VALUE ' '.
       77  WS-CHECK-EOF             PIC X(01) VALUE ' '.
       77  WS-BLOQ-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-AULAS          PIC X(02) VALUE SPACES.
       77  WS-STATUS-RESERVA        PIC X(02) VALUE SPACES.
           88 RESERVA-OK                VALUE '00'.
           88 RESERVA-NAO-EXISTE        VALUE '35'.
       77  WS-STATUS-CHECK          PIC X(02) VALUE SPACES.
           88 CHECK-OK                  VALUE '00'.
       77  WS-STATUS-BLOQ           PIC X(02) VALUE SPACES.
           88 BLOQ-OK                   VALUE '00'.
           88 BLOQ-NAO-EXISTE           VALUE '35'.
       77  WS-STATUS-PARM           PIC X(02) VALUE SPACES.
           88 PARM-OK                   VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'R'.
       77  WS-AULA-PEDIDA           PIC 9(04) VALUE ZEROS.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-AULA-ACHADA           PIC X(01) VALUE 'N'.
           88 AULA-EXISTE               VALUE 'S'.
       77  WS-VAGAS-OCUPADAS        PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ESPERA            PIC 9(04) VALUE ZEROS.
       77  WS-JA-RESERVADO          PIC X(01) VALUE 'N'.
           88 RESERVA-DUPLICADA         VALUE 'S'.
       77  WS-CONT-RESERVA          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-LISTA            PIC 9(03) VALUE ZEROS.
       77  WS-CONT-PRESENTE         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-FALTA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-BLOQUEIO         PIC 9(04) VALUE ZEROS.
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-AULA             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-AULA-OK          PIC X(01) VALUE 'N'.
           88 DATA-AULA-VALIDA          VALUE 'S'.
       77  WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-JULIANO          PIC 9(07) VALUE ZEROS.
       77  WS-DIA-QUOC              PIC 9(07) VALUE ZEROS.
       77  WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       77  WS-DIA-SEMANA-HOJE       PIC 9(01) VALUE ZEROS.
       77  WS-DIAS-ATE-AULA         PIC 9(01) VALUE ZEROS.
       77  WS-HORA-ANTES            PIC 9(04) VALUE ZEROS.
       77  WS-HORA-FIM              PIC 9(04) VALUE ZEROS.
       77  WS-LIMITE-FALTAS         PIC 9(02) VALUE 3.
       77  WS-DIAS-BLOQUEIO         PIC 9(03) VALUE 15.
       77  WS-JANELA-DIAS           PIC 9(03) VALUE 30.
       77  WS-DATA-JANELA           PIC 9(08) VALUE ZEROS.
       77  WS-DATA-SEMANA           PIC 9(08) VALUE ZEROS.
       77  WS-BLOQ-ATE              PIC 9(08) VALUE ZEROS.
       77  WS-ULTIMO-FIM            PIC 9(08) VALUE ZEROS.
       77  WS-FALTAS-JANELA         PIC 9(03) VALUE ZEROS.
       77  WS-FALTAS-SEMANA         PIC 9(03) VALUE ZEROS.
       77  WS-CPF-BLOQ              PIC 9(11) VALUE ZEROS.
       77  WS-QTD-RSV               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-RSV               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-RSV2              PIC 9(04) VALUE ZEROS.
       77  WS-IDX-CANCELA           PIC 9(04) VALUE ZEROS.
       77  WS-TAB-RSV-CHEIA         PIC X(01) VALUE 'N'.
           88 TABELA-RESERVA-CHEIA      VALUE 'S'.
       77  WS-QTD-BLOQ              PIC 9(04) VALUE ZEROS.
       77  WS-IDX-BLOQ              PIC 9(04) VALUE ZEROS.
       77  WS-QTD-AULA              PIC 9(02) VALUE ZEROS.
       77  WS-IDX-AULA              PIC 9(03) VALUE ZEROS.
       77  WS-QTD-LISTADO           PIC 9(04) VALUE ZEROS.
       77  WS-IDX-LISTADO           PIC 9(04) VALUE ZEROS.
       77  WS-JA-LISTADO            PIC X(01) VALUE 'N'.
       77  WS-CONT-REINCIDENTE      PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.
           03 WS-ESC-CAPACIDADE     PIC 9(03) VALUE ZEROS.
           03 WS-ESC-INSTRUTOR      PIC X(20) VALUE SPACES.

      *    RESERVAS.TXT inteiro em memoria: cancelamento e apuracao
      *    de faltas mudam a situacao e regravam o arquivo.
      *    Situacao: A ativa, E espera, C cancelada, P presente,
      *    F falta. Reserva antiga sem data da aula fica ativa com
      *    data zerada e nao entra na apuracao de faltas.
       01  WS-TAB-RESERVAS.
           03 WS-RT-ITEM OCCURS 3000 TIMES.
              05 WS-RT-AULA             PIC 9(04).
              05 WS-RT-CPF              PIC 9(11).
              05 WS-RT-DATA             PIC 9(08).
              05 WS-RT-DATA-AULA        PIC 9(08).
              05 WS-RT-SITUACAO         PIC X(01).
              05 WS-RT-HORA             PIC 9(04).
              05 WS-RT-NOVA-FALTA       PIC X(01).

       01  WS-TAB-BLOQUEIOS.
           03 WS-BQ-ITEM OCCURS 999 TIMES.
              05 WS-BQ-CPF              PIC 9(11).
              05 WS-BQ-INICIO           PIC 9(08).
              05 WS-BQ-FIM              PIC 9(08).

       01  WS-TAB-HORARIOS.
           03 WS-HOR-ITEM OCCURS 99 TIMES.
              05 WS-HOR-CODIGO          PIC 9(04).
              05 WS-HOR-HORA            PIC 9(04).

       01  WS-TAB-LISTADOS.
           03 WS-LISTADO-CPF OCCURS 999 TIMES PIC 9(11).

       01  WS-DATA-QUEBRA.
           03 WS-DQ-ANO             PIC 9(04).
           03 WS-DQ-MES             PIC 9(02).
           03 WS-DQ-DIA             PIC 9(02).
       01  WS-DATA-QUEBRA-NUM REDEFINES WS-DATA-QUEBRA
                                    PIC 9(08).

       01  WS-TAB-DIAS.
           03 FILLER                PIC X(07) VALUE 'SEGUNDA'.
           03 FILLER                PIC X(07) VALUE 'TERCA  '.
           03 WS-LST-DIA            PIC X(07).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LST-HORA           PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LST-DATA-AULA      PIC 9(08).

       01  WS-LINHA2.
           03 FILLER                PIC X(11) VALUE 'INSTRUTOR: '.
               VALUE 'TOTAL DE INSCRITOS: '.
           03 WS-LST-TOTAL          PIC ZZ9.

       01  WS-LINHA-ESPERA.
           03 FILLER                PIC X(17)
               VALUE 'LISTA DE ESPERA: '.
           03 WS-LST-ESPERA         PIC ZZZ9.

       01  WS-FAL-LINHA1.
           03 FILLER                PIC X(33)
               VALUE 'ALUNOS REINCIDENTES EM FALTAS - '.
           03 FILLER                PIC X(07) VALUE 'SEMANA '.
           03 WS-FAL-DE             PIC 9(08).
           03 FILLER                PIC X(03) VALUE ' A '.
           03 WS-FAL-ATE            PIC 9(08).

       01  WS-FAL-LINHA2.
           03 FILLER                PIC X(18) VALUE 'JANELA (DIAS): '.
           03 WS-FAL-JANELA         PIC ZZ9.
           03 FILLER                PIC X(20)
               VALUE '   LIMITE FALTAS: '.
           03 WS-FAL-LIMITE         PIC Z9.

       01  WS-FAL-LINHA3.
           03 FILLER PIC X(12) VALUE 'CPF'.
           03 FILLER PIC X(31) VALUE 'NOME'.
           03 FILLER PIC X(08) VALUE 'SEMANA'.
           03 FILLER PIC X(08) VALUE 'JANELA'.
           03 FILLER PIC X(14) VALUE 'BLOQUEADO ATE'.

       01  WS-FAL-DETALHE.
           03 WS-FAL-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-FAL-NOME           PIC X(30).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-FAL-SEMANA         PIC ZZ9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 WS-FAL-PERIODO        PIC ZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-FAL-BLOQUEIO       PIC X(08).

       01  WS-FAL-RODAPE.
           03 FILLER                PIC X(24)
               VALUE 'TOTAL DE REINCIDENTES: '.
           03 WS-FAL-TOTAL          PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
               COMPUTE WS-DIAS-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

               PERFORM 0050-LE-PARAMETROS
               PERFORM 0300-CARREGA-RESERVAS
               PERFORM 0350-CARREGA-BLOQUEIOS

               DISPLAY 'MODO (R)ESERVA, (C)ANCELA, (L)ISTA DE PRESENCA,'
               DISPLAY '     (F)ALTAS OU (S)EMANAL DE REINCIDENTES: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               EVALUATE TRUE
                   WHEN (WS-MODO-EXECUCAO = 'C' OR 'F')
                        AND TABELA-RESERVA-CHEIA
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'RESERVAS.TXT ACIMA DE 3000 REGISTROS'
                           TO WS-RUN-MOTIVO
                       MOVE 'RSV004' TO WS-RUN-CODIGO
                       DISPLAY 'RESERVAS.TXT ACIMA DE 3000 REGISTROS - '
                               'ARQUIVO NAO REGRAVADO'
                   WHEN WS-MODO-EXECUCAO = 'F'
                       PERFORM 6000-APURA-FALTAS
                   WHEN WS-MODO-EXECUCAO = 'S'
                       PERFORM 7000-LISTA-REINCIDENTES
                   WHEN OTHER
                       PERFORM 0020-SELECIONA-AULA
               END-EVALUATE

               MOVE 'RESERVA'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-RESERVA   TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-RECUSADA  TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0020-SELECIONA-AULA.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DA AULA: '
           ACCEPT WS-AULA-PEDIDA FROM AULA-INPUT

           PERFORM 0100-BUSCA-AULA

           IF AULA-EXISTE
               PERFORM 0400-LE-DATA-AULA
               IF DATA-AULA-VALIDA
                   EVALUATE WS-MODO-EXECUCAO
                       WHEN 'L'
                           PERFORM 5000-LISTA-PRESENCA
                       WHEN 'C'
                           PERFORM 3000-SESSAO-CANCELA
                       WHEN OTHER
                           PERFORM 2000-SESSAO-RESERVA
                   END-EVALUATE
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'DATA FORA DO DIA DA AULA' TO WS-RUN-MOTIVO
                   MOVE 'RSV003' TO WS-RUN-CODIGO
                   DISPLAY 'DATA INVALIDA OU FORA DO DIA DA AULA: '
                           WS-DATA-AULA
               END-IF
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'AULA NAO CADASTRADA' TO WS-RUN-MOTIVO
               MOVE 'RSV001' TO WS-RUN-CODIGO
               DISPLAY 'AULA NAO CADASTRADA EM AULAS.TXT: '
                       WS-AULA-PEDIDA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0050-LE-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-LIMITE-FALTAS IS NUMERIC
                          AND PARM-LIMITE-FALTAS > ZEROS
                           MOVE PARM-LIMITE-FALTAS TO WS-LIMITE-FALTAS
                       END-IF
                       IF PARM-DIAS-BLOQUEIO IS NUMERIC
                          AND PARM-DIAS-BLOQUEIO > ZEROS
                           MOVE PARM-DIAS-BLOQUEIO TO WS-DIAS-BLOQUEIO
                       END-IF
                       IF PARM-JANELA-DIAS IS NUMERIC
                          AND PARM-JANELA-DIAS > ZEROS
                           MOVE PARM-JANELA-DIAS TO WS-JANELA-DIAS
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF

           COMPUTE WS-DATA-JANELA = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE - WS-JANELA-DIAS)
           COMPUTE WS-DATA-SEMANA = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE - 7)
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-BUSCA-AULA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0200-CONTA-RESERVAS.
      *----------------------------------------------------------------*
      *    Conta as vagas ja tomadas da aula na data e a fila de espera,
      *    e marca se o CPF pedido ja esta inscrito ou na espera, para
      *    recusar a duplicidade.
           MOVE ZEROS TO WS-VAGAS-OCUPADAS
           MOVE ZEROS TO WS-QTD-ESPERA
           MOVE 'N'   TO WS-JA-RESERVADO

           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-QTD-RSV
               IF WS-RT-AULA(WS-IDX-RSV) = WS-ESC-CODIGO
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) = WS-DATA-AULA
                   EVALUATE WS-RT-SITUACAO(WS-IDX-RSV)
                       WHEN 'A'
                           ADD 1 TO WS-VAGAS-OCUPADAS
                           IF WS-RT-CPF(WS-IDX-RSV) = WS-CPF-PEDIDO
                               SET RESERVA-DUPLICADA TO TRUE
                           END-IF
                       WHEN 'E'
                           ADD 1 TO WS-QTD-ESPERA
                           IF WS-RT-CPF(WS-IDX-RSV) = WS-CPF-PEDIDO
                               SET RESERVA-DUPLICADA TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-RESERVAS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-RSV
           MOVE ' '   TO WS-RSV-EOF

           OPEN INPUT ARQRESERVA
                       AT END
                           MOVE 'S' TO WS-RSV-EOF
                       NOT AT END
                           PERFORM 0310-GUARDA-RESERVA
                   END-READ
               END-PERFORM
               CLOSE ARQRESERVA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-GUARDA-RESERVA.
      *----------------------------------------------------------------*
           IF WS-QTD-RSV < 3000
               ADD 1 TO WS-QTD-RSV
               MOVE RSV-AULA TO WS-RT-AULA(WS-QTD-RSV)
               MOVE RSV-CPF  TO WS-RT-CPF(WS-QTD-RSV)
               MOVE RSV-DATA TO WS-RT-DATA(WS-QTD-RSV)
               IF RSV-DATA-AULA IS NUMERIC
                   MOVE RSV-DATA-AULA TO WS-RT-DATA-AULA(WS-QTD-RSV)
               ELSE
                   MOVE ZEROS         TO WS-RT-DATA-AULA(WS-QTD-RSV)
               END-IF
               IF RSV-SITUACAO = 'A' OR 'E' OR 'C' OR 'P' OR 'F'
                   MOVE RSV-SITUACAO  TO WS-RT-SITUACAO(WS-QTD-RSV)
               ELSE
                   MOVE 'A'           TO WS-RT-SITUACAO(WS-QTD-RSV)
               END-IF
               MOVE ZEROS TO WS-RT-HORA(WS-QTD-RSV)
               MOVE 'N'   TO WS-RT-NOVA-FALTA(WS-QTD-RSV)
           ELSE
               SET TABELA-RESERVA-CHEIA TO TRUE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0350-CARREGA-BLOQUEIOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-BLOQ

           OPEN INPUT ARQBLOQ
           IF BLOQ-OK
               PERFORM UNTIL WS-BLOQ-EOF = 'S'
                   READ ARQBLOQ
                       AT END
                           MOVE 'S' TO WS-BLOQ-EOF
                       NOT AT END
                           IF WS-QTD-BLOQ < 999
                               ADD 1 TO WS-QTD-BLOQ
                               MOVE BLQ-CPF
                                   TO WS-BQ-CPF(WS-QTD-BLOQ)
                               MOVE BLQ-INICIO
                                   TO WS-BQ-INICIO(WS-QTD-BLOQ)
                               MOVE BLQ-FIM
                                   TO WS-BQ-FIM(WS-QTD-BLOQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQBLOQ
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0360-VERIFICA-BLOQUEIO.
      *----------------------------------------------------------------*
      *    WS-BLOQ-ATE recebe o fim do bloqueio vigente hoje para o
      *    CPF em WS-CPF-BLOQ (zeros se nao ha bloqueio) e
      *    WS-ULTIMO-FIM o fim do bloqueio mais recente do CPF.
           MOVE ZEROS TO WS-BLOQ-ATE
           MOVE ZEROS TO WS-ULTIMO-FIM

           PERFORM VARYING WS-IDX-BLOQ FROM 1 BY 1
                   UNTIL WS-IDX-BLOQ > WS-QTD-BLOQ
               IF WS-BQ-CPF(WS-IDX-BLOQ) = WS-CPF-BLOQ
                   IF WS-BQ-FIM(WS-IDX-BLOQ) > WS-ULTIMO-FIM
                       MOVE WS-BQ-FIM(WS-IDX-BLOQ) TO WS-ULTIMO-FIM
                   END-IF
                   IF WS-BQ-INICIO(WS-IDX-BLOQ) <= WS-DATA-HOJE
                      AND WS-BQ-FIM(WS-IDX-BLOQ) >= WS-DATA-HOJE
                      AND WS-BQ-FIM(WS-IDX-BLOQ) > WS-BLOQ-ATE
                       MOVE WS-BQ-FIM(WS-IDX-BLOQ) TO WS-BLOQ-ATE
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-LE-DATA-AULA.
      *----------------------------------------------------------------*
      *    Data zerada assume a proxima ocorrencia da aula a partir de
      *    hoje. O dia da semana segue a conta do AULAUTIL: o dia 1 de
      *    INTEGER-OF-DATE (01/01/1601) caiu numa segunda-feira.
           MOVE 'N' TO WS-DATA-AULA-OK

           DISPLAY 'DATA DA AULA (AAAAMMDD, ZEROS = PROXIMA): '
           ACCEPT WS-DATA-AULA FROM DATA-INPUT

           DIVIDE WS-DIAS-HOJE BY 7
               GIVING WS-DIA-QUOC REMAINDER WS-DIA-SEMANA-HOJE
           IF WS-DIA-SEMANA-HOJE = ZEROS
               MOVE 7 TO WS-DIA-SEMANA-HOJE
           END-IF

           IF WS-DATA-AULA = ZEROS
               COMPUTE WS-DIAS-ATE-AULA = FUNCTION MOD(
                   WS-ESC-DIA-SEMANA - WS-DIA-SEMANA-HOJE + 7, 7)
               COMPUTE WS-DATA-AULA = FUNCTION DATE-OF-INTEGER(
                   WS-DIAS-HOJE + WS-DIAS-ATE-AULA)
           END-IF

           MOVE WS-DATA-AULA TO WS-DATA-QUEBRA-NUM
           IF WS-DQ-ANO > 1600
              AND WS-DQ-MES >= 1 AND WS-DQ-MES <= 12
              AND WS-DQ-DIA >= 1 AND WS-DQ-DIA <= 31
               COMPUTE WS-DIAS-JULIANO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AULA)
               DIVIDE WS-DIAS-JULIANO BY 7
                   GIVING WS-DIA-QUOC REMAINDER WS-DIA-SEMANA
               IF WS-DIA-SEMANA = ZEROS
                   MOVE 7 TO WS-DIA-SEMANA
               END-IF
               IF WS-DIA-SEMANA = WS-ESC-DIA-SEMANA
                   SET DATA-AULA-VALIDA TO TRUE
               END-IF
           END-IF

           IF DATA-AULA-VALIDA
               DISPLAY 'AULA DE ' WS-DIA-NOME(WS-ESC-DIA-SEMANA)
                       ' ' WS-DATA-AULA ' AS ' WS-ESC-HORA-INICIO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-RESERVA.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           PERFORM 0200-CONTA-RESERVAS

           MOVE WS-CPF-PEDIDO TO WS-CPF-BLOQ
           PERFORM 0360-VERIFICA-BLOQUEIO

           EVALUATE TRUE
               WHEN WS-DATA-AULA < WS-DATA-HOJE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'RESERVA RECUSADA - AULA JA REALIZADA EM '
                           WS-DATA-AULA
               WHEN WS-BLOQ-ATE > ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'RESERVA RECUSADA - ALUNO BLOQUEADO POR '
                           'FALTAS ATE ' WS-BLOQ-ATE ': ' WS-CPF-PEDIDO
               WHEN RESERVA-DUPLICADA
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'RESERVA RECUSADA - CPF JA INSCRITO '
                           'NA AULA: ' WS-CPF-PEDIDO
               WHEN WS-QTD-RSV >= 3000
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'RESERVA RECUSADA - RESERVAS.TXT ACIMA DE '
                           '3000 REGISTROS'
               WHEN WS-VAGAS-OCUPADAS >= WS-ESC-CAPACIDADE
                   MOVE 'E' TO RSV-SITUACAO
                   PERFORM 2400-GRAVA-RESERVA
                   ADD 1 TO WS-QTD-ESPERA
                   DISPLAY 'AULA LOTADA (' WS-VAGAS-OCUPADAS ' DE '
                           WS-ESC-CAPACIDADE ' VAGAS) - NA LISTA DE '
                           'ESPERA NA POSICAO ' WS-QTD-ESPERA
               WHEN OTHER
                   MOVE 'A' TO RSV-SITUACAO
                   PERFORM 2400-GRAVA-RESERVA
           END-EVALUATE
           .
           MOVE WS-ESC-CODIGO TO RSV-AULA
           MOVE WS-CPF-PEDIDO TO RSV-CPF
           MOVE WS-DATA-HOJE  TO RSV-DATA
           MOVE WS-DATA-AULA  TO RSV-DATA-AULA

           WRITE REG-RESERVA

           CLOSE ARQRESERVA

           ADD 1 TO WS-QTD-RSV
           MOVE RSV-AULA      TO WS-RT-AULA(WS-QTD-RSV)
           MOVE RSV-CPF       TO WS-RT-CPF(WS-QTD-RSV)
           MOVE RSV-DATA      TO WS-RT-DATA(WS-QTD-RSV)
           MOVE RSV-DATA-AULA TO WS-RT-DATA-AULA(WS-QTD-RSV)
           MOVE RSV-SITUACAO  TO WS-RT-SITUACAO(WS-QTD-RSV)
           MOVE ZEROS         TO WS-RT-HORA(WS-QTD-RSV)
           MOVE 'N'           TO WS-RT-NOVA-FALTA(WS-QTD-RSV)

           ADD 1 TO WS-CONT-RESERVA

           IF RSV-SITUACAO = 'A'
               DISPLAY 'RESERVA GRAVADA - ' FD-NOME
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-SESSAO-CANCELA.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               PERFORM 2100-LE-CPF

               PERFORM UNTIL WS-CPF-PEDIDO = ZEROS
                   PERFORM 3100-TRATA-CANCELAMENTO
                   PERFORM 2100-LE-CPF
               END-PERFORM

               IF WS-CONT-RESERVA > ZEROS
                   PERFORM 3900-REGRAVA-RESERVAS
               END-IF

               DISPLAY 'RESERVAS CANCELADAS: ' WS-CONT-RESERVA
               DISPLAY 'PEDIDOS RECUSADOS  : ' WS-CONT-RECUSADA
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'RSV002' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATA-CANCELAMENTO.
      *----------------------------------------------------------------*
      *    So cancela antes da aula: depois dela a reserva ativa sera
      *    apurada como presenca ou falta.
           MOVE ZEROS TO WS-IDX-CANCELA

           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-QTD-RSV
               IF WS-RT-AULA(WS-IDX-RSV) = WS-ESC-CODIGO
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) = WS-DATA-AULA
                  AND WS-RT-CPF(WS-IDX-RSV) = WS-CPF-PEDIDO
                  AND (WS-RT-SITUACAO(WS-IDX-RSV) = 'A' OR 'E')
                   MOVE WS-IDX-RSV TO WS-IDX-CANCELA
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DATA-AULA < WS-DATA-HOJE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'CANCELAMENTO RECUSADO - AULA JA REALIZADA '
                           'EM ' WS-DATA-AULA
               WHEN WS-IDX-CANCELA = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'CANCELAMENTO RECUSADO - CPF SEM RESERVA '
                           'NA AULA: ' WS-CPF-PEDIDO
               WHEN OTHER
                   ADD 1 TO WS-CONT-RESERVA
                   IF WS-RT-SITUACAO(WS-IDX-CANCELA) = 'A'
                       MOVE 'C' TO WS-RT-SITUACAO(WS-IDX-CANCELA)
                       DISPLAY 'RESERVA CANCELADA - CPF: '
                               WS-CPF-PEDIDO
                       PERFORM 3200-PROMOVE-ESPERA
                   ELSE
                       MOVE 'C' TO WS-RT-SITUACAO(WS-IDX-CANCELA)
                       DISPLAY 'SAIU DA LISTA DE ESPERA - CPF: '
                               WS-CPF-PEDIDO
                   END-IF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-PROMOVE-ESPERA.
      *----------------------------------------------------------------*
      *    A fila de espera segue a ordem de gravacao no arquivo.
           MOVE ZEROS TO WS-IDX-RSV2

           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-QTD-RSV
                      OR WS-IDX-RSV2 > ZEROS
               IF WS-RT-AULA(WS-IDX-RSV) = WS-ESC-CODIGO
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) = WS-DATA-AULA
                  AND WS-RT-SITUACAO(WS-IDX-RSV) = 'E'
                   MOVE WS-IDX-RSV TO WS-IDX-RSV2
               END-IF
           END-PERFORM

           IF WS-IDX-RSV2 > ZEROS
               MOVE 'A' TO WS-RT-SITUACAO(WS-IDX-RSV2)
               MOVE WS-RT-CPF(WS-IDX-RSV2) TO FD-CPF
               READ ARQACAD
                   KEY IS FD-CPF
                   INVALID KEY
                       MOVE '*** NOME NAO ENCONTRADO ***' TO FD-NOME
               END-READ
               DISPLAY 'VAGA REPASSADA DA LISTA DE ESPERA - CPF: '
                       WS-RT-CPF(WS-IDX-RSV2) ' ' FD-NOME
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-REGRAVA-RESERVAS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQRESERVA

           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-QTD-RSV
               MOVE WS-RT-AULA(WS-IDX-RSV)      TO RSV-AULA
               MOVE WS-RT-CPF(WS-IDX-RSV)       TO RSV-CPF
               MOVE WS-RT-DATA(WS-IDX-RSV)      TO RSV-DATA
               MOVE WS-RT-DATA-AULA(WS-IDX-RSV) TO RSV-DATA-AULA
               MOVE WS-RT-SITUACAO(WS-IDX-RSV)  TO RSV-SITUACAO
               WRITE REG-RESERVA
           END-PERFORM

           CLOSE ARQRESERVA
           .
           EXIT.
      *----------------------------------------------------------------*
           MOVE WS-ESC-DESCRICAO   TO WS-LST-DESCRICAO
           MOVE WS-DIA-NOME(WS-ESC-DIA-SEMANA) TO WS-LST-DIA
           MOVE WS-ESC-HORA-INICIO TO WS-LST-HORA
           MOVE WS-DATA-AULA       TO WS-LST-DATA-AULA
           MOVE WS-ESC-INSTRUTOR   TO WS-LST-INSTRUTOR
           MOVE WS-ESC-CAPACIDADE  TO WS-LST-CAPACIDADE

           DISPLAY WS-PONTILHADO
           WRITE REG-LISTA FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-QTD-RSV
               IF WS-RT-AULA(WS-IDX-RSV) = WS-ESC-CODIGO
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) = WS-DATA-AULA
                  AND WS-RT-SITUACAO(WS-IDX-RSV) NOT = 'E'
                  AND WS-RT-SITUACAO(WS-IDX-RSV) NOT = 'C'
                   PERFORM 5100-IMPRIME-INSCRITO
               END-IF
           END-PERFORM

           MOVE WS-CONT-LISTA TO WS-LST-TOTAL
           DISPLAY WS-PONTILHADO

           MOVE WS-CONT-LISTA TO WS-CONT-RESERVA

      *    Fila de espera em ordem de chegada, para a recepcao chamar
      *    quem estiver presente se sobrar lugar.
           MOVE ZEROS TO WS-CONT-LISTA
           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-QTD-RSV
               IF WS-RT-AULA(WS-IDX-RSV) = WS-ESC-CODIGO
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) = WS-DATA-AULA
                  AND WS-RT-SITUACAO(WS-IDX-RSV) = 'E'
                   IF WS-CONT-LISTA = ZEROS
                       DISPLAY WS-PONTILHADO
                       WRITE REG-LISTA FROM WS-PONTILHADO
                   END-IF
                   PERFORM 5100-IMPRIME-INSCRITO
               END-IF
           END-PERFORM

           IF WS-CONT-LISTA > ZEROS
               MOVE WS-CONT-LISTA TO WS-LST-ESPERA
               DISPLAY WS-LINHA-ESPERA
               WRITE REG-LISTA FROM WS-LINHA-ESPERA
           END-IF

           CLOSE ARQLISTA  ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-LISTA
           MOVE WS-CONT-LISTA TO WS-LST-SEQ
           MOVE WS-RT-CPF(WS-IDX-RSV) TO WS-LST-CPF

           MOVE WS-RT-CPF(WS-IDX-RSV) TO FD-CPF
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
           WRITE REG-LISTA FROM WS-DETALHE-LISTA
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-APURA-FALTAS.
      *----------------------------------------------------------------*
      *    Reserva ativa de aula ja passada vira P se houve entrada na
      *    catraca no dia da aula entre uma hora antes do inicio e o
      *    fim da aula (uma hora), senao F.
           PERFORM 6100-CARREGA-HORARIOS

           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-QTD-RSV
               IF WS-RT-SITUACAO(WS-IDX-RSV) = 'A'
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) > ZEROS
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) < WS-DATA-HOJE
                   PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                           UNTIL WS-IDX-AULA > WS-QTD-AULA
                       IF WS-HOR-CODIGO(WS-IDX-AULA) =
                          WS-RT-AULA(WS-IDX-RSV)
                           MOVE WS-HOR-HORA(WS-IDX-AULA)
                               TO WS-RT-HORA(WS-IDX-RSV)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           OPEN INPUT ARQCHECK
           IF CHECK-OK
               PERFORM UNTIL WS-CHECK-EOF = 'S'
                   READ ARQCHECK
                       AT END
                           MOVE 'S' TO WS-CHECK-EOF
                       NOT AT END
                           IF CHK-SENTIDO NOT = 'S'
                               PERFORM 6200-CONFERE-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCHECK
           ELSE
               DISPLAY 'CHECKIN.TXT AUSENTE - STATUS: ' WS-STATUS-CHECK
           END-IF

           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-QTD-RSV
               IF WS-RT-SITUACAO(WS-IDX-RSV) = 'A'
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) > ZEROS
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) < WS-DATA-HOJE
                   MOVE 'F' TO WS-RT-SITUACAO(WS-IDX-RSV)
                   MOVE 'S' TO WS-RT-NOVA-FALTA(WS-IDX-RSV)
                   ADD 1 TO WS-CONT-FALTA
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-RSV2 FROM 1 BY 1
                   UNTIL WS-IDX-RSV2 > WS-QTD-RSV
               IF WS-RT-NOVA-FALTA(WS-IDX-RSV2) = 'S'
                   PERFORM 6300-AVALIA-BLOQUEIO
               END-IF
           END-PERFORM

           IF WS-CONT-PRESENTE > ZEROS OR WS-CONT-FALTA > ZEROS
               PERFORM 3900-REGRAVA-RESERVAS
           END-IF

           COMPUTE WS-CONT-RESERVA = WS-CONT-PRESENTE + WS-CONT-FALTA

           DISPLAY 'PRESENCAS CONFIRMADAS: ' WS-CONT-PRESENTE
           DISPLAY 'FALTAS APURADAS      : ' WS-CONT-FALTA
           DISPLAY 'ALUNOS BLOQUEADOS    : ' WS-CONT-BLOQUEIO
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-CARREGA-HORARIOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-AULA
           MOVE ' '   TO WS-AULAS-EOF

           OPEN INPUT ARQAULAS
           IF AULAS-OK
               PERFORM UNTIL WS-AULAS-EOF = 'S'
                   READ ARQAULAS
                       AT END
                           MOVE 'S' TO WS-AULAS-EOF
                       NOT AT END
                           IF WS-QTD-AULA < 99
                               ADD 1 TO WS-QTD-AULA
                               MOVE AULA-CODIGO
                                   TO WS-HOR-CODIGO(WS-QTD-AULA)
                               MOVE AULA-HORA-INICIO
                                   TO WS-HOR-HORA(WS-QTD-AULA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQAULAS
           ELSE
               DISPLAY 'AULAS.TXT AUSENTE - STATUS: ' WS-STATUS-AULAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6200-CONFERE-ENTRADA.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                   UNTIL WS-IDX-RSV > WS-QTD-RSV
               IF WS-RT-SITUACAO(WS-IDX-RSV) = 'A'
                  AND WS-RT-CPF(WS-IDX-RSV) = CHK-CPF
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) = CHK-DATA
                  AND WS-RT-DATA-AULA(WS-IDX-RSV) < WS-DATA-HOJE
                   IF WS-RT-HORA(WS-IDX-RSV) >= 100
                       COMPUTE WS-HORA-ANTES =
                           WS-RT-HORA(WS-IDX-RSV) - 100
                   ELSE
                       MOVE ZEROS TO WS-HORA-ANTES
                   END-IF
                   COMPUTE WS-HORA-FIM = WS-RT-HORA(WS-IDX-RSV) + 100
                   IF CHK-HHMM >= WS-HORA-ANTES
                      AND CHK-HHMM < WS-HORA-FIM
                       MOVE 'P' TO WS-RT-SITUACAO(WS-IDX-RSV)
                       ADD 1 TO WS-CONT-PRESENTE
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       6300-AVALIA-BLOQUEIO.
      *----------------------------------------------------------------*
      *    Conta as faltas do CPF dentro da janela e posteriores ao fim
      *    do ultimo bloqueio; ao atingir o limite grava novo bloqueio a
      *    partir de hoje. CPF ja bloqueado hoje nao e reavaliado.
           MOVE WS-RT-CPF(WS-IDX-RSV2) TO WS-CPF-BLOQ
           PERFORM 0360-VERIFICA-BLOQUEIO

           IF WS-BLOQ-ATE = ZEROS
               MOVE ZEROS TO WS-FALTAS-JANELA
               PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                       UNTIL WS-IDX-RSV > WS-QTD-RSV
                   IF WS-RT-CPF(WS-IDX-RSV) = WS-CPF-BLOQ
                      AND WS-RT-SITUACAO(WS-IDX-RSV) = 'F'
                      AND WS-RT-DATA-AULA(WS-IDX-RSV) >= WS-DATA-JANELA
                      AND WS-RT-DATA-AULA(WS-IDX-RSV) > WS-ULTIMO-FIM
                       ADD 1 TO WS-FALTAS-JANELA
                   END-IF
               END-PERFORM

               IF WS-FALTAS-JANELA >= WS-LIMITE-FALTAS
                   PERFORM 6400-GRAVA-BLOQUEIO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6400-GRAVA-BLOQUEIO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQBLOQ
           IF BLOQ-NAO-EXISTE
               OPEN OUTPUT ARQBLOQ
           END-IF

           MOVE WS-CPF-BLOQ       TO BLQ-CPF
           MOVE WS-DATA-HOJE      TO BLQ-INICIO
           COMPUTE BLQ-FIM = FUNCTION DATE-OF-INTEGER(
               WS-DIAS-HOJE + WS-DIAS-BLOQUEIO)
           MOVE WS-FALTAS-JANELA  TO BLQ-FALTAS

           WRITE REG-BLOQUEIO

           CLOSE ARQBLOQ

           IF WS-QTD-BLOQ < 999
               ADD 1 TO WS-QTD-BLOQ
               MOVE BLQ-CPF    TO WS-BQ-CPF(WS-QTD-BLOQ)
               MOVE BLQ-INICIO TO WS-BQ-INICIO(WS-QTD-BLOQ)
               MOVE BLQ-FIM    TO WS-BQ-FIM(WS-QTD-BLOQ)
           END-IF

           ADD 1 TO WS-CONT-BLOQUEIO
           DISPLAY 'ALUNO BLOQUEADO PARA RESERVAS ATE ' BLQ-FIM
                   ' - CPF: ' BLQ-CPF ' FALTAS: ' BLQ-FALTAS
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-LISTA-REINCIDENTES.
      *----------------------------------------------------------------*
      *    Alunos com falta nos ultimos 7 dias e ao menos duas faltas
      *    na janela de contagem, com o bloqueio vigente se houver.
           OPEN INPUT ARQACAD
           OPEN OUTPUT ARQFALTA

           MOVE WS-DATA-SEMANA   TO WS-FAL-DE
           MOVE WS-DATA-HOJE     TO WS-FAL-ATE
           MOVE WS-JANELA-DIAS   TO WS-FAL-JANELA
           MOVE WS-LIMITE-FALTAS TO WS-FAL-LIMITE

           DISPLAY WS-FAL-LINHA1
           WRITE REG-FALTA FROM WS-FAL-LINHA1
           DISPLAY WS-FAL-LINHA2
           WRITE REG-FALTA FROM WS-FAL-LINHA2
           DISPLAY WS-PONTILHADO
           WRITE REG-FALTA FROM WS-PONTILHADO
           DISPLAY WS-FAL-LINHA3
           WRITE REG-FALTA FROM WS-FAL-LINHA3

           MOVE ZEROS TO WS-QTD-LISTADO

           PERFORM VARYING WS-IDX-RSV2 FROM 1 BY 1
                   UNTIL WS-IDX-RSV2 > WS-QTD-RSV
               IF WS-RT-SITUACAO(WS-IDX-RSV2) = 'F'
                  AND WS-RT-DATA-AULA(WS-IDX-RSV2) >= WS-DATA-SEMANA
                   PERFORM 7100-AVALIA-REINCIDENTE
               END-IF
           END-PERFORM

           MOVE WS-CONT-REINCIDENTE TO WS-FAL-TOTAL
           DISPLAY WS-PONTILHADO
           WRITE REG-FALTA FROM WS-PONTILHADO
           DISPLAY WS-FAL-RODAPE
           WRITE REG-FALTA FROM WS-FAL-RODAPE

           MOVE WS-CONT-REINCIDENTE TO WS-CONT-RESERVA

           CLOSE ARQFALTA  ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       7100-AVALIA-REINCIDENTE.
      *----------------------------------------------------------------*
           MOVE WS-RT-CPF(WS-IDX-RSV2) TO WS-CPF-BLOQ
           MOVE 'N' TO WS-JA-LISTADO

           PERFORM VARYING WS-IDX-LISTADO FROM 1 BY 1
                   UNTIL WS-IDX-LISTADO > WS-QTD-LISTADO
               IF WS-LISTADO-CPF(WS-IDX-LISTADO) = WS-CPF-BLOQ
                   MOVE 'S' TO WS-JA-LISTADO
               END-IF
           END-PERFORM

           IF WS-JA-LISTADO = 'N' AND WS-QTD-LISTADO < 999
               ADD 1 TO WS-QTD-LISTADO
               MOVE WS-CPF-BLOQ TO WS-LISTADO-CPF(WS-QTD-LISTADO)

               MOVE ZEROS TO WS-FALTAS-SEMANA
               MOVE ZEROS TO WS-FALTAS-JANELA
               PERFORM VARYING WS-IDX-RSV FROM 1 BY 1
                       UNTIL WS-IDX-RSV > WS-QTD-RSV
                   IF WS-RT-CPF(WS-IDX-RSV) = WS-CPF-BLOQ
                      AND WS-RT-SITUACAO(WS-IDX-RSV) = 'F'
                       IF WS-RT-DATA-AULA(WS-IDX-RSV) >= WS-DATA-JANELA
                           ADD 1 TO WS-FALTAS-JANELA
                       END-IF
                       IF WS-RT-DATA-AULA(WS-IDX-RSV) >= WS-DATA-SEMANA
                           ADD 1 TO WS-FALTAS-SEMANA
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-FALTAS-JANELA >= 2
                   PERFORM 7200-IMPRIME-REINCIDENTE
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       7200-IMPRIME-REINCIDENTE.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-REINCIDENTE
           PERFORM 0360-VERIFICA-BLOQUEIO

           MOVE WS-CPF-BLOQ      TO WS-FAL-CPF
           MOVE WS-FALTAS-SEMANA TO WS-FAL-SEMANA
           MOVE WS-FALTAS-JANELA TO WS-FAL-PERIODO
           IF WS-BLOQ-ATE > ZEROS
               MOVE WS-BLOQ-ATE  TO WS-FAL-BLOQUEIO
           ELSE
               MOVE '-'          TO WS-FAL-BLOQUEIO
           END-IF

           MOVE WS-CPF-BLOQ TO FD-CPF
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   MOVE '*** NOME NAO ENCONTRADO ***' TO WS-FAL-NOME
               NOT INVALID KEY
                   MOVE FD-NOME TO WS-FAL-NOME
           END-READ

           DISPLAY WS-FAL-DETALHE
           WRITE REG-FALTA FROM WS-FAL-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
