      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Exam calendar (calendario de provas) for the school.
      *          Mode M schedules each prova NOTA1-NOTA4 of a turma
      *          and DISCIPLINAS.TXT subject for the ano letivo and
      *          semester on PROVAS.TXT - keying the same turma,
      *          subject and prova again moves the exam, a zero date
      *          cancels it. Dates falling on a weekend or a
      *          CALENDARIO.TXT holiday are refused, and so is any
      *          exam that would put the turma over the maximum exams
      *          per day of PROVPARM.TXT (default 2). Mode R prints
      *          the notice-board calendar per turma PROVCAL.TXT and,
      *          from the PROFASG.TXT assignments, the list per
      *          teacher PROVPROF.TXT of the exams each must apply.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. PROVAS.
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

       SELECT ARQPROVA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PROVA.

       SELECT ARQDISC ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DISC.

       SELECT ARQPROF ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PROF.

       SELECT ARQPROFASG ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PROFASG.

       SELECT ARQPARM ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PARM.

       SELECT ARQCAL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-CAL.

       SELECT ARQORD ASSIGN TO DISK.

       SELECT ARQPROVA-ORD ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ORD.

       SELECT ARQREL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRELPROF ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPROVA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROVAS.TXT".
       01  REG-PROVA.
           03 PRV-TURMA                PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PRV-ANOLETIVO            PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PRV-SEMESTRE             PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PRV-DISCIPLINA           PIC 9(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PRV-PROVA                PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PRV-DATA                 PIC 9(08).

       FD  ARQDISC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DISCIPLINAS.TXT".
       01  REG-DISCIPLINA.
           03 DIS-CODIGO               PIC 9(02).
           03 DIS-NOME                 PIC X(20).
           03 DIS-PESO                 PIC 9(02).

       FD  ARQPROF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROFESSOR.TXT".
       01  REG-PROFESSOR.
           03 PRF-CODIGO               PIC 9(04).
           03 FILLER                   PIC X(01).
           03 PRF-NOME                 PIC X(30).
           03 FILLER                   PIC X(04).

       FD  ARQPROFASG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROFASG.TXT".
       01  REG-ATRIBUICAO.
           03 ASG-PROFESSOR            PIC 9(04).
           03 FILLER                   PIC X(01).
           03 ASG-TURMA                PIC X(05).
           03 FILLER                   PIC X(01).
           03 ASG-DISCIPLINA           PIC 9(02).
           03 FILLER                   PIC X(01).
           03 ASG-HORAS-SEMANA         PIC 9(02).

       FD  ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROVPARM.TXT".
       01  REG-PARM.
           03 PARM-MAX-PROVAS-DIA      PIC 9(01).

       FD  ARQCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.TXT".
       01  REG-CAL.
           03 CAL-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 CAL-TIPO                 PIC X(01).
           03 FILLER                   PIC X(01).
           03 CAL-DESCRICAO            PIC X(20).

       SD  ARQORD.
       01  SD-REG-PROVA.
           03 SD-PROFESSOR             PIC 9(04).
           03 SD-TURMA                 PIC X(05).
           03 SD-DATA                  PIC 9(08).
           03 SD-DISCIPLINA            PIC 9(02).
           03 SD-PROVA                 PIC 9(01).

       FD  ARQPROVA-ORD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROVORD.TXT".
       01  REG-PROVA-ORD.
           03 ORD-PROFESSOR            PIC 9(04).
           03 ORD-TURMA                PIC X(05).
           03 ORD-DATA                 PIC 9(08).
           03 ORD-DISCIPLINA           PIC 9(02).
           03 ORD-PROVA                PIC 9(01).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROVCAL.TXT".
       01  REG-RELATORIO               PIC X(80).

       FD  ARQRELPROF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROVPROF.TXT".
       01  REG-RELPROF                 PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROVRUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                      PIC X(01) VALUE ' '.
       77  WS-PROVA-EOF                PIC X(01) VALUE ' '.
       77  WS-DISC-EOF                 PIC X(01) VALUE ' '.
       77  WS-PROF-EOF                 PIC X(01) VALUE ' '.
       77  WS-ASG-EOF                  PIC X(01) VALUE ' '.
       77  WS-STATUS-PROVA             PIC X(02) VALUE SPACES.
           88 PROVA-OK                     VALUE '00'.
       77  WS-STATUS-DISC              PIC X(02) VALUE SPACES.
           88 DISC-OK                      VALUE '00'.
       77  WS-STATUS-PROF              PIC X(02) VALUE SPACES.
           88 PROF-OK                      VALUE '00'.
       77  WS-STATUS-PROFASG           PIC X(02) VALUE SPACES.
           88 PROFASG-OK                   VALUE '00'.
       77  WS-STATUS-PARM              PIC X(02) VALUE SPACES.
           88 PARM-OK                      VALUE '00'.
       77  WS-STATUS-ORD               PIC X(02) VALUE SPACES.
           88 ORD-OK                       VALUE '00'.
       77  WS-MODO-EXECUCAO            PIC X(01) VALUE 'R'.
       77  WS-MAX-PROVAS-DIA           PIC 9(01) VALUE 2.
       77  WS-ANOLETIVO-PEDIDO         PIC 9(04) VALUE ZEROS.
       77  WS-SEMESTRE-PEDIDO          PIC 9(01) VALUE ZEROS.
       77  WS-TURMA-PEDIDA             PIC X(05) VALUE SPACES.
       77  WS-DISC-PEDIDA              PIC 9(02) VALUE ZEROS.
       77  WS-PROVA-PEDIDA             PIC 9(01) VALUE ZEROS.
       77  WS-QTD-PROVA                PIC 9(03) VALUE ZEROS.
       77  WS-QTD-DISC                 PIC 9(02) VALUE ZEROS.
       77  WS-QTD-PROF                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ASG                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX                      PIC 9(03) VALUE ZEROS.
       77  WS-IDX2                     PIC 9(03) VALUE ZEROS.
       77  WS-IDX-PROVA                PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DISC                 PIC 9(02) VALUE ZEROS.
       77  WS-PROVAS-NO-DIA            PIC 9(03) VALUE ZEROS.
       77  WS-TEM-PROFESSOR            PIC X(01) VALUE 'N'.
       77  WS-TURMA-ANTERIOR           PIC X(05) VALUE SPACES.
       77  WS-PROF-ANTERIOR            PIC 9(04) VALUE ZEROS.
       77  WS-PRIMEIRO                 PIC X(01) VALUE 'S'.
       77  WS-CONT-AGENDADA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-REMARCADA           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-CANCELADA           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-IMPRESSA            PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY CALNEGOCIO.

       01  WS-DATA-PEDIDA              PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PEDIDA-R REDEFINES WS-DATA-PEDIDA.
           03 WS-DTP-ANO               PIC 9(04).
           03 WS-DTP-MES               PIC 9(02).
           03 WS-DTP-DIA               PIC 9(02).

       01  WS-TAB-PROVA.
           03 WS-PRV-ITEM OCCURS 500 TIMES.
              05 WS-PRV-TURMA          PIC X(05).
              05 WS-PRV-ANOLETIVO      PIC 9(04).
              05 WS-PRV-SEMESTRE       PIC 9(01).
              05 WS-PRV-DISCIPLINA     PIC 9(02).
              05 WS-PRV-PROVA          PIC 9(01).
              05 WS-PRV-DATA           PIC 9(08).

       01  WS-TAB-DISCIPLINA.
           03 WS-DIS-ITEM OCCURS 99 TIMES.
              05 WS-DIS-CODIGO         PIC 9(02).
              05 WS-DIS-NOME           PIC X(20).

       01  WS-TAB-PROFESSOR.
           03 WS-PRF-ITEM OCCURS 100 TIMES.
              05 WS-PRF-CODIGO         PIC 9(04).
              05 WS-PRF-NOME           PIC X(30).

       01  WS-TAB-ATRIBUICAO.
           03 WS-ASG-ITEM OCCURS 500 TIMES.
              05 WS-ASG-PROFESSOR      PIC 9(04).
              05 WS-ASG-TURMA          PIC X(05).
              05 WS-ASG-DISCIPLINA     PIC 9(02).

       01  WS-LINHA1.
           03 FILLER PIC X(24) VALUE SPACES.
           03 FILLER PIC X(23) VALUE 'CALENDARIO DE PROVAS - '.
           03 WS-CAB-ANOLETIVO         PIC 9(04).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-CAB-SEMESTRE          PIC 9(01).
           03 FILLER PIC X(27) VALUE SPACES.

       01  WS-LINHA1-PROF.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(27) VALUE 'PROVAS A APLICAR POR PROF. '.
           03 WS-CAB-ANOLETIVO-P       PIC 9(04).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-CAB-SEMESTRE-P        PIC 9(01).
           03 FILLER PIC X(27) VALUE SPACES.

       01  WS-LINHA-TURMA.
           03 FILLER                   PIC X(07) VALUE 'TURMA: '.
           03 WS-EXB-TURMA             PIC X(05).

       01  WS-LINHA-PROF.
           03 FILLER                   PIC X(11) VALUE 'PROFESSOR: '.
           03 WS-EXB-PROF-COD          PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXB-PROF-NOME         PIC X(30).

       01  WS-DETALHE-PROVA.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-EXB-DATA              PIC X(10).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-EXB-TURMA-DET         PIC X(05).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-EXB-DISC              PIC 9(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXB-DISC-NOME         PIC X(20).
           03 FILLER                   PIC X(08) VALUE '  PROVA '.
           03 WS-EXB-PROVA             PIC 9(01).

       01  WS-RODAPE1.
           03 FILLER            PIC X(30) VALUE 'TOTAL DE PROVAS: '.
           03 WS-TOTPROVA       PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               DISPLAY 'MODO (M)ANUTENCAO OU (R)ELATORIOS: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT
               DISPLAY 'ANO LETIVO: '
               ACCEPT WS-ANOLETIVO-PEDIDO FROM DADO-INPUT
               DISPLAY 'SEMESTRE: '
               ACCEPT WS-SEMESTRE-PEDIDO FROM DADO-INPUT

               PERFORM 0050-LE-PARAMETROS
               PERFORM 0100-CARREGA-PROVAS
               PERFORM 0200-CARREGA-DISCIPLINAS

               IF WS-MODO-EXECUCAO = 'M'
                   PERFORM 9550-CARREGA-CALENDARIO
                   PERFORM 2000-SESSAO-MANUTENCAO
               ELSE
                   PERFORM 0300-CARREGA-PROFESSORES
                   PERFORM 0400-CARREGA-ATRIBUICOES
                   PERFORM 5000-CALENDARIO-TURMA
                   PERFORM 6000-LISTA-PROFESSOR
               END-IF

               MOVE 'PROVAS'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-RECUSADA TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0050-LE-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MAX-PROVAS-DIA > ZEROS
                           MOVE PARM-MAX-PROVAS-DIA
                               TO WS-MAX-PROVAS-DIA
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF

           DISPLAY 'MAXIMO DE PROVAS POR TURMA NO DIA: '
                   WS-MAX-PROVAS-DIA
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-PROVAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPROVA
           IF PROVA-OK
               PERFORM UNTIL WS-PROVA-EOF = 'S'
                   READ ARQPROVA
                       AT END
                           MOVE 'S' TO WS-PROVA-EOF
                       NOT AT END
                           PERFORM 0110-GUARDA-PROVA
                   END-READ
               END-PERFORM
               CLOSE ARQPROVA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-PROVA.
      *----------------------------------------------------------------*
           IF WS-QTD-PROVA < 500
               ADD 1 TO WS-QTD-PROVA
               MOVE PRV-TURMA      TO WS-PRV-TURMA(WS-QTD-PROVA)
               MOVE PRV-ANOLETIVO  TO WS-PRV-ANOLETIVO(WS-QTD-PROVA)
               MOVE PRV-SEMESTRE   TO WS-PRV-SEMESTRE(WS-QTD-PROVA)
               MOVE PRV-DISCIPLINA TO WS-PRV-DISCIPLINA(WS-QTD-PROVA)
               MOVE PRV-PROVA      TO WS-PRV-PROVA(WS-QTD-PROVA)
               MOVE PRV-DATA       TO WS-PRV-DATA(WS-QTD-PROVA)
           ELSE
               DISPLAY 'PROVA IGNORADA - LIMITE DE 500 PROVAS '
                       'EXCEDIDO: ' PRV-TURMA ' ' PRV-DISCIPLINA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-DISCIPLINAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDISC
           IF DISC-OK
               PERFORM UNTIL WS-DISC-EOF = 'S'
                   READ ARQDISC
                       AT END
                           MOVE 'S' TO WS-DISC-EOF
                       NOT AT END
                           IF WS-QTD-DISC < 99
                               ADD 1 TO WS-QTD-DISC
                               MOVE DIS-CODIGO
                                   TO WS-DIS-CODIGO(WS-QTD-DISC)
                               MOVE DIS-NOME
                                   TO WS-DIS-NOME(WS-QTD-DISC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDISC
           ELSE
               DISPLAY 'DISCIPLINAS.TXT AUSENTE - NENHUMA PROVA PODE '
                       'SER AGENDADA'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-PROFESSORES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPROF
           IF PROF-OK
               PERFORM UNTIL WS-PROF-EOF = 'S'
                   READ ARQPROF
                       AT END
                           MOVE 'S' TO WS-PROF-EOF
                       NOT AT END
                           IF WS-QTD-PROF < 100
                               ADD 1 TO WS-QTD-PROF
                               MOVE PRF-CODIGO
                                   TO WS-PRF-CODIGO(WS-QTD-PROF)
                               MOVE PRF-NOME
                                   TO WS-PRF-NOME(WS-QTD-PROF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPROF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-ATRIBUICOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPROFASG
           IF PROFASG-OK
               PERFORM UNTIL WS-ASG-EOF = 'S'
                   READ ARQPROFASG
                       AT END
                           MOVE 'S' TO WS-ASG-EOF
                       NOT AT END
                           IF WS-QTD-ASG < 500
                               ADD 1 TO WS-QTD-ASG
                               MOVE ASG-PROFESSOR
                                   TO WS-ASG-PROFESSOR(WS-QTD-ASG)
                               MOVE ASG-TURMA
                                   TO WS-ASG-TURMA(WS-QTD-ASG)
                               MOVE ASG-DISCIPLINA
                                   TO WS-ASG-DISCIPLINA(WS-QTD-ASG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPROFASG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-BUSCA-DISCIPLINA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-DISC
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-DISC
               IF WS-DIS-CODIGO(WS-IDX2) = WS-DISC-PEDIDA
                   MOVE WS-IDX2 TO WS-IDX-DISC
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-MANUTENCAO.
      *----------------------------------------------------------------*
           DISPLAY 'TURMA (BRANCO PARA ENCERRAR): '
           ACCEPT WS-TURMA-PEDIDA FROM DADO-INPUT

           PERFORM UNTIL WS-TURMA-PEDIDA = SPACES
               DISPLAY 'DISCIPLINA: '
               ACCEPT WS-DISC-PEDIDA FROM DADO-INPUT
               DISPLAY 'PROVA (1 A 4): '
               ACCEPT WS-PROVA-PEDIDA FROM DADO-INPUT
               DISPLAY 'DATA (AAAAMMDD, ZEROS = CANCELA A PROVA): '
               ACCEPT WS-DATA-PEDIDA FROM DADO-INPUT

               PERFORM 2100-TRATA-PROVA

               DISPLAY 'TURMA (BRANCO PARA ENCERRAR): '
               ACCEPT WS-TURMA-PEDIDA FROM DADO-INPUT
           END-PERFORM

           IF WS-CONT-AGENDADA + WS-CONT-REMARCADA +
              WS-CONT-CANCELADA > ZEROS
               PERFORM 3000-REGRAVA-PROVAS
           END-IF

           DISPLAY 'PROVAS AGENDADAS : ' WS-CONT-AGENDADA
           DISPLAY 'PROVAS REMARCADAS: ' WS-CONT-REMARCADA
           DISPLAY 'PROVAS CANCELADAS: ' WS-CONT-CANCELADA
           DISPLAY 'PEDIDOS RECUSADOS: ' WS-CONT-RECUSADA

           COMPUTE WS-RUN-PROCESSADOS =
               WS-CONT-AGENDADA + WS-CONT-REMARCADA + WS-CONT-CANCELADA
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATA-PROVA.
      *----------------------------------------------------------------*
           PERFORM 0500-BUSCA-DISCIPLINA

      *    Chave da prova: turma, ano letivo, semestre, disciplina e
      *    numero da prova.
           MOVE ZEROS TO WS-IDX-PROVA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PROVA
               IF WS-PRV-TURMA(WS-IDX)      = WS-TURMA-PEDIDA
                  AND WS-PRV-ANOLETIVO(WS-IDX)  = WS-ANOLETIVO-PEDIDO
                  AND WS-PRV-SEMESTRE(WS-IDX)   = WS-SEMESTRE-PEDIDO
                  AND WS-PRV-DISCIPLINA(WS-IDX) = WS-DISC-PEDIDA
                  AND WS-PRV-PROVA(WS-IDX)      = WS-PROVA-PEDIDA
                   MOVE WS-IDX TO WS-IDX-PROVA
               END-IF
           END-PERFORM

           IF WS-DATA-PEDIDA NOT = ZEROS
               PERFORM 2200-CONTA-PROVAS-DIA
               MOVE WS-DATA-PEDIDA TO WS-CAL-DATA-TESTE
               IF WS-DTP-MES >= 1 AND WS-DTP-MES <= 12
                  AND WS-DTP-DIA >= 1 AND WS-DTP-DIA <= 31
                   PERFORM 9560-VERIFICA-DIA-UTIL
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-IDX-DISC = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - DISCIPLINA NAO '
                           'CADASTRADA: ' WS-DISC-PEDIDA
               WHEN WS-PROVA-PEDIDA < 1 OR WS-PROVA-PEDIDA > 4
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - PROVA DEVE SER DE 1 A 4: '
                           WS-PROVA-PEDIDA
               WHEN WS-DATA-PEDIDA = ZEROS
                   PERFORM 2300-CANCELA-PROVA
               WHEN WS-DTP-MES < 1 OR WS-DTP-MES > 12
                 OR WS-DTP-DIA < 1 OR WS-DTP-DIA > 31
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - DATA INVALIDA: '
                           WS-DATA-PEDIDA
               WHEN DIA-NAO-UTIL
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - FERIADO OU FIM DE '
                           'SEMANA: ' WS-DATA-PEDIDA
               WHEN WS-PROVAS-NO-DIA >= WS-MAX-PROVAS-DIA
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - TURMA ' WS-TURMA-PEDIDA
                           ' JA TEM ' WS-PROVAS-NO-DIA
                           ' PROVA(S) EM ' WS-DATA-PEDIDA
               WHEN OTHER
                   PERFORM 2400-AGENDA-PROVA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-CONTA-PROVAS-DIA.
      *----------------------------------------------------------------*
      *    A propria prova sendo remarcada nao conta contra o limite.
           MOVE ZEROS TO WS-PROVAS-NO-DIA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PROVA
               IF WS-PRV-TURMA(WS-IDX)     = WS-TURMA-PEDIDA
                  AND WS-PRV-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                  AND WS-PRV-SEMESTRE(WS-IDX)  = WS-SEMESTRE-PEDIDO
                  AND WS-PRV-DATA(WS-IDX)      = WS-DATA-PEDIDA
                  AND WS-IDX NOT = WS-IDX-PROVA
                   ADD 1 TO WS-PROVAS-NO-DIA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-CANCELA-PROVA.
      *----------------------------------------------------------------*
      *    A prova cancelada fica com data zerada e nao e regravada.
           IF WS-IDX-PROVA = ZEROS
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'PEDIDO RECUSADO - PROVA NAO AGENDADA'
           ELSE
               MOVE ZEROS TO WS-PRV-DATA(WS-IDX-PROVA)
               ADD 1 TO WS-CONT-CANCELADA
               DISPLAY 'PROVA CANCELADA - TURMA ' WS-TURMA-PEDIDA
                       ' DISCIPLINA ' WS-DISC-PEDIDA
                       ' PROVA ' WS-PROVA-PEDIDA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-AGENDA-PROVA.
      *----------------------------------------------------------------*
           IF WS-IDX-PROVA = ZEROS
               IF WS-QTD-PROVA < 500
                   ADD 1 TO WS-QTD-PROVA
                   MOVE WS-QTD-PROVA TO WS-IDX-PROVA
                   ADD 1 TO WS-CONT-AGENDADA
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - LIMITE DE 500 PROVAS '
                           'EXCEDIDO'
               END-IF
           ELSE
               ADD 1 TO WS-CONT-REMARCADA
           END-IF

           IF WS-IDX-PROVA > ZEROS
               MOVE WS-TURMA-PEDIDA
                   TO WS-PRV-TURMA(WS-IDX-PROVA)
               MOVE WS-ANOLETIVO-PEDIDO
                   TO WS-PRV-ANOLETIVO(WS-IDX-PROVA)
               MOVE WS-SEMESTRE-PEDIDO
                   TO WS-PRV-SEMESTRE(WS-IDX-PROVA)
               MOVE WS-DISC-PEDIDA
                   TO WS-PRV-DISCIPLINA(WS-IDX-PROVA)
               MOVE WS-PROVA-PEDIDA
                   TO WS-PRV-PROVA(WS-IDX-PROVA)
               MOVE WS-DATA-PEDIDA
                   TO WS-PRV-DATA(WS-IDX-PROVA)
               DISPLAY 'PROVA AGENDADA - TURMA ' WS-TURMA-PEDIDA
                       ' DISCIPLINA ' WS-DISC-PEDIDA
                       ' PROVA ' WS-PROVA-PEDIDA
                       ' EM ' WS-DATA-PEDIDA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REGRAVA-PROVAS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQPROVA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PROVA
               IF WS-PRV-DATA(WS-IDX) NOT = ZEROS
                   MOVE WS-PRV-TURMA(WS-IDX)      TO PRV-TURMA
                   MOVE WS-PRV-ANOLETIVO(WS-IDX)  TO PRV-ANOLETIVO
                   MOVE WS-PRV-SEMESTRE(WS-IDX)   TO PRV-SEMESTRE
                   MOVE WS-PRV-DISCIPLINA(WS-IDX) TO PRV-DISCIPLINA
                   MOVE WS-PRV-PROVA(WS-IDX)      TO PRV-PROVA
                   MOVE WS-PRV-DATA(WS-IDX)       TO PRV-DATA
                   WRITE REG-PROVA
               END-IF
           END-PERFORM

           CLOSE ARQPROVA
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-CALENDARIO-TURMA.
      *----------------------------------------------------------------*
           SORT ARQORD
               ON ASCENDING KEY SD-TURMA SD-DATA SD-DISCIPLINA
                                SD-PROVA
               INPUT PROCEDURE 5100-CARREGA-ORDENACAO-TURMA
               GIVING ARQPROVA-ORD

           OPEN INPUT ARQPROVA-ORD
           IF ORD-OK
               OPEN OUTPUT ARQREL

               MOVE WS-ANOLETIVO-PEDIDO TO WS-CAB-ANOLETIVO
               MOVE WS-SEMESTRE-PEDIDO  TO WS-CAB-SEMESTRE
               DISPLAY WS-LINHA1
               WRITE REG-RELATORIO FROM WS-LINHA1

               MOVE ' '    TO WS-EOF
               MOVE ZEROS  TO WS-CONT-IMPRESSA
               PERFORM 7000-LER-ORDENADO
               PERFORM UNTIL WS-EOF = 'S'
                   IF ORD-TURMA NOT = WS-TURMA-ANTERIOR
                      OR WS-CONT-IMPRESSA = ZEROS
                       MOVE ORD-TURMA TO WS-TURMA-ANTERIOR
                       MOVE ORD-TURMA TO WS-EXB-TURMA
                       DISPLAY WS-PONTILHADO
                       WRITE REG-RELATORIO FROM WS-PONTILHADO
                       DISPLAY WS-LINHA-TURMA
                       WRITE REG-RELATORIO FROM WS-LINHA-TURMA
                   END-IF
                   PERFORM 7100-MONTA-DETALHE
                   DISPLAY WS-DETALHE-PROVA
                   WRITE REG-RELATORIO FROM WS-DETALHE-PROVA
                   ADD 1 TO WS-CONT-IMPRESSA
                   PERFORM 7000-LER-ORDENADO
               END-PERFORM

               MOVE WS-CONT-IMPRESSA TO WS-TOTPROVA
               DISPLAY WS-PONTILHADO
               WRITE REG-RELATORIO FROM WS-PONTILHADO
               DISPLAY WS-RODAPE1
               WRITE REG-RELATORIO FROM WS-RODAPE1

               CLOSE ARQREL
               MOVE WS-CONT-IMPRESSA TO WS-RUN-PROCESSADOS
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR PROVORD.TXT' TO WS-RUN-MOTIVO
               MOVE 'PRV001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQPROVA-ORD - STATUS: '
                       WS-STATUS-ORD
           END-IF
           CLOSE ARQPROVA-ORD
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-CARREGA-ORDENACAO-TURMA.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PROVA
               IF WS-PRV-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                  AND WS-PRV-SEMESTRE(WS-IDX) = WS-SEMESTRE-PEDIDO
                   MOVE ZEROS                     TO SD-PROFESSOR
                   MOVE WS-PRV-TURMA(WS-IDX)      TO SD-TURMA
                   MOVE WS-PRV-DATA(WS-IDX)       TO SD-DATA
                   MOVE WS-PRV-DISCIPLINA(WS-IDX) TO SD-DISCIPLINA
                   MOVE WS-PRV-PROVA(WS-IDX)      TO SD-PROVA
                   RELEASE SD-REG-PROVA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-LISTA-PROFESSOR.
      *----------------------------------------------------------------*
           SORT ARQORD
               ON ASCENDING KEY SD-PROFESSOR SD-DATA SD-TURMA
                                SD-DISCIPLINA SD-PROVA
               INPUT PROCEDURE 6100-CARREGA-ORDENACAO-PROF
               GIVING ARQPROVA-ORD

           OPEN INPUT ARQPROVA-ORD
           IF ORD-OK
               OPEN OUTPUT ARQRELPROF

               MOVE WS-ANOLETIVO-PEDIDO TO WS-CAB-ANOLETIVO-P
               MOVE WS-SEMESTRE-PEDIDO  TO WS-CAB-SEMESTRE-P
               DISPLAY WS-LINHA1-PROF
               WRITE REG-RELPROF FROM WS-LINHA1-PROF

               MOVE ' '   TO WS-EOF
               MOVE 'S'   TO WS-PRIMEIRO
               PERFORM 7000-LER-ORDENADO
               PERFORM UNTIL WS-EOF = 'S'
                   IF ORD-PROFESSOR NOT = WS-PROF-ANTERIOR
                      OR WS-PRIMEIRO = 'S'
                       MOVE 'N' TO WS-PRIMEIRO
                       MOVE ORD-PROFESSOR TO WS-PROF-ANTERIOR
                       PERFORM 6200-CABECALHO-PROFESSOR
                   END-IF
                   PERFORM 7100-MONTA-DETALHE
                   DISPLAY WS-DETALHE-PROVA
                   WRITE REG-RELPROF FROM WS-DETALHE-PROVA
                   PERFORM 7000-LER-ORDENADO
               END-PERFORM

               DISPLAY WS-PONTILHADO
               WRITE REG-RELPROF FROM WS-PONTILHADO

               CLOSE ARQRELPROF
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR PROVORD.TXT' TO WS-RUN-MOTIVO
               MOVE 'PRV001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQPROVA-ORD - STATUS: '
                       WS-STATUS-ORD
           END-IF
           CLOSE ARQPROVA-ORD
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-CARREGA-ORDENACAO-PROF.
      *----------------------------------------------------------------*
      *    Uma linha por professor atribuido a turma e disciplina da
      *    prova; prova sem professor em PROFASG.TXT sai sob o codigo
      *    zero, para a coordenacao designar quem aplica.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PROVA
               IF WS-PRV-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                  AND WS-PRV-SEMESTRE(WS-IDX) = WS-SEMESTRE-PEDIDO
                   MOVE WS-PRV-TURMA(WS-IDX)      TO SD-TURMA
                   MOVE WS-PRV-DATA(WS-IDX)       TO SD-DATA
                   MOVE WS-PRV-DISCIPLINA(WS-IDX) TO SD-DISCIPLINA
                   MOVE WS-PRV-PROVA(WS-IDX)      TO SD-PROVA
                   MOVE 'N' TO WS-TEM-PROFESSOR
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-QTD-ASG
                       IF WS-ASG-TURMA(WS-IDX2) = WS-PRV-TURMA(WS-IDX)
                          AND WS-ASG-DISCIPLINA(WS-IDX2) =
                              WS-PRV-DISCIPLINA(WS-IDX)
                           MOVE 'S' TO WS-TEM-PROFESSOR
                           MOVE WS-ASG-PROFESSOR(WS-IDX2)
                               TO SD-PROFESSOR
                           RELEASE SD-REG-PROVA
                       END-IF
                   END-PERFORM
                   IF WS-TEM-PROFESSOR = 'N'
                       MOVE ZEROS TO SD-PROFESSOR
                       RELEASE SD-REG-PROVA
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       6200-CABECALHO-PROFESSOR.
      *----------------------------------------------------------------*
           MOVE ORD-PROFESSOR TO WS-EXB-PROF-COD
           IF ORD-PROFESSOR = ZEROS
               MOVE 'SEM PROFESSOR ATRIBUIDO' TO WS-EXB-PROF-NOME
           ELSE
               MOVE '*** NAO CADASTRADO'      TO WS-EXB-PROF-NOME
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-QTD-PROF
                   IF WS-PRF-CODIGO(WS-IDX2) = ORD-PROFESSOR
                       MOVE WS-PRF-NOME(WS-IDX2) TO WS-EXB-PROF-NOME
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY WS-PONTILHADO
           WRITE REG-RELPROF FROM WS-PONTILHADO
           DISPLAY WS-LINHA-PROF
           WRITE REG-RELPROF FROM WS-LINHA-PROF
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-LER-ORDENADO.
      *----------------------------------------------------------------*
           READ ARQPROVA-ORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   CONTINUE
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       7100-MONTA-DETALHE.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-EXB-DATA
           STRING ORD-DATA(7:2) '/'
                  ORD-DATA(5:2) '/'
                  ORD-DATA(1:4)
               DELIMITED BY SIZE INTO WS-EXB-DATA
           END-STRING

           MOVE ORD-TURMA      TO WS-EXB-TURMA-DET
           MOVE ORD-DISCIPLINA TO WS-EXB-DISC
           MOVE ORD-PROVA      TO WS-EXB-PROVA

           MOVE ORD-DISCIPLINA TO WS-DISC-PEDIDA
           PERFORM 0500-BUSCA-DISCIPLINA
           IF WS-IDX-DISC > ZEROS
               MOVE WS-DIS-NOME(WS-IDX-DISC) TO WS-EXB-DISC-NOME
           ELSE
               MOVE '*** NAO CADASTRADA'     TO WS-EXB-DISC-NOME
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY CALNEGOCIO-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM PROVAS.
