      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Classroom master and weekly class timetable (grade
      *          horaria) for the school. Mode S registers a sala
      *          with its capacity on SALAS.TXT. Mode M places, for
      *          the ano letivo and semester, a turma's subject in a
      *          weekday/period slot and a sala on GRADE.TXT - the
      *          teacher comes from the PROFASG.TXT assignment, and
      *          the slot is refused when the teacher, the sala or
      *          the turma is already busy in it, when the sala is
      *          smaller than the TURMAS.TXT capacity, or when the
      *          assignment already has all its weekly hours placed;
      *          a zero subject clears the slot. Mode R re-checks the
      *          whole timetable (clashes and slots placed against the
      *          PROFASG.TXT weekly hours) on GRADEVAL.TXT and prints
      *          the timetables per turma GRADETUR.TXT, per teacher
      *          GRADEPRF.TXT and per sala GRADESAL.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. GRADE.
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

       SELECT ARQSALA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-SALA.

       SELECT ARQGRADE ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-GRADE.

       SELECT ARQTURMAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-TURMAS.

       SELECT ARQDISC ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DISC.

       SELECT ARQPROF ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PROF.

       SELECT ARQPROFASG ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PROFASG.

       SELECT ARQVAL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRELTUR ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRELPRF ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRELSAL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQSALA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SALAS.TXT".
       01  REG-SALA.
           03 SAL-CODIGO               PIC X(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 SAL-CAPACIDADE           PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 SAL-DESCRICAO            PIC X(20).

       FD  ARQGRADE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GRADE.TXT".
       01  REG-GRADE.
           03 GRD-ANOLETIVO            PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 GRD-SEMESTRE             PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 GRD-TURMA                PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 GRD-DIA                  PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 GRD-AULA                 PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 GRD-DISCIPLINA           PIC 9(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 GRD-PROFESSOR            PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 GRD-SALA                 PIC X(04).

       FD  ARQTURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TURMAS.TXT".
       01  REG-TURMA.
           03 TUR-CODIGO               PIC X(05).
           03 FILLER                   PIC X(01).
           03 TUR-CAPACIDADE           PIC 9(03).
           03 FILLER                   PIC X(01).
           03 TUR-PROXIMA              PIC X(05).
           03 FILLER                   PIC X(07).

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

       FD  ARQVAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GRADEVAL.TXT".
       01  REG-VAL                     PIC X(80).

       FD  ARQRELTUR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GRADETUR.TXT".
       01  REG-RELTUR                  PIC X(80).

       FD  ARQRELPRF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GRADEPRF.TXT".
       01  REG-RELPRF                  PIC X(80).

       FD  ARQRELSAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GRADESAL.TXT".
       01  REG-RELSAL                  PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "GRADRUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-SALA-EOF                 PIC X(01) VALUE ' '.
       77  WS-GRADE-EOF                PIC X(01) VALUE ' '.
       77  WS-TURMAS-EOF               PIC X(01) VALUE ' '.
       77  WS-DISC-EOF                 PIC X(01) VALUE ' '.
       77  WS-PROF-EOF                 PIC X(01) VALUE ' '.
       77  WS-ASG-EOF                  PIC X(01) VALUE ' '.
       77  WS-STATUS-SALA              PIC X(02) VALUE SPACES.
           88 SALA-OK                      VALUE '00'.
       77  WS-STATUS-GRADE             PIC X(02) VALUE SPACES.
           88 GRADE-OK                     VALUE '00'.
       77  WS-STATUS-TURMAS            PIC X(02) VALUE SPACES.
           88 TURMAS-OK                    VALUE '00'.
       77  WS-STATUS-DISC              PIC X(02) VALUE SPACES.
           88 DISC-OK                      VALUE '00'.
       77  WS-STATUS-PROF              PIC X(02) VALUE SPACES.
           88 PROF-OK                      VALUE '00'.
       77  WS-STATUS-PROFASG           PIC X(02) VALUE SPACES.
           88 PROFASG-OK                   VALUE '00'.
       77  WS-MODO-EXECUCAO            PIC X(01) VALUE 'R'.
       77  WS-MAX-AULAS                PIC 9(01) VALUE 6.
       77  WS-ANOLETIVO-PEDIDO         PIC 9(04) VALUE ZEROS.
       77  WS-SEMESTRE-PEDIDO          PIC 9(01) VALUE ZEROS.
       77  WS-TURMA-PEDIDA             PIC X(05) VALUE SPACES.
       77  WS-DIA-PEDIDO               PIC 9(01) VALUE ZEROS.
       77  WS-AULA-PEDIDA              PIC 9(01) VALUE ZEROS.
       77  WS-DISC-PEDIDA              PIC 9(02) VALUE ZEROS.
       77  WS-SALA-PEDIDA              PIC X(04) VALUE SPACES.
       77  WS-CAPAC-PEDIDA             PIC 9(03) VALUE ZEROS.
       77  WS-DESCR-PEDIDA             PIC X(20) VALUE SPACES.
       77  WS-PROF-SLOT                PIC 9(04) VALUE ZEROS.
       77  WS-HORAS-SLOT               PIC 9(02) VALUE ZEROS.
       77  WS-QTD-SALA                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-GRADE                PIC 9(04) VALUE ZEROS.
       77  WS-QTD-TURMA                PIC 9(03) VALUE ZEROS.
       77  WS-QTD-DISC                 PIC 9(02) VALUE ZEROS.
       77  WS-QTD-PROF                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ASG                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX                      PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-GRADE                PIC 9(04) VALUE ZEROS.
       77  WS-IDX-SALA                 PIC 9(03) VALUE ZEROS.
       77  WS-IDX-TURMA                PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DISC                 PIC 9(02) VALUE ZEROS.
       77  WS-IDX-ASG                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DIA                  PIC 9(01) VALUE ZEROS.
       77  WS-IDX-AULA                 PIC 9(01) VALUE ZEROS.
       77  WS-QTD-ASG-TURMA            PIC 9(02) VALUE ZEROS.
       77  WS-AULAS-COLOCADAS          PIC 9(02) VALUE ZEROS.
       77  WS-CONFLITO-PROF            PIC 9(04) VALUE ZEROS.
       77  WS-CONFLITO-SALA            PIC 9(04) VALUE ZEROS.
       77  WS-TEM-AULA                 PIC X(01) VALUE 'N'.
       77  WS-CONT-COLOCADA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-TROCADA             PIC 9(04) VALUE ZEROS.
       77  WS-CONT-LIBERADA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-SALA                PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-OCORRENCIA          PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

       01  WS-TAB-SALA.
           03 WS-SAL-ITEM OCCURS 100 TIMES.
              05 WS-SAL-CODIGO         PIC X(04).
              05 WS-SAL-CAPACIDADE     PIC 9(03).
              05 WS-SAL-DESCRICAO      PIC X(20).

       01  WS-TAB-GRADE.
           03 WS-GRD-ITEM OCCURS 1000 TIMES.
              05 WS-GRD-ANOLETIVO      PIC 9(04).
              05 WS-GRD-SEMESTRE       PIC 9(01).
              05 WS-GRD-TURMA          PIC X(05).
              05 WS-GRD-DIA            PIC 9(01).
              05 WS-GRD-AULA           PIC 9(01).
              05 WS-GRD-DISCIPLINA     PIC 9(02).
              05 WS-GRD-PROFESSOR      PIC 9(04).
              05 WS-GRD-SALA           PIC X(04).

       01  WS-TAB-TURMA.
           03 WS-TUR-ITEM OCCURS 100 TIMES.
              05 WS-TUR-CODIGO         PIC X(05).
              05 WS-TUR-CAPACIDADE     PIC 9(03).

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
              05 WS-ASG-HORAS          PIC 9(02).

      *    Quadro semanal montado para cada turma, professor ou sala:
      *    aulas 1 a 6 nas linhas, segunda a sexta nas colunas.
       01  WS-QUADRO.
           03 WS-QDR-AULA OCCURS 6 TIMES.
              05 WS-QDR-CELULA         PIC X(14) OCCURS 5 TIMES.

       01  WS-LINHA1.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'GRADE HORARIA POR TURMA  '.
           03 WS-CAB-ANOLETIVO         PIC 9(04).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-CAB-SEMESTRE          PIC 9(01).
           03 FILLER PIC X(27) VALUE SPACES.

       01  WS-LINHA1-VAL.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(27) VALUE 'VALIDACAO DA GRADE HORARIA '.
           03 WS-CAB-ANOLETIVO-V       PIC 9(04).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-CAB-SEMESTRE-V        PIC 9(01).
           03 FILLER PIC X(27) VALUE SPACES.

       01  WS-LINHA-ENTIDADE.
           03 WS-EXB-ROTULO            PIC X(11).
           03 WS-EXB-CODIGO            PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXB-NOME              PIC X(30).

       01  WS-LINHA-DIAS.
           03 FILLER PIC X(06) VALUE 'AULA'.
           03 FILLER PIC X(14) VALUE 'SEGUNDA'.
           03 FILLER PIC X(14) VALUE 'TERCA'.
           03 FILLER PIC X(14) VALUE 'QUARTA'.
           03 FILLER PIC X(14) VALUE 'QUINTA'.
           03 FILLER PIC X(14) VALUE 'SEXTA'.

       01  WS-LINHA-QUADRO.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXB-AULA              PIC 9(01).
           03 FILLER                   PIC X(04) VALUE SPACES.
           03 WS-EXB-CELULA            PIC X(14) OCCURS 5 TIMES.

       01  WS-LINHA-OCORRENCIA.
           03 WS-EXB-OCORRENCIA        PIC X(34).
           03 FILLER                   PIC X(07) VALUE 'TURMA '.
           03 WS-EXB-OCO-TURMA         PIC X(05).
           03 FILLER                   PIC X(06) VALUE '  DIS '.
           03 WS-EXB-OCO-DISC          PIC 9(02).
           03 FILLER                   PIC X(07) VALUE '  PROF '.
           03 WS-EXB-OCO-PROF          PIC 9(04).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-EXB-OCO-DETALHE       PIC X(13).

       01  WS-RODAPE-VAL.
           03 FILLER                   PIC X(30)
               VALUE 'TOTAL DE OCORRENCIAS: '.
           03 WS-TOTOCORRENCIA         PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               DISPLAY 'MODO (S)ALA, (M)ONTAGEM DA GRADE OU '
                       '(R)ELATORIOS: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               PERFORM 0100-CARREGA-SALAS

               IF WS-MODO-EXECUCAO = 'S'
                   PERFORM 2000-CADASTRA-SALAS
               ELSE
                   DISPLAY 'ANO LETIVO: '
                   ACCEPT WS-ANOLETIVO-PEDIDO FROM DADO-INPUT
                   DISPLAY 'SEMESTRE: '
                   ACCEPT WS-SEMESTRE-PEDIDO FROM DADO-INPUT

                   PERFORM 0200-CARREGA-GRADE
                   PERFORM 0300-CARREGA-TURMAS
                   PERFORM 0400-CARREGA-DISCIPLINAS
                   PERFORM 0500-CARREGA-PROFESSORES
                   PERFORM 0600-CARREGA-ATRIBUICOES

                   IF WS-QTD-ASG = ZEROS
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'PROFASG.TXT AUSENTE OU VAZIO'
                           TO WS-RUN-MOTIVO
                       MOVE 'GRD001' TO WS-RUN-CODIGO
                       DISPLAY 'PROFASG.TXT AUSENTE OU VAZIO - GRADE '
                               'NAO PODE SER MONTADA'
                   ELSE
                       IF WS-MODO-EXECUCAO = 'M'
                           PERFORM 3000-SESSAO-GRADE
                       ELSE
                           PERFORM 5000-VALIDA-GRADE
                           PERFORM 6000-GRADE-TURMA
                           PERFORM 6100-GRADE-PROFESSOR
                           PERFORM 6200-GRADE-SALA
                       END-IF
                   END-IF
               END-IF

               MOVE 'GRADE'          TO WS-RUN-PROGRAMA
               MOVE WS-CONT-RECUSADA TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-SALAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQSALA
           IF SALA-OK
               PERFORM UNTIL WS-SALA-EOF = 'S'
                   READ ARQSALA
                       AT END
                           MOVE 'S' TO WS-SALA-EOF
                       NOT AT END
                           IF WS-QTD-SALA < 100
                               ADD 1 TO WS-QTD-SALA
                               MOVE SAL-CODIGO
                                   TO WS-SAL-CODIGO(WS-QTD-SALA)
                               MOVE SAL-CAPACIDADE
                                   TO WS-SAL-CAPACIDADE(WS-QTD-SALA)
                               MOVE SAL-DESCRICAO
                                   TO WS-SAL-DESCRICAO(WS-QTD-SALA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQSALA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-GRADE.
      *----------------------------------------------------------------*
           OPEN INPUT ARQGRADE
           IF GRADE-OK
               PERFORM UNTIL WS-GRADE-EOF = 'S'
                   READ ARQGRADE
                       AT END
                           MOVE 'S' TO WS-GRADE-EOF
                       NOT AT END
                           PERFORM 0210-GUARDA-AULA
                   END-READ
               END-PERFORM
               CLOSE ARQGRADE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0210-GUARDA-AULA.
      *----------------------------------------------------------------*
           IF WS-QTD-GRADE < 1000
               ADD 1 TO WS-QTD-GRADE
               MOVE GRD-ANOLETIVO  TO WS-GRD-ANOLETIVO(WS-QTD-GRADE)
               MOVE GRD-SEMESTRE   TO WS-GRD-SEMESTRE(WS-QTD-GRADE)
               MOVE GRD-TURMA      TO WS-GRD-TURMA(WS-QTD-GRADE)
               MOVE GRD-DIA        TO WS-GRD-DIA(WS-QTD-GRADE)
               MOVE GRD-AULA       TO WS-GRD-AULA(WS-QTD-GRADE)
               MOVE GRD-DISCIPLINA TO WS-GRD-DISCIPLINA(WS-QTD-GRADE)
               MOVE GRD-PROFESSOR  TO WS-GRD-PROFESSOR(WS-QTD-GRADE)
               MOVE GRD-SALA       TO WS-GRD-SALA(WS-QTD-GRADE)
           ELSE
               DISPLAY 'AULA IGNORADA - LIMITE DE 1000 AULAS '
                       'EXCEDIDO: ' GRD-TURMA ' ' GRD-DIA GRD-AULA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-TURMAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQTURMAS
           IF TURMAS-OK
               PERFORM UNTIL WS-TURMAS-EOF = 'S'
                   READ ARQTURMAS
                       AT END
                           MOVE 'S' TO WS-TURMAS-EOF
                       NOT AT END
                           IF WS-QTD-TURMA < 100
                               ADD 1 TO WS-QTD-TURMA
                               MOVE TUR-CODIGO
                                   TO WS-TUR-CODIGO(WS-QTD-TURMA)
                               MOVE TUR-CAPACIDADE
                                   TO WS-TUR-CAPACIDADE(WS-QTD-TURMA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTURMAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-DISCIPLINAS.
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
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-PROFESSORES.
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
       0600-CARREGA-ATRIBUICOES.
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
                               MOVE ASG-HORAS-SEMANA
                                   TO WS-ASG-HORAS(WS-QTD-ASG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPROFASG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-BUSCA-SALA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-SALA
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-SALA
               IF WS-SAL-CODIGO(WS-IDX2) = WS-SALA-PEDIDA
                   MOVE WS-IDX2 TO WS-IDX-SALA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0710-BUSCA-TURMA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-TURMA
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-TURMA
               IF WS-TUR-CODIGO(WS-IDX2) = WS-TURMA-PEDIDA
                   MOVE WS-IDX2 TO WS-IDX-TURMA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0720-BUSCA-DISCIPLINA.
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
       0730-BUSCA-ATRIBUICAO.
      *----------------------------------------------------------------*
      *    Primeira atribuicao da turma/disciplina; WS-QTD-ASG-TURMA
      *    diz se ha mais de um professor para o mesmo par.
           MOVE ZEROS TO WS-IDX-ASG
           MOVE ZEROS TO WS-QTD-ASG-TURMA
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-ASG
               IF WS-ASG-TURMA(WS-IDX2) = WS-TURMA-PEDIDA
                  AND WS-ASG-DISCIPLINA(WS-IDX2) = WS-DISC-PEDIDA
                   ADD 1 TO WS-QTD-ASG-TURMA
                   IF WS-IDX-ASG = ZEROS
                       MOVE WS-IDX2 TO WS-IDX-ASG
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CADASTRA-SALAS.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DA SALA (BRANCO PARA ENCERRAR): '
           ACCEPT WS-SALA-PEDIDA FROM DADO-INPUT

           PERFORM UNTIL WS-SALA-PEDIDA = SPACES
               DISPLAY 'CAPACIDADE (ALUNOS): '
               ACCEPT WS-CAPAC-PEDIDA FROM DADO-INPUT
               DISPLAY 'DESCRICAO: '
               ACCEPT WS-DESCR-PEDIDA FROM DADO-INPUT

               PERFORM 0700-BUSCA-SALA
               EVALUATE TRUE
                   WHEN WS-CAPAC-PEDIDA = ZEROS
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'CADASTRO RECUSADO - CAPACIDADE '
                               'ZERADA: ' WS-SALA-PEDIDA
                   WHEN WS-IDX-SALA = ZEROS AND WS-QTD-SALA >= 100
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'CADASTRO RECUSADO - LIMITE DE 100 '
                               'SALAS EXCEDIDO'
                   WHEN OTHER
                       IF WS-IDX-SALA = ZEROS
                           ADD 1 TO WS-QTD-SALA
                           MOVE WS-QTD-SALA TO WS-IDX-SALA
                           MOVE WS-SALA-PEDIDA
                               TO WS-SAL-CODIGO(WS-IDX-SALA)
                           DISPLAY 'SALA CADASTRADA: ' WS-SALA-PEDIDA
                       ELSE
                           DISPLAY 'SALA ATUALIZADA: ' WS-SALA-PEDIDA
                       END-IF
                       MOVE WS-CAPAC-PEDIDA
                           TO WS-SAL-CAPACIDADE(WS-IDX-SALA)
                       MOVE WS-DESCR-PEDIDA
                           TO WS-SAL-DESCRICAO(WS-IDX-SALA)
                       ADD 1 TO WS-CONT-SALA
               END-EVALUATE

               DISPLAY 'CODIGO DA SALA (BRANCO PARA ENCERRAR): '
               ACCEPT WS-SALA-PEDIDA FROM DADO-INPUT
           END-PERFORM

           IF WS-CONT-SALA > ZEROS
               OPEN OUTPUT ARQSALA
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-SALA
                   MOVE WS-SAL-CODIGO(WS-IDX)     TO SAL-CODIGO
                   MOVE WS-SAL-CAPACIDADE(WS-IDX) TO SAL-CAPACIDADE
                   MOVE WS-SAL-DESCRICAO(WS-IDX)  TO SAL-DESCRICAO
                   WRITE REG-SALA
               END-PERFORM
               CLOSE ARQSALA
           END-IF

           MOVE WS-CONT-SALA TO WS-RUN-PROCESSADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-SESSAO-GRADE.
      *----------------------------------------------------------------*
           DISPLAY 'TURMA (BRANCO PARA ENCERRAR): '
           ACCEPT WS-TURMA-PEDIDA FROM DADO-INPUT

           PERFORM UNTIL WS-TURMA-PEDIDA = SPACES
               DISPLAY 'DIA DA SEMANA (1=SEGUNDA ... 5=SEXTA): '
               ACCEPT WS-DIA-PEDIDO FROM DADO-INPUT
               DISPLAY 'AULA (1 A 6): '
               ACCEPT WS-AULA-PEDIDA FROM DADO-INPUT
               DISPLAY 'DISCIPLINA (ZEROS = LIBERA O HORARIO): '
               ACCEPT WS-DISC-PEDIDA FROM DADO-INPUT
               MOVE SPACES TO WS-SALA-PEDIDA
               IF WS-DISC-PEDIDA NOT = ZEROS
                   DISPLAY 'SALA: '
                   ACCEPT WS-SALA-PEDIDA FROM DADO-INPUT
               END-IF

               PERFORM 3100-TRATA-AULA

               DISPLAY 'TURMA (BRANCO PARA ENCERRAR): '
               ACCEPT WS-TURMA-PEDIDA FROM DADO-INPUT
           END-PERFORM

           IF WS-CONT-COLOCADA + WS-CONT-TROCADA +
              WS-CONT-LIBERADA > ZEROS
               PERFORM 4000-REGRAVA-GRADE
           END-IF

           DISPLAY 'AULAS COLOCADAS  : ' WS-CONT-COLOCADA
           DISPLAY 'AULAS TROCADAS   : ' WS-CONT-TROCADA
           DISPLAY 'HORARIOS LIBERADOS: ' WS-CONT-LIBERADA
           DISPLAY 'PEDIDOS RECUSADOS: ' WS-CONT-RECUSADA

           COMPUTE WS-RUN-PROCESSADOS =
               WS-CONT-COLOCADA + WS-CONT-TROCADA + WS-CONT-LIBERADA
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATA-AULA.
      *----------------------------------------------------------------*
      *    Chave do horario: ano letivo, semestre, turma, dia e aula.
           MOVE ZEROS TO WS-IDX-GRADE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-GRADE
               IF WS-GRD-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                  AND WS-GRD-SEMESTRE(WS-IDX) = WS-SEMESTRE-PEDIDO
                  AND WS-GRD-TURMA(WS-IDX)    = WS-TURMA-PEDIDA
                  AND WS-GRD-DIA(WS-IDX)      = WS-DIA-PEDIDO
                  AND WS-GRD-AULA(WS-IDX)     = WS-AULA-PEDIDA
                   MOVE WS-IDX TO WS-IDX-GRADE
               END-IF
           END-PERFORM

           PERFORM 0710-BUSCA-TURMA
           PERFORM 0720-BUSCA-DISCIPLINA
           PERFORM 0730-BUSCA-ATRIBUICAO
           PERFORM 0700-BUSCA-SALA

           MOVE ZEROS TO WS-PROF-SLOT
           MOVE ZEROS TO WS-HORAS-SLOT
           IF WS-IDX-ASG > ZEROS
               MOVE WS-ASG-PROFESSOR(WS-IDX-ASG) TO WS-PROF-SLOT
               MOVE WS-ASG-HORAS(WS-IDX-ASG)     TO WS-HORAS-SLOT
               PERFORM 3200-VERIFICA-OCUPACAO
           END-IF

           EVALUATE TRUE
               WHEN WS-QTD-TURMA > ZEROS AND WS-IDX-TURMA = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - TURMA NAO CADASTRADA: '
                           WS-TURMA-PEDIDA
               WHEN WS-DIA-PEDIDO < 1 OR WS-DIA-PEDIDO > 5
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - DIA DEVE SER DE 1 A 5: '
                           WS-DIA-PEDIDO
               WHEN WS-AULA-PEDIDA < 1
                 OR WS-AULA-PEDIDA > WS-MAX-AULAS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - AULA DEVE SER DE 1 A '
                           WS-MAX-AULAS ': ' WS-AULA-PEDIDA
               WHEN WS-DISC-PEDIDA = ZEROS
                   PERFORM 3300-LIBERA-HORARIO
               WHEN WS-QTD-DISC > ZEROS AND WS-IDX-DISC = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - DISCIPLINA NAO '
                           'CADASTRADA: ' WS-DISC-PEDIDA
               WHEN WS-IDX-ASG = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - SEM PROFESSOR ATRIBUIDO '
                           'EM PROFASG.TXT: ' WS-TURMA-PEDIDA ' '
                           WS-DISC-PEDIDA
               WHEN WS-QTD-ASG-TURMA > 1
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - MAIS DE UM PROFESSOR '
                           'ATRIBUIDO A ' WS-TURMA-PEDIDA ' '
                           WS-DISC-PEDIDA
               WHEN WS-IDX-SALA = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - SALA NAO CADASTRADA: '
                           WS-SALA-PEDIDA
               WHEN WS-IDX-TURMA > ZEROS
                AND WS-SAL-CAPACIDADE(WS-IDX-SALA) <
                    WS-TUR-CAPACIDADE(WS-IDX-TURMA)
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - SALA ' WS-SALA-PEDIDA
                           ' COMPORTA ' WS-SAL-CAPACIDADE(WS-IDX-SALA)
                           ' E A TURMA TEM '
                           WS-TUR-CAPACIDADE(WS-IDX-TURMA) ' VAGAS'
               WHEN WS-CONFLITO-PROF > ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - PROFESSOR '
                           WS-PROF-SLOT ' JA DA AULA NA TURMA '
                           WS-GRD-TURMA(WS-CONFLITO-PROF)
                           ' NESTE HORARIO'
               WHEN WS-CONFLITO-SALA > ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - SALA ' WS-SALA-PEDIDA
                           ' JA OCUPADA PELA TURMA '
                           WS-GRD-TURMA(WS-CONFLITO-SALA)
                           ' NESTE HORARIO'
               WHEN WS-AULAS-COLOCADAS >= WS-HORAS-SLOT
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - CARGA SEMANAL DE '
                           WS-HORAS-SLOT ' AULA(S) JA COMPLETA'
               WHEN OTHER
                   PERFORM 3400-COLOCA-AULA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-VERIFICA-OCUPACAO.
      *----------------------------------------------------------------*
      *    O proprio horario sendo trocado nao conta como ocupado nem
      *    como aula ja colocada da atribuicao.
           MOVE ZEROS TO WS-CONFLITO-PROF
           MOVE ZEROS TO WS-CONFLITO-SALA
           MOVE ZEROS TO WS-AULAS-COLOCADAS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-GRADE
               IF WS-GRD-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                  AND WS-GRD-SEMESTRE(WS-IDX) = WS-SEMESTRE-PEDIDO
                  AND WS-GRD-DISCIPLINA(WS-IDX) NOT = ZEROS
                  AND WS-IDX NOT = WS-IDX-GRADE
                   IF WS-GRD-DIA(WS-IDX)  = WS-DIA-PEDIDO
                      AND WS-GRD-AULA(WS-IDX) = WS-AULA-PEDIDA
                       IF WS-GRD-PROFESSOR(WS-IDX) = WS-PROF-SLOT
                           MOVE WS-IDX TO WS-CONFLITO-PROF
                       END-IF
                       IF WS-GRD-SALA(WS-IDX) = WS-SALA-PEDIDA
                           MOVE WS-IDX TO WS-CONFLITO-SALA
                       END-IF
                   END-IF
                   IF WS-GRD-TURMA(WS-IDX) = WS-TURMA-PEDIDA
                      AND WS-GRD-DISCIPLINA(WS-IDX) = WS-DISC-PEDIDA
                      AND WS-GRD-PROFESSOR(WS-IDX) = WS-PROF-SLOT
                       ADD 1 TO WS-AULAS-COLOCADAS
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-LIBERA-HORARIO.
      *----------------------------------------------------------------*
      *    O horario liberado fica com disciplina zerada e nao e
      *    regravado.
           IF WS-IDX-GRADE = ZEROS
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'PEDIDO RECUSADO - HORARIO JA ESTA LIVRE'
           ELSE
               MOVE ZEROS TO WS-GRD-DISCIPLINA(WS-IDX-GRADE)
               ADD 1 TO WS-CONT-LIBERADA
               DISPLAY 'HORARIO LIBERADO - TURMA ' WS-TURMA-PEDIDA
                       ' DIA ' WS-DIA-PEDIDO ' AULA ' WS-AULA-PEDIDA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3400-COLOCA-AULA.
      *----------------------------------------------------------------*
           IF WS-IDX-GRADE = ZEROS
               IF WS-QTD-GRADE < 1000
                   ADD 1 TO WS-QTD-GRADE
                   MOVE WS-QTD-GRADE TO WS-IDX-GRADE
                   ADD 1 TO WS-CONT-COLOCADA
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PEDIDO RECUSADO - LIMITE DE 1000 AULAS '
                           'EXCEDIDO'
               END-IF
           ELSE
               ADD 1 TO WS-CONT-TROCADA
           END-IF

           IF WS-IDX-GRADE > ZEROS
               MOVE WS-ANOLETIVO-PEDIDO
                   TO WS-GRD-ANOLETIVO(WS-IDX-GRADE)
               MOVE WS-SEMESTRE-PEDIDO
                   TO WS-GRD-SEMESTRE(WS-IDX-GRADE)
               MOVE WS-TURMA-PEDIDA  TO WS-GRD-TURMA(WS-IDX-GRADE)
               MOVE WS-DIA-PEDIDO    TO WS-GRD-DIA(WS-IDX-GRADE)
               MOVE WS-AULA-PEDIDA   TO WS-GRD-AULA(WS-IDX-GRADE)
               MOVE WS-DISC-PEDIDA
                   TO WS-GRD-DISCIPLINA(WS-IDX-GRADE)
               MOVE WS-PROF-SLOT
                   TO WS-GRD-PROFESSOR(WS-IDX-GRADE)
               MOVE WS-SALA-PEDIDA   TO WS-GRD-SALA(WS-IDX-GRADE)
               DISPLAY 'AULA COLOCADA - TURMA ' WS-TURMA-PEDIDA
                       ' DIA ' WS-DIA-PEDIDO ' AULA ' WS-AULA-PEDIDA
                       ' PROF ' WS-PROF-SLOT ' SALA ' WS-SALA-PEDIDA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-REGRAVA-GRADE.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQGRADE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-GRADE
               IF WS-GRD-DISCIPLINA(WS-IDX) NOT = ZEROS
                   MOVE WS-GRD-ANOLETIVO(WS-IDX)  TO GRD-ANOLETIVO
                   MOVE WS-GRD-SEMESTRE(WS-IDX)   TO GRD-SEMESTRE
                   MOVE WS-GRD-TURMA(WS-IDX)      TO GRD-TURMA
                   MOVE WS-GRD-DIA(WS-IDX)        TO GRD-DIA
                   MOVE WS-GRD-AULA(WS-IDX)       TO GRD-AULA
                   MOVE WS-GRD-DISCIPLINA(WS-IDX) TO GRD-DISCIPLINA
                   MOVE WS-GRD-PROFESSOR(WS-IDX)  TO GRD-PROFESSOR
                   MOVE WS-GRD-SALA(WS-IDX)       TO GRD-SALA
                   WRITE REG-GRADE
               END-IF
           END-PERFORM

           CLOSE ARQGRADE
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-VALIDA-GRADE.
      *----------------------------------------------------------------*
      *    Confere de novo o arquivo inteiro - GRADE.TXT pode ter sido
      *    corrigido a mao ou PROFASG.TXT ter mudado depois da montagem.
           OPEN OUTPUT ARQVAL

           MOVE WS-ANOLETIVO-PEDIDO TO WS-CAB-ANOLETIVO-V
           MOVE WS-SEMESTRE-PEDIDO  TO WS-CAB-SEMESTRE-V
           DISPLAY WS-LINHA1-VAL
           WRITE REG-VAL FROM WS-LINHA1-VAL
           DISPLAY WS-PONTILHADO
           WRITE REG-VAL FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-GRADE
               IF WS-GRD-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                  AND WS-GRD-SEMESTRE(WS-IDX) = WS-SEMESTRE-PEDIDO
                   PERFORM 5100-VALIDA-CHOQUES
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-ASG FROM 1 BY 1
                   UNTIL WS-IDX-ASG > WS-QTD-ASG
               IF WS-ASG-DISCIPLINA(WS-IDX-ASG) NOT = ZEROS
                   PERFORM 5200-VALIDA-CARGA
               END-IF
           END-PERFORM

           MOVE WS-CONT-OCORRENCIA TO WS-TOTOCORRENCIA
           DISPLAY WS-PONTILHADO
           WRITE REG-VAL FROM WS-PONTILHADO
           DISPLAY WS-RODAPE-VAL
           WRITE REG-VAL FROM WS-RODAPE-VAL

           CLOSE ARQVAL

           MOVE WS-CONT-OCORRENCIA TO WS-CONT-RECUSADA
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-VALIDA-CHOQUES.
      *----------------------------------------------------------------*
      *    Cada par de aulas no mesmo horario e comparado uma vez so
      *    (WS-IDX2 sempre depois de WS-IDX).
           MOVE WS-GRD-TURMA(WS-IDX)      TO WS-EXB-OCO-TURMA
           MOVE WS-GRD-DISCIPLINA(WS-IDX) TO WS-EXB-OCO-DISC
           MOVE WS-GRD-PROFESSOR(WS-IDX)  TO WS-EXB-OCO-PROF

           PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                   UNTIL WS-IDX2 >= WS-QTD-GRADE
               IF WS-GRD-ANOLETIVO(WS-IDX2 + 1) = WS-ANOLETIVO-PEDIDO
                  AND WS-GRD-SEMESTRE(WS-IDX2 + 1) =
                      WS-SEMESTRE-PEDIDO
                  AND WS-GRD-DIA(WS-IDX2 + 1)  = WS-GRD-DIA(WS-IDX)
                  AND WS-GRD-AULA(WS-IDX2 + 1) = WS-GRD-AULA(WS-IDX)
                   MOVE SPACES TO WS-EXB-OCO-DETALHE
                   STRING 'DIA ' WS-GRD-DIA(WS-IDX)
                          ' AULA ' WS-GRD-AULA(WS-IDX)
                       DELIMITED BY SIZE INTO WS-EXB-OCO-DETALHE
                   END-STRING
                   IF WS-GRD-TURMA(WS-IDX2 + 1) = WS-GRD-TURMA(WS-IDX)
                       MOVE 'TURMA EM DUAS AULAS NO HORARIO'
                           TO WS-EXB-OCORRENCIA
                       PERFORM 5900-GRAVA-OCORRENCIA
                   END-IF
                   IF WS-GRD-PROFESSOR(WS-IDX2 + 1) =
                      WS-GRD-PROFESSOR(WS-IDX)
                       MOVE 'PROFESSOR EM DUAS TURMAS NO HORARIO'
                           TO WS-EXB-OCORRENCIA
                       PERFORM 5900-GRAVA-OCORRENCIA
                   END-IF
                   IF WS-GRD-SALA(WS-IDX2 + 1) = WS-GRD-SALA(WS-IDX)
                       MOVE 'SALA COM DUAS TURMAS NO HORARIO'
                           TO WS-EXB-OCORRENCIA
                       PERFORM 5900-GRAVA-OCORRENCIA
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-GRD-SALA(WS-IDX)  TO WS-SALA-PEDIDA
           MOVE WS-GRD-TURMA(WS-IDX) TO WS-TURMA-PEDIDA
           PERFORM 0700-BUSCA-SALA
           PERFORM 0710-BUSCA-TURMA
           MOVE WS-GRD-SALA(WS-IDX)  TO WS-EXB-OCO-DETALHE
           EVALUATE TRUE
               WHEN WS-IDX-SALA = ZEROS
                   MOVE 'SALA NAO CADASTRADA'
                       TO WS-EXB-OCORRENCIA
                   PERFORM 5900-GRAVA-OCORRENCIA
               WHEN WS-IDX-TURMA = ZEROS
                   CONTINUE
               WHEN WS-SAL-CAPACIDADE(WS-IDX-SALA) <
                    WS-TUR-CAPACIDADE(WS-IDX-TURMA)
                   MOVE 'SALA MENOR QUE A TURMA'
                       TO WS-EXB-OCORRENCIA
                   PERFORM 5900-GRAVA-OCORRENCIA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-VALIDA-CARGA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-AULAS-COLOCADAS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-GRADE
               IF WS-GRD-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                  AND WS-GRD-SEMESTRE(WS-IDX) = WS-SEMESTRE-PEDIDO
                  AND WS-GRD-TURMA(WS-IDX) = WS-ASG-TURMA(WS-IDX-ASG)
                  AND WS-GRD-DISCIPLINA(WS-IDX) =
                      WS-ASG-DISCIPLINA(WS-IDX-ASG)
                  AND WS-GRD-PROFESSOR(WS-IDX) =
                      WS-ASG-PROFESSOR(WS-IDX-ASG)
                   ADD 1 TO WS-AULAS-COLOCADAS
               END-IF
           END-PERFORM

           IF WS-AULAS-COLOCADAS NOT = WS-ASG-HORAS(WS-IDX-ASG)
               MOVE 'AULAS NA GRADE DIFEREM DA CARGA'
                   TO WS-EXB-OCORRENCIA
               MOVE WS-ASG-TURMA(WS-IDX-ASG)      TO WS-EXB-OCO-TURMA
               MOVE WS-ASG-DISCIPLINA(WS-IDX-ASG) TO WS-EXB-OCO-DISC
               MOVE WS-ASG-PROFESSOR(WS-IDX-ASG)  TO WS-EXB-OCO-PROF
               MOVE SPACES TO WS-EXB-OCO-DETALHE
               STRING WS-AULAS-COLOCADAS ' DE '
                      WS-ASG-HORAS(WS-IDX-ASG)
                   DELIMITED BY SIZE INTO WS-EXB-OCO-DETALHE
               END-STRING
               PERFORM 5900-GRAVA-OCORRENCIA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5900-GRAVA-OCORRENCIA.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-OCORRENCIA
           DISPLAY WS-LINHA-OCORRENCIA
           WRITE REG-VAL FROM WS-LINHA-OCORRENCIA
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-GRADE-TURMA.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQRELTUR

           MOVE 'GRADE HORARIA POR TURMA  ' TO WS-LINHA1(23:25)
           MOVE WS-ANOLETIVO-PEDIDO TO WS-CAB-ANOLETIVO
           MOVE WS-SEMESTRE-PEDIDO  TO WS-CAB-SEMESTRE
           WRITE REG-RELTUR FROM WS-LINHA1

           PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                   UNTIL WS-IDX-TURMA > WS-QTD-TURMA
               PERFORM 7000-LIMPA-QUADRO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-GRADE
                   IF WS-GRD-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                      AND WS-GRD-SEMESTRE(WS-IDX) =
                          WS-SEMESTRE-PEDIDO
                      AND WS-GRD-TURMA(WS-IDX) =
                          WS-TUR-CODIGO(WS-IDX-TURMA)
                       MOVE 'S' TO WS-TEM-AULA
                       MOVE WS-GRD-DISCIPLINA(WS-IDX)
                           TO WS-DISC-PEDIDA
                       PERFORM 0720-BUSCA-DISCIPLINA
                       PERFORM 7100-POSICIONA-CELULA
                       IF WS-IDX-DISC > ZEROS
                           STRING WS-DIS-NOME(WS-IDX-DISC)(1:8) ' '
                                  WS-GRD-SALA(WS-IDX)
                               DELIMITED BY SIZE
                               INTO WS-QDR-CELULA(WS-IDX-AULA,
                                                  WS-IDX-DIA)
                           END-STRING
                       ELSE
                           STRING 'DISC ' WS-GRD-DISCIPLINA(WS-IDX)
                                  '  ' WS-GRD-SALA(WS-IDX)
                               DELIMITED BY SIZE
                               INTO WS-QDR-CELULA(WS-IDX-AULA,
                                                  WS-IDX-DIA)
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TEM-AULA = 'S'
                   MOVE 'TURMA:     '          TO WS-EXB-ROTULO
                   MOVE WS-TUR-CODIGO(WS-IDX-TURMA) TO WS-EXB-CODIGO
                   MOVE SPACES                 TO WS-EXB-NOME
                   PERFORM 7200-IMPRIME-QUADRO-TUR
               END-IF
           END-PERFORM

           CLOSE ARQRELTUR
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-GRADE-PROFESSOR.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQRELPRF

           MOVE 'GRADE HORARIA POR PROF.  ' TO WS-LINHA1(23:25)
           WRITE REG-RELPRF FROM WS-LINHA1

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-PROF
               PERFORM 7000-LIMPA-QUADRO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-GRADE
                   IF WS-GRD-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                      AND WS-GRD-SEMESTRE(WS-IDX) =
                          WS-SEMESTRE-PEDIDO
                      AND WS-GRD-PROFESSOR(WS-IDX) =
                          WS-PRF-CODIGO(WS-IDX2)
                       MOVE 'S' TO WS-TEM-AULA
                       PERFORM 7100-POSICIONA-CELULA
                       STRING WS-GRD-TURMA(WS-IDX) ' '
                              WS-GRD-DISCIPLINA(WS-IDX) ' '
                              WS-GRD-SALA(WS-IDX)
                           DELIMITED BY SIZE
                           INTO WS-QDR-CELULA(WS-IDX-AULA, WS-IDX-DIA)
                       END-STRING
                   END-IF
               END-PERFORM
               IF WS-TEM-AULA = 'S'
                   MOVE 'PROFESSOR: '          TO WS-EXB-ROTULO
                   MOVE WS-PRF-CODIGO(WS-IDX2) TO WS-EXB-CODIGO
                   MOVE WS-PRF-NOME(WS-IDX2)   TO WS-EXB-NOME
                   PERFORM 7300-IMPRIME-QUADRO-PRF
               END-IF
           END-PERFORM

           CLOSE ARQRELPRF
           .
           EXIT.
      *----------------------------------------------------------------*
       6200-GRADE-SALA.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQRELSAL

           MOVE 'GRADE HORARIA POR SALA   ' TO WS-LINHA1(23:25)
           WRITE REG-RELSAL FROM WS-LINHA1

           PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                   UNTIL WS-IDX-SALA > WS-QTD-SALA
               PERFORM 7000-LIMPA-QUADRO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-GRADE
                   IF WS-GRD-ANOLETIVO(WS-IDX) = WS-ANOLETIVO-PEDIDO
                      AND WS-GRD-SEMESTRE(WS-IDX) =
                          WS-SEMESTRE-PEDIDO
                      AND WS-GRD-SALA(WS-IDX) =
                          WS-SAL-CODIGO(WS-IDX-SALA)
                       MOVE 'S' TO WS-TEM-AULA
                       MOVE WS-GRD-DISCIPLINA(WS-IDX)
                           TO WS-DISC-PEDIDA
                       PERFORM 0720-BUSCA-DISCIPLINA
                       PERFORM 7100-POSICIONA-CELULA
                       IF WS-IDX-DISC > ZEROS
                           STRING WS-GRD-TURMA(WS-IDX) ' '
                                  WS-DIS-NOME(WS-IDX-DISC)(1:7)
                               DELIMITED BY SIZE
                               INTO WS-QDR-CELULA(WS-IDX-AULA,
                                                  WS-IDX-DIA)
                           END-STRING
                       ELSE
                           STRING WS-GRD-TURMA(WS-IDX) ' DISC '
                                  WS-GRD-DISCIPLINA(WS-IDX)
                               DELIMITED BY SIZE
                               INTO WS-QDR-CELULA(WS-IDX-AULA,
                                                  WS-IDX-DIA)
                           END-STRING
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TEM-AULA = 'S'
                   MOVE 'SALA:      '                TO WS-EXB-ROTULO
                   MOVE WS-SAL-CODIGO(WS-IDX-SALA)   TO WS-EXB-CODIGO
                   MOVE WS-SAL-DESCRICAO(WS-IDX-SALA) TO WS-EXB-NOME
                   PERFORM 7400-IMPRIME-QUADRO-SAL
               END-IF
           END-PERFORM

           CLOSE ARQRELSAL
           .
           EXIT.
      *----------------------------------------------------------------*
       7000-LIMPA-QUADRO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-QUADRO
           MOVE 'N'    TO WS-TEM-AULA
           .
           EXIT.
      *----------------------------------------------------------------*
       7100-POSICIONA-CELULA.
      *----------------------------------------------------------------*
      *    Aula fora do quadro (dia ou aula invalidos gravados a mao)
      *    cai na ultima celula para nao estourar a tabela.
           MOVE WS-GRD-DIA(WS-IDX)  TO WS-IDX-DIA
           MOVE WS-GRD-AULA(WS-IDX) TO WS-IDX-AULA
           IF WS-IDX-DIA < 1 OR WS-IDX-DIA > 5
               MOVE 5 TO WS-IDX-DIA
           END-IF
           IF WS-IDX-AULA < 1 OR WS-IDX-AULA > WS-MAX-AULAS
               MOVE WS-MAX-AULAS TO WS-IDX-AULA
           END-IF
           MOVE SPACES TO WS-QDR-CELULA(WS-IDX-AULA, WS-IDX-DIA)
           .
           EXIT.
      *----------------------------------------------------------------*
       7200-IMPRIME-QUADRO-TUR.
      *----------------------------------------------------------------*
           WRITE REG-RELTUR FROM WS-PONTILHADO
           WRITE REG-RELTUR FROM WS-LINHA-ENTIDADE
           WRITE REG-RELTUR FROM WS-LINHA-DIAS
           PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                   UNTIL WS-IDX-AULA > WS-MAX-AULAS
               PERFORM 7500-MONTA-LINHA-QUADRO
               WRITE REG-RELTUR FROM WS-LINHA-QUADRO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       7300-IMPRIME-QUADRO-PRF.
      *----------------------------------------------------------------*
           WRITE REG-RELPRF FROM WS-PONTILHADO
           WRITE REG-RELPRF FROM WS-LINHA-ENTIDADE
           WRITE REG-RELPRF FROM WS-LINHA-DIAS
           PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                   UNTIL WS-IDX-AULA > WS-MAX-AULAS
               PERFORM 7500-MONTA-LINHA-QUADRO
               WRITE REG-RELPRF FROM WS-LINHA-QUADRO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       7400-IMPRIME-QUADRO-SAL.
      *----------------------------------------------------------------*
           WRITE REG-RELSAL FROM WS-PONTILHADO
           WRITE REG-RELSAL FROM WS-LINHA-ENTIDADE
           WRITE REG-RELSAL FROM WS-LINHA-DIAS
           PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                   UNTIL WS-IDX-AULA > WS-MAX-AULAS
               PERFORM 7500-MONTA-LINHA-QUADRO
               WRITE REG-RELSAL FROM WS-LINHA-QUADRO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       7500-MONTA-LINHA-QUADRO.
      *----------------------------------------------------------------*
           MOVE WS-IDX-AULA TO WS-EXB-AULA
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 5
               MOVE WS-QDR-CELULA(WS-IDX-AULA, WS-IDX-DIA)
                   TO WS-EXB-CELULA(WS-IDX-DIA)
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM GRADE.
