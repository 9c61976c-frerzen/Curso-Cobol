      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Monthly class-hour run for the teachers paid by the
      *          class hour, ending the hand-copy of PROFASG.TXT into
      *          timecards. For the payroll month (the business month)
      *          each teacher's weekly hours on PROFASG.TXT become the
      *          month's hours by the school days of CALENDARIO.TXT
      *          (weekly hours x school days / 5), less the class
      *          hours missed on PROFFALTA.TXT that month. The hours go
      *          to HORAULA.TXT under the teacher's payroll employee
      *          code (the PRF-COD-FUNC link to FD-COD-F kept by
      *          PROFESSOR), where FOLHABRU picks them up for the
      *          gross. The reconciliation PROFHREC.TXT lists the
      *          teachers with assignments but no employee record on
      *          ARQFUNCIONARIO.TXT, and the reverse - teachers linked
      *          to an employee but without any assignment.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. PROFHORA.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQPROF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PROF.

       SELECT ARQASG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ASG.

       SELECT ARQFALTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FALTA.

       SELECT ARQFUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FUN.

       SELECT ARQCAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CAL.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQHORAS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQREC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQPROF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROFESSOR.TXT".
       01  REG-PROFESSOR.
           03 PRF-CODIGO          PIC 9(04).
           03 FILLER              PIC X(01).
           03 PRF-NOME            PIC X(30).
           03 FILLER              PIC X(01).
           03 PRF-COD-FUNC        PIC 9(03).

       FD  ARQASG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROFASG.TXT".
       01  REG-ATRIBUICAO.
           03 ASG-PROFESSOR       PIC 9(04).
           03 FILLER              PIC X(01).
           03 ASG-TURMA           PIC X(05).
           03 FILLER              PIC X(01).
           03 ASG-DISCIPLINA      PIC 9(02).
           03 FILLER              PIC X(01).
           03 ASG-HORAS-SEMANA    PIC 9(02).

       FD  ARQFALTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROFFALTA.TXT".
       01  REG-FALTA-PROF.
           03 PFL-PROFESSOR       PIC 9(04).
           03 FILLER              PIC X(01).
           03 PFL-DATA            PIC 9(08).
           03 FILLER              PIC X(01).
           03 PFL-HORAS           PIC 9(02).

       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
       01  REG-FUNCIONARIO.
           03 FD-DEPTO-F          PIC X(05).
           03 FD-COD-F            PIC 9(03).
           03 FD-NOME-F           PIC X(20).
           03 FD-SALFUN-F         PIC 9(06)V99.

       FD  ARQCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.TXT".
       01  REG-CAL.
           03 CAL-DATA            PIC 9(08).
           03 FILLER              PIC X(01).
           03 CAL-TIPO            PIC X(01).
           03 FILLER              PIC X(01).
           03 CAL-DESCRICAO       PIC X(20).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQHORAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HORAULA.TXT".
       01  REG-HORAULA.
           03 HRA-COD-FUNC        PIC 9(03).
           03 FILLER              PIC X(01).
           03 HRA-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 HRA-PROFESSOR       PIC 9(04).
           03 FILLER              PIC X(01).
           03 HRA-HORAS-SEMANA    PIC 9(03).
           03 FILLER              PIC X(01).
           03 HRA-DIAS-LETIVOS    PIC 9(02).
           03 FILLER              PIC X(01).
           03 HRA-HORAS-FALTA     PIC 9(03).
           03 FILLER              PIC X(01).
           03 HRA-HORAS-MES       PIC 9(03).

       FD  ARQREC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROFHREC.TXT".
       01  REG-RECONCILIACAO      PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PHORRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-PROF-EOF              PIC X(01) VALUE ' '.
       77  WS-ASG-EOF               PIC X(01) VALUE ' '.
       77  WS-FALTA-EOF             PIC X(01) VALUE ' '.
       77  WS-FUN-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-PROF           PIC X(02) VALUE SPACES.
           88 PROF-OK                   VALUE '00'.
       77  WS-STATUS-ASG            PIC X(02) VALUE SPACES.
           88 ASG-OK                    VALUE '00'.
       77  WS-STATUS-FALTA          PIC X(02) VALUE SPACES.
           88 FALTA-OK                  VALUE '00'.
       77  WS-STATUS-FUN            PIC X(02) VALUE SPACES.
           88 FUN-OK                    VALUE '00'.
       77  WS-QTD-PROF              PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FUN               PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-FUN               PIC 9(03) VALUE ZEROS.
       77  WS-DIA                   PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-MES              PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-LETIVOS          PIC 9(02) VALUE ZEROS.
       77  WS-DATA-INICIO           PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM              PIC 9(08) VALUE ZEROS.
       77  WS-HORAS-MES             PIC 9(03) VALUE ZEROS.
       77  WS-HORAS-BRUTAS          PIC 9(03) VALUE ZEROS.
       77  WS-FUNC-ACHADO           PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO        VALUE 'S'.
       77  WS-CONT-GERADO           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-FUNC         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-ASG          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ASG-ORFA         PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-HORAS           PIC 9(06) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY CALNEGOCIO.

       01  WS-COMPETENCIA-G.
           03 WS-COMP-ANO           PIC 9(04).
           03 WS-COMP-MES           PIC 9(02).
       01  WS-COMPETENCIA REDEFINES WS-COMPETENCIA-G
                                    PIC 9(06).

       01  WS-TAB-PROFESSOR.
           03 WS-PRF-ITEM OCCURS 100 TIMES.
              05 WS-PRF-CODIGO      PIC 9(04).
              05 WS-PRF-NOME        PIC X(30).
              05 WS-PRF-COD-FUNC    PIC 9(03).
              05 WS-PRF-HORAS-SEM   PIC 9(03).
              05 WS-PRF-HORAS-FALTA PIC 9(03).

       01  WS-TAB-FUNCIONARIO.
           03 WS-FUN-ITEM OCCURS 200 TIMES.
              05 WS-FUN-COD         PIC 9(03).

       01  WS-REC-TITULO.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(46)
               VALUE 'CONCILIACAO PROFESSOR X FOLHA - COMPETENCIA: '.
           03 WS-REC-COMPETENCIA    PIC 9(06).

       01  WS-REC-TITULO2.
           03 FILLER PIC X(14) VALUE 'DIAS LETIVOS: '.
           03 WS-REC-DIAS           PIC Z9.
           03 FILLER PIC X(16) VALUE '  DATA NEGOCIO: '.
           03 WS-REC-DATA-NEG       PIC 9(08).

       01  WS-REC-CABECALHO.
           03 FILLER PIC X(40)
               VALUE 'PROF NOME                           FUNC'.
           03 FILLER PIC X(40)
               VALUE ' H/SEM SITUACAO'.

       01  WS-REC-DETALHE.
           03 WS-REC-PROF           PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REC-NOME           PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REC-FUNC           PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REC-HORAS          PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-REC-SITUACAO       PIC X(34).

       01  WS-REC-RODAPE.
           03 WS-REC-ROT            PIC X(40).
           03 WS-REC-QTD            PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               COMPUTE WS-COMPETENCIA = WS-DATA-NEGOCIO / 100

               PERFORM 0100-CARREGA-PROFESSORES

               IF FIM-NORMAL
                   PERFORM 9550-CARREGA-CALENDARIO
                   PERFORM 0200-CARREGA-ATRIBUICOES
                   PERFORM 0300-CARREGA-FALTAS
                   PERFORM 0400-CARREGA-FUNCIONARIOS
                   PERFORM 1000-CONTA-DIAS-LETIVOS

                   OPEN OUTPUT ARQHORAS
                   OPEN OUTPUT ARQREC
                   PERFORM 1100-CABECALHO-CONCILIACAO

                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-PROF
                       PERFORM 2000-TRATA-PROFESSOR
                   END-PERFORM

                   PERFORM 3000-RODAPE-CONCILIACAO

                   CLOSE ARQHORAS ARQREC

                   DISPLAY 'COMPETENCIA        : ' WS-COMPETENCIA
                   DISPLAY 'DIAS LETIVOS       : ' WS-DIAS-LETIVOS
                   DISPLAY 'PROFESSORES GERADOS: ' WS-CONT-GERADO
                   DISPLAY 'HORAS-AULA NO MES  : ' WS-TOTAL-HORAS
               END-IF

               MOVE 'PROFHORA'          TO WS-RUN-PROGRAMA
               MOVE WS-CONT-GERADO      TO WS-RUN-PROCESSADOS
               COMPUTE WS-RUN-REJEITADOS =
                   WS-CONT-SEM-FUNC + WS-CONT-SEM-ASG
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-PROFESSORES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPROF
           IF PROF-OK
               PERFORM UNTIL WS-PROF-EOF = 'S'
                   READ ARQPROF
                       AT END
                           MOVE 'S' TO WS-PROF-EOF
                       NOT AT END
                           PERFORM 0110-GUARDA-PROFESSOR
                   END-READ
               END-PERFORM
               CLOSE ARQPROF
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR PROFESSOR.TXT' TO WS-RUN-MOTIVO
               MOVE 'PHR001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQPROF - STATUS: '
                       WS-STATUS-PROF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-PROFESSOR.
      *----------------------------------------------------------------*
           IF WS-QTD-PROF < 100
               ADD 1 TO WS-QTD-PROF
               MOVE PRF-CODIGO TO WS-PRF-CODIGO(WS-QTD-PROF)
               MOVE PRF-NOME   TO WS-PRF-NOME(WS-QTD-PROF)
               IF PRF-COD-FUNC IS NUMERIC
                   MOVE PRF-COD-FUNC TO WS-PRF-COD-FUNC(WS-QTD-PROF)
               ELSE
                   MOVE ZEROS TO WS-PRF-COD-FUNC(WS-QTD-PROF)
               END-IF
               MOVE ZEROS TO WS-PRF-HORAS-SEM(WS-QTD-PROF)
               MOVE ZEROS TO WS-PRF-HORAS-FALTA(WS-QTD-PROF)
           ELSE
               DISPLAY 'PROFESSOR IGNORADO - LIMITE DE 100 '
                       'EXCEDIDO: ' PRF-CODIGO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-ATRIBUICOES.
      *----------------------------------------------------------------*
      *    Soma as horas semanais de todas as turmas do professor.
           OPEN INPUT ARQASG
           IF ASG-OK
               PERFORM UNTIL WS-ASG-EOF = 'S'
                   READ ARQASG
                       AT END
                           MOVE 'S' TO WS-ASG-EOF
                       NOT AT END
                           PERFORM 0210-SOMA-ATRIBUICAO
                   END-READ
               END-PERFORM
               CLOSE ARQASG
           ELSE
               DISPLAY 'PROFASG.TXT AUSENTE - STATUS: ' WS-STATUS-ASG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0210-SOMA-ATRIBUICAO.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PROF
                      OR WS-PRF-CODIGO(WS-IDX) = ASG-PROFESSOR
               CONTINUE
           END-PERFORM

           IF WS-IDX > WS-QTD-PROF
               ADD 1 TO WS-CONT-ASG-ORFA
               DISPLAY 'ATRIBUICAO SEM PROFESSOR CADASTRADO: '
                       ASG-PROFESSOR ' TURMA ' ASG-TURMA
           ELSE
               ADD ASG-HORAS-SEMANA TO WS-PRF-HORAS-SEM(WS-IDX)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-FALTAS.
      *----------------------------------------------------------------*
      *    So as faltas do mes da folha descontam horas.
           OPEN INPUT ARQFALTA
           IF FALTA-OK
               PERFORM UNTIL WS-FALTA-EOF = 'S'
                   READ ARQFALTA
                       AT END
                           MOVE 'S' TO WS-FALTA-EOF
                       NOT AT END
                           IF PFL-DATA(1:6) = WS-COMPETENCIA-G
                               PERFORM 0310-SOMA-FALTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFALTA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-SOMA-FALTA.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PROF
               IF WS-PRF-CODIGO(WS-IDX) = PFL-PROFESSOR
                   ADD PFL-HORAS TO WS-PRF-HORAS-FALTA(WS-IDX)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-FUNCIONARIOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFUN
           IF FUN-OK
               PERFORM UNTIL WS-FUN-EOF = 'S'
                   READ ARQFUN
                       AT END
                           MOVE 'S' TO WS-FUN-EOF
                       NOT AT END
                           PERFORM 0410-GUARDA-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE ARQFUN
           ELSE
               DISPLAY 'ARQFUNCIONARIO.TXT AUSENTE - STATUS: '
                       WS-STATUS-FUN
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0410-GUARDA-FUNCIONARIO.
      *----------------------------------------------------------------*
      *    Registros HDR/TRL do envelope padrao de interface nao sao
      *    dados - sao saltados aqui.
           IF REG-FUNCIONARIO(1:3) = 'HDR'
              OR REG-FUNCIONARIO(1:3) = 'TRL'
               CONTINUE
           ELSE
           IF WS-QTD-FUN < 200
               ADD 1 TO WS-QTD-FUN
               MOVE FD-COD-F TO WS-FUN-COD(WS-QTD-FUN)
           ELSE
               DISPLAY 'FUNCIONARIO IGNORADO - LIMITE DE 200 '
                       'EXCEDIDO: ' FD-COD-F
           END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-CONTA-DIAS-LETIVOS.
      *----------------------------------------------------------------*
      *    Dia letivo e dia util do calendario (sem fim de semana,
      *    feriado ou recesso) dentro do mes da folha.
           COMPUTE WS-DATA-INICIO = WS-COMPETENCIA * 100 + 1
           IF WS-COMP-MES = 12
               COMPUTE WS-DATA-FIM = (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-FIM = WS-DATA-INICIO + 100
           END-IF
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FIM) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO)

           MOVE ZEROS TO WS-DIAS-LETIVOS
           PERFORM VARYING WS-DIA FROM 1 BY 1
                   UNTIL WS-DIA > WS-DIAS-MES
               COMPUTE WS-CAL-DATA-TESTE = WS-DATA-INICIO + WS-DIA - 1
               PERFORM 9560-VERIFICA-DIA-UTIL
               IF DIA-UTIL
                   ADD 1 TO WS-DIAS-LETIVOS
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-CABECALHO-CONCILIACAO.
      *----------------------------------------------------------------*
           MOVE WS-COMPETENCIA  TO WS-REC-COMPETENCIA
           MOVE WS-DIAS-LETIVOS TO WS-REC-DIAS
           MOVE WS-DATA-NEGOCIO TO WS-REC-DATA-NEG
           WRITE REG-RECONCILIACAO FROM WS-REC-TITULO
           WRITE REG-RECONCILIACAO FROM WS-REC-TITULO2
           WRITE REG-RECONCILIACAO FROM WS-REC-CABECALHO
           WRITE REG-RECONCILIACAO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-TRATA-PROFESSOR.
      *----------------------------------------------------------------*
           PERFORM 2100-BUSCA-FUNCIONARIO

           MOVE WS-PRF-CODIGO(WS-IDX)    TO WS-REC-PROF
           MOVE WS-PRF-NOME(WS-IDX)      TO WS-REC-NOME
           MOVE WS-PRF-COD-FUNC(WS-IDX)  TO WS-REC-FUNC
           MOVE WS-PRF-HORAS-SEM(WS-IDX) TO WS-REC-HORAS

           EVALUATE TRUE
               WHEN WS-PRF-HORAS-SEM(WS-IDX) = ZEROS
                    AND FUNCIONARIO-ACHADO
                   MOVE 'FUNCIONARIO SEM ATRIBUICAO'
                       TO WS-REC-SITUACAO
                   WRITE REG-RECONCILIACAO FROM WS-REC-DETALHE
                   ADD 1 TO WS-CONT-SEM-ASG
               WHEN WS-PRF-HORAS-SEM(WS-IDX) = ZEROS
                   CONTINUE
               WHEN WS-PRF-COD-FUNC(WS-IDX) = ZEROS
                   MOVE 'ATRIBUICAO SEM VINCULO NA FOLHA'
                       TO WS-REC-SITUACAO
                   WRITE REG-RECONCILIACAO FROM WS-REC-DETALHE
                   ADD 1 TO WS-CONT-SEM-FUNC
               WHEN NOT FUNCIONARIO-ACHADO
                   MOVE 'ATRIBUICAO SEM FUNCIONARIO'
                       TO WS-REC-SITUACAO
                   WRITE REG-RECONCILIACAO FROM WS-REC-DETALHE
                   ADD 1 TO WS-CONT-SEM-FUNC
               WHEN OTHER
                   PERFORM 2200-GRAVA-HORAS
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-BUSCA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-FUNC-ACHADO

           IF WS-PRF-COD-FUNC(WS-IDX) NOT = ZEROS
               PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                       UNTIL WS-IDX-FUN > WS-QTD-FUN
                   IF WS-FUN-COD(WS-IDX-FUN) = WS-PRF-COD-FUNC(WS-IDX)
                       SET FUNCIONARIO-ACHADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-GRAVA-HORAS.
      *----------------------------------------------------------------*
      *    Semana letiva de 5 dias: horas do mes = horas semanais x
      *    dias letivos / 5, menos as aulas perdidas (nunca negativo).
           COMPUTE WS-HORAS-BRUTAS ROUNDED =
               WS-PRF-HORAS-SEM(WS-IDX) * WS-DIAS-LETIVOS / 5

           IF WS-PRF-HORAS-FALTA(WS-IDX) > WS-HORAS-BRUTAS
               MOVE ZEROS TO WS-HORAS-MES
           ELSE
               COMPUTE WS-HORAS-MES =
                   WS-HORAS-BRUTAS - WS-PRF-HORAS-FALTA(WS-IDX)
           END-IF

           MOVE SPACES                     TO REG-HORAULA
           MOVE WS-PRF-COD-FUNC(WS-IDX)    TO HRA-COD-FUNC
           MOVE WS-COMPETENCIA             TO HRA-COMPETENCIA
           MOVE WS-PRF-CODIGO(WS-IDX)      TO HRA-PROFESSOR
           MOVE WS-PRF-HORAS-SEM(WS-IDX)   TO HRA-HORAS-SEMANA
           MOVE WS-DIAS-LETIVOS            TO HRA-DIAS-LETIVOS
           MOVE WS-PRF-HORAS-FALTA(WS-IDX) TO HRA-HORAS-FALTA
           MOVE WS-HORAS-MES               TO HRA-HORAS-MES
           WRITE REG-HORAULA

           ADD WS-HORAS-MES TO WS-TOTAL-HORAS
           ADD 1 TO WS-CONT-GERADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-RODAPE-CONCILIACAO.
      *----------------------------------------------------------------*
           WRITE REG-RECONCILIACAO FROM WS-PONTILHADO

           MOVE 'PROFESSORES COM HORAS GERADAS:' TO WS-REC-ROT
           MOVE WS-CONT-GERADO TO WS-REC-QTD
           WRITE REG-RECONCILIACAO FROM WS-REC-RODAPE

           MOVE 'ATRIBUICAO SEM FUNCIONARIO NA FOLHA:' TO WS-REC-ROT
           MOVE WS-CONT-SEM-FUNC TO WS-REC-QTD
           WRITE REG-RECONCILIACAO FROM WS-REC-RODAPE

           MOVE 'FUNCIONARIO SEM ATRIBUICAO:' TO WS-REC-ROT
           MOVE WS-CONT-SEM-ASG TO WS-REC-QTD
           WRITE REG-RECONCILIACAO FROM WS-REC-RODAPE

           MOVE 'ATRIBUICAO DE PROFESSOR NAO CADASTRADO:'
               TO WS-REC-ROT
           MOVE WS-CONT-ASG-ORFA TO WS-REC-QTD
           WRITE REG-RECONCILIACAO FROM WS-REC-RODAPE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY CALNEGOCIO-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM PROFHORA.
