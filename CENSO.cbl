      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Annual school census (Censo Escolar) export. For the
      *          reference ano letivo it builds CENSO.TXT, the
      *          interface file for the government census system, in
      *          the standard HDR/TRL envelope: one TUR record per
      *          turma (capacity, enrollments, approved, failed,
      *          transfers out and in, teachers), one ALU record per
      *          student with the final-term media, frequency and
      *          verdict - the same rules as PROMOCAO, including the
      *          subject-weighted media of NOTASDISC.TXT and the
      *          RECUPERA and class-council overrides on VEREDITO.TXT
      *          - plus the TRANSFER.TXT movement of the year, and one
      *          DOC record per PROFASG.TXT assignment with the
      *          teacher of PROFESSOR.TXT. CENSOVAL.TXT lists every
      *          record missing mandatory data, so the file is fixed
      *          before it is submitted instead of re-typed by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. CENSO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           CONSOLE IS ANO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQALU ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ALU.

       SELECT ARQTURMAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-TURMAS.

       SELECT ARQPROF ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PROF.

       SELECT ARQASG ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ASG.

       SELECT ARQFALTAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-FALTAS.

       SELECT ARQDISC ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DISC.

       SELECT ARQNOTAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-NOTAS.

       SELECT ARQVER ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-VER.

       SELECT ARQTRANSF ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-TRANSF.

       SELECT ARQDATAP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DATAP.

       SELECT ARQCENSO ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQVAL ASSIGN TO DISK
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

       FD  ARQPROF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROFESSOR.TXT".
       01  REG-PROFESSOR.
           03 PRF-CODIGO               PIC 9(04).
           03 FILLER                   PIC X(01).
           03 PRF-NOME                 PIC X(30).
           03 FILLER                   PIC X(04).

       FD  ARQASG
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

       FD  ARQFALTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FALTAS.TXT".
       01  REG-FALTAS.
           03 FAL-MATRICULA            PIC 9(03).
           03 FAL-ANOLETIVO            PIC 9(04).
           03 FAL-SEMESTRE             PIC 9(01).
           03 FAL-AULAS-DADAS          PIC 9(03).
           03 FAL-AULAS-PERDIDAS       PIC 9(03).

       FD  ARQDISC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DISCIPLINAS.TXT".
       01  REG-DISCIPLINA.
           03 DIS-CODIGO               PIC 9(02).
           03 DIS-NOME                 PIC X(20).
           03 DIS-PESO                 PIC 9(02).

       FD  ARQNOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTASDISC.TXT".
       01  REG-NOTADISC.
           03 NTD-MATRICULA            PIC 9(03).
           03 NTD-ANOLETIVO            PIC 9(04).
           03 NTD-SEMESTRE             PIC 9(01).
           03 NTD-DISCIPLINA           PIC 9(02).
           03 NTD-NOTA1                PIC 9(03)V99.
           03 NTD-NOTA2                PIC 9(03)V99.
           03 NTD-NOTA3                PIC 9(03)V99.
           03 NTD-NOTA4                PIC 9(03)V99.

       FD  ARQVER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VEREDITO.TXT".
       01  REG-VEREDITO.
           03 VER-MATRICULA            PIC 9(03).
           03 VER-ANOLETIVO            PIC 9(04).
           03 VER-SEMESTRE             PIC 9(01).
           03 VER-MEDIA-FINAL          PIC 9(03)V99.
           03 VER-SITUACAO             PIC X(01).

       FD  ARQTRANSF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TRANSFER.TXT".
       01  REG-TRANSFERENCIA.
           03 TRF-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01).
           03 TRF-TIPO                 PIC X(01).
           03 FILLER                   PIC X(01).
           03 TRF-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 TRF-ESCOLA               PIC X(20).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA               PIC 9(08).

       FD  ARQCENSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CENSO.TXT".
       01  REG-CENSO.
           03 CEN-TIPO                 PIC X(03).
           03 CEN-DADOS                PIC X(77).
       01  REG-CEN-TURMA REDEFINES REG-CENSO.
           03 FILLER                   PIC X(03).
           03 CEN-TUR-ANOLETIVO        PIC 9(04).
           03 CEN-TUR-CODIGO           PIC X(05).
           03 CEN-TUR-CAPACIDADE       PIC 9(03).
           03 CEN-TUR-MATRICULAS       PIC 9(04).
           03 CEN-TUR-APROVADOS        PIC 9(04).
           03 CEN-TUR-REPROVADOS       PIC 9(04).
           03 CEN-TUR-TRANSF-SAIDA     PIC 9(04).
           03 CEN-TUR-TRANSF-ENTRADA   PIC 9(04).
           03 CEN-TUR-DOCENTES         PIC 9(03).
           03 FILLER                   PIC X(42).
       01  REG-CEN-ALUNO REDEFINES REG-CENSO.
           03 FILLER                   PIC X(03).
           03 CEN-ALU-ANOLETIVO        PIC 9(04).
           03 CEN-ALU-MATRICULA        PIC 9(03).
           03 CEN-ALU-NOME             PIC X(10).
           03 CEN-ALU-TURMA            PIC X(05).
           03 CEN-ALU-SEMESTRE         PIC 9(01).
           03 CEN-ALU-MEDIA            PIC 9(03)V99.
           03 CEN-ALU-FREQUENCIA       PIC 9(03)V99.
           03 CEN-ALU-SITUACAO         PIC X(01).
           03 CEN-ALU-MOVIMENTO        PIC X(01).
           03 CEN-ALU-DATA-MOV         PIC 9(08).
           03 FILLER                   PIC X(34).
       01  REG-CEN-DOCENTE REDEFINES REG-CENSO.
           03 FILLER                   PIC X(03).
           03 CEN-DOC-ANOLETIVO        PIC 9(04).
           03 CEN-DOC-PROFESSOR        PIC 9(04).
           03 CEN-DOC-NOME             PIC X(30).
           03 CEN-DOC-TURMA            PIC X(05).
           03 CEN-DOC-DISCIPLINA       PIC 9(02).
           03 CEN-DOC-HORAS            PIC 9(02).
           03 FILLER                   PIC X(30).

       FD  ARQVAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CENSOVAL.TXT".
       01  REG-VALIDACAO               PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CENSORUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                      PIC X(01) VALUE ' '.
       77  WS-REG-DADO                 PIC X(01) VALUE 'N'.
       77  WS-TURMAS-EOF               PIC X(01) VALUE ' '.
       77  WS-PROF-EOF                 PIC X(01) VALUE ' '.
       77  WS-ASG-EOF                  PIC X(01) VALUE ' '.
       77  WS-FALTAS-EOF               PIC X(01) VALUE ' '.
       77  WS-TRANSF-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-ALU               PIC X(02) VALUE SPACES.
           88 ALU-OK                       VALUE '00'.
       77  WS-STATUS-TURMAS            PIC X(02) VALUE SPACES.
           88 TURMAS-OK                    VALUE '00'.
       77  WS-STATUS-PROF              PIC X(02) VALUE SPACES.
           88 PROF-OK                      VALUE '00'.
       77  WS-STATUS-ASG               PIC X(02) VALUE SPACES.
           88 ASG-OK                       VALUE '00'.
       77  WS-STATUS-FALTAS            PIC X(02) VALUE SPACES.
           88 FALTAS-OK                    VALUE '00'.
       77  WS-STATUS-TRANSF            PIC X(02) VALUE SPACES.
           88 TRANSF-OK                    VALUE '00'.
       77  WS-ANO-REFERENCIA           PIC 9(04) VALUE ZEROS.
       77  WS-MEDIA-AUX                PIC 9(03)V99 VALUE ZEROS.
       77  WS-MEDIA-MINIMA             PIC 9(03)V99 VALUE 70,00.
       77  WS-FREQ-PCT                 PIC 9(03)V99 VALUE ZEROS.
       77  WS-FREQ-MINIMA              PIC 9(03)V99 VALUE 75,00.
       77  WS-QTD-TURMA                PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PROF                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ASG                  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FALTAS               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-TRANSF               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FINAL                PIC 9(03) VALUE ZEROS.
       77  WS-IDX                      PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-TURMA                PIC 9(03) VALUE ZEROS.
       77  WS-IDX-PROF                 PIC 9(03) VALUE ZEROS.
       77  WS-TURMA-BUSCA              PIC X(05) VALUE SPACES.
       77  WS-SITUACAO                 PIC X(01) VALUE SPACE.
       77  WS-MOVIMENTO                PIC X(01) VALUE SPACE.
       77  WS-DATA-MOV                 PIC 9(08) VALUE ZEROS.
       77  WS-CONT-REGISTROS           PIC 9(07) VALUE ZEROS.
       77  WS-CONT-ALUNOS              PIC 9(04) VALUE ZEROS.
       77  WS-CONT-TURMAS              PIC 9(04) VALUE ZEROS.
       77  WS-CONT-DOCENTES            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-PENDENCIAS          PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY ENVELOPE.

           COPY VEREDITO.

           COPY MEDIADISC.

       01  WS-TAB-TURMAS.
           03 WS-TUR-ITEM OCCURS 100 TIMES.
              05 WS-TUR-CODIGO         PIC X(05).
              05 WS-TUR-CAPACIDADE     PIC 9(03).
              05 WS-TUR-MATRICULAS     PIC 9(04).
              05 WS-TUR-APROVADOS      PIC 9(04).
              05 WS-TUR-REPROVADOS     PIC 9(04).
              05 WS-TUR-TRANSF-SAIDA   PIC 9(04).
              05 WS-TUR-TRANSF-ENTRADA PIC 9(04).
              05 WS-TUR-DOCENTES       PIC 9(03).

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

       01  WS-TAB-FALTAS.
           03 WS-FAL-ITEM OCCURS 500 TIMES.
              05 WS-FAL-MATRICULA      PIC 9(03).
              05 WS-FAL-ANOLETIVO      PIC 9(04).
              05 WS-FAL-SEMESTRE       PIC 9(01).
              05 WS-FAL-DADAS          PIC 9(03).
              05 WS-FAL-PERDIDAS       PIC 9(03).

      *    Movimentos de TRANSFER.TXT datados no ano de referencia.
       01  WS-TAB-TRANSFERENCIAS.
           03 WS-TRF-ITEM OCCURS 200 TIMES.
              05 WS-TRF-MATRICULA      PIC 9(03).
              05 WS-TRF-TIPO           PIC X(01).
              05 WS-TRF-DATA           PIC 9(08).

      *    Um aluno por matricula: guarda o ULTIMO termo do ano de
      *    referencia, que e o que da a situacao final.
       01  WS-TAB-FINAL.
           03 WS-FIN-ITEM OCCURS 500 TIMES.
              05 WS-FIN-MATRICULA      PIC 9(03).
              05 WS-FIN-NOME           PIC X(10).
              05 WS-FIN-TURMA          PIC X(05).
              05 WS-FIN-SEMESTRE       PIC 9(01).
              05 WS-FIN-MEDIA          PIC 9(03)V99.

       01  WS-LINHA1.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(38)
               VALUE 'CENSO ESCOLAR - VALIDACAO ANO LETIVO '.
           03 WS-EXB-ANO               PIC 9(04).
           03 FILLER PIC X(22) VALUE SPACES.

       01  WS-LINHA-PENDENCIA.
           03 WS-PEN-TIPO              PIC X(10).
           03 WS-PEN-CHAVE             PIC X(14).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-PEN-MOTIVO            PIC X(40).

       01  WS-CHAVE-ALUNO.
           03 FILLER                   PIC X(04) VALUE 'MAT '.
           03 WS-CHA-MATRICULA         PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CHA-TURMA             PIC X(05).

       01  WS-CHAVE-DOCENTE.
           03 FILLER                   PIC X(04) VALUE 'PRF '.
           03 WS-CHD-PROFESSOR         PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CHD-TURMA             PIC X(05).

       01  WS-RODAPE1.
           03 FILLER            PIC X(26)
               VALUE 'TURMAS EXPORTADAS:      '.
           03 WS-TOTTUR         PIC ZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(26)
               VALUE 'ALUNOS EXPORTADOS:      '.
           03 WS-TOTALU         PIC ZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(26)
               VALUE 'DOCENTES EXPORTADOS:    '.
           03 WS-TOTDOC         PIC ZZZ9.

       01  WS-RODAPE4.
           03 FILLER            PIC X(26)
               VALUE 'PENDENCIAS:             '.
           03 WS-TOTPEN         PIC ZZZ9.

       01  WS-RODAPE-SITUACAO   PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               DISPLAY 'ANO LETIVO DE REFERENCIA DO CENSO (AAAA): '
               ACCEPT WS-ANO-REFERENCIA FROM ANO-INPUT

               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-CARREGA-TURMAS
               PERFORM 0150-CARREGA-PROFESSORES
               PERFORM 0170-CARREGA-ATRIBUICOES
               PERFORM 0200-CARREGA-FALTAS
               PERFORM 0300-CARREGA-TRANSFERENCIAS
               PERFORM 9600-CARREGA-VEREDITOS
               PERFORM 9620-CARREGA-MEDIAS-DISC
               PERFORM 0400-CARREGA-TERMOS-FINAIS

               IF WS-QTD-FINAL > ZEROS
                   OPEN OUTPUT ARQCENSO
                   OPEN OUTPUT ARQVAL

                   MOVE WS-ANO-REFERENCIA TO WS-EXB-ANO
                   WRITE REG-VALIDACAO FROM WS-LINHA1
                   WRITE REG-VALIDACAO FROM WS-LINHA-DATAS
                   WRITE REG-VALIDACAO FROM WS-PONTILHADO

                   MOVE WS-DATA-NEGOCIO TO WS-ENV-CAB-DATA
                   MOVE 'CENSO'         TO WS-ENV-CAB-ORIGEM
                   MOVE SPACES          TO REG-CENSO
                   MOVE WS-ENV-CABECALHO TO REG-CENSO(1:19)
                   WRITE REG-CENSO

                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-FINAL
                       PERFORM 2000-EXPORTA-ALUNO
                   END-PERFORM

                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-ASG
                       PERFORM 3000-EXPORTA-DOCENTE
                   END-PERFORM

                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-TURMA
                       PERFORM 4000-EXPORTA-TURMA
                   END-PERFORM

                   MOVE WS-CONT-REGISTROS TO WS-ENV-TRL-QTD
                   MOVE SPACES            TO REG-CENSO
                   MOVE WS-ENV-TRAILER    TO REG-CENSO(1:10)
                   WRITE REG-CENSO

                   PERFORM 5000-RODAPE-VALIDACAO

                   CLOSE ARQCENSO  ARQVAL
               ELSE
                   IF NOT FIM-ANORMAL
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'NENHUM ALUNO NO ANO DO CENSO'
                           TO WS-RUN-MOTIVO
                       MOVE 'CEN002' TO WS-RUN-CODIGO
                   END-IF
                   DISPLAY 'NENHUM ALUNO DO ANO ' WS-ANO-REFERENCIA
                           ' EM ARQALUNOS.TXT - CENSO NAO GERADO'
               END-IF

               MOVE 'CENSO'            TO WS-RUN-PROGRAMA
               MOVE WS-CONT-REGISTROS  TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-PENDENCIAS TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-TURMAS.
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
                               MOVE ZEROS TO
                                   WS-TUR-MATRICULAS(WS-QTD-TURMA)
                                   WS-TUR-APROVADOS(WS-QTD-TURMA)
                                   WS-TUR-REPROVADOS(WS-QTD-TURMA)
                                   WS-TUR-TRANSF-SAIDA(WS-QTD-TURMA)
                                   WS-TUR-TRANSF-ENTRADA(WS-QTD-TURMA)
                                   WS-TUR-DOCENTES(WS-QTD-TURMA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTURMAS
           ELSE
               DISPLAY 'TURMAS.TXT AUSENTE - TODA TURMA SAIRA COMO '
                       'PENDENCIA'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-CARREGA-PROFESSORES.
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
       0170-CARREGA-ATRIBUICOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQASG
           IF ASG-OK
               PERFORM UNTIL WS-ASG-EOF = 'S'
                   READ ARQASG
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
               CLOSE ARQASG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-FALTAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFALTAS
           IF FALTAS-OK
               PERFORM UNTIL WS-FALTAS-EOF = 'S'
                   READ ARQFALTAS
                       AT END
                           MOVE 'S' TO WS-FALTAS-EOF
                       NOT AT END
                           IF WS-QTD-FALTAS < 500
                               ADD 1 TO WS-QTD-FALTAS
                               MOVE FAL-MATRICULA TO
                                   WS-FAL-MATRICULA(WS-QTD-FALTAS)
                               MOVE FAL-ANOLETIVO TO
                                   WS-FAL-ANOLETIVO(WS-QTD-FALTAS)
                               MOVE FAL-SEMESTRE TO
                                   WS-FAL-SEMESTRE(WS-QTD-FALTAS)
                               MOVE FAL-AULAS-DADAS TO
                                   WS-FAL-DADAS(WS-QTD-FALTAS)
                               MOVE FAL-AULAS-PERDIDAS TO
                                   WS-FAL-PERDIDAS(WS-QTD-FALTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFALTAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-TRANSFERENCIAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQTRANSF
           IF TRANSF-OK
               PERFORM UNTIL WS-TRANSF-EOF = 'S'
                   READ ARQTRANSF
                       AT END
                           MOVE 'S' TO WS-TRANSF-EOF
                       NOT AT END
                           IF TRF-DATA(1:4) = WS-ANO-REFERENCIA
                              AND WS-QTD-TRANSF < 200
                               ADD 1 TO WS-QTD-TRANSF
                               MOVE TRF-MATRICULA TO
                                   WS-TRF-MATRICULA(WS-QTD-TRANSF)
                               MOVE TRF-TIPO TO
                                   WS-TRF-TIPO(WS-QTD-TRANSF)
                               MOVE TRF-DATA TO
                                   WS-TRF-DATA(WS-QTD-TRANSF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTRANSF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-TERMOS-FINAIS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQALU
           IF ALU-OK
               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 0450-LE-ALUNO
                   IF WS-EOF NOT = 'S'
                      AND FD-ANOLETIVO-ALU = WS-ANO-REFERENCIA
                       PERFORM 0500-GUARDA-TERMO-FINAL
                   END-IF
               END-PERFORM
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ARQALUNOS.TXT' TO WS-RUN-MOTIVO
               MOVE 'CEN001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQALU - STATUS: '
                       WS-STATUS-ALU
           END-IF
           CLOSE ARQALU
           .
           EXIT.
      *----------------------------------------------------------------*
       0450-LE-ALUNO.
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
       0500-GUARDA-TERMO-FINAL.
      *----------------------------------------------------------------*
           COMPUTE WS-MEDIA-AUX =
               (FD-NOTA1-ALU + FD-NOTA2-ALU +
                FD-NOTA3-ALU + FD-NOTA4-ALU) / 4

      *    Termo com notas por disciplina usa a media ponderada -
      *    o mesmo numero do boletim e da promocao.
           MOVE FD-MATRICULA-ALU TO WS-MDI-CHAVE-MAT
           MOVE FD-ANOLETIVO-ALU TO WS-MDI-CHAVE-ANO
           MOVE FD-SEMESTRE-ALU  TO WS-MDI-CHAVE-SEM
           PERFORM 9640-MEDIA-PONDERADA
           IF MEDIA-DISC-ACHADA
               MOVE WS-MDI-MEDIA TO WS-MEDIA-AUX
           END-IF

           MOVE ZEROS TO WS-IDX2
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FINAL
               IF WS-FIN-MATRICULA(WS-IDX) = FD-MATRICULA-ALU
                   MOVE WS-IDX TO WS-IDX2
               END-IF
           END-PERFORM

           IF WS-IDX2 = ZEROS
               IF WS-QTD-FINAL < 500
                   ADD 1 TO WS-QTD-FINAL
                   MOVE WS-QTD-FINAL TO WS-IDX2
                   MOVE FD-MATRICULA-ALU
                       TO WS-FIN-MATRICULA(WS-IDX2)
                   MOVE ZEROS TO WS-FIN-SEMESTRE(WS-IDX2)
               END-IF
           END-IF

           IF WS-IDX2 > ZEROS
              AND FD-SEMESTRE-ALU >= WS-FIN-SEMESTRE(WS-IDX2)
               MOVE FD-NOME-ALU     TO WS-FIN-NOME(WS-IDX2)
               MOVE FD-TURMA-ALU    TO WS-FIN-TURMA(WS-IDX2)
               MOVE FD-SEMESTRE-ALU TO WS-FIN-SEMESTRE(WS-IDX2)
               MOVE WS-MEDIA-AUX    TO WS-FIN-MEDIA(WS-IDX2)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-BUSCA-TURMA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-TURMA
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-TURMA
               IF WS-TUR-CODIGO(WS-IDX2) = WS-TURMA-BUSCA
                   MOVE WS-IDX2 TO WS-IDX-TURMA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-EXPORTA-ALUNO.
      *----------------------------------------------------------------*
           MOVE WS-FIN-TURMA(WS-IDX) TO WS-TURMA-BUSCA
           PERFORM 0600-BUSCA-TURMA
           PERFORM 2100-APURA-SITUACAO
           PERFORM 2300-BUSCA-MOVIMENTO

           MOVE SPACES                   TO REG-CENSO
           MOVE 'ALU'                    TO CEN-TIPO
           MOVE WS-ANO-REFERENCIA        TO CEN-ALU-ANOLETIVO
           MOVE WS-FIN-MATRICULA(WS-IDX) TO CEN-ALU-MATRICULA
           MOVE WS-FIN-NOME(WS-IDX)      TO CEN-ALU-NOME
           MOVE WS-FIN-TURMA(WS-IDX)     TO CEN-ALU-TURMA
           MOVE WS-FIN-SEMESTRE(WS-IDX)  TO CEN-ALU-SEMESTRE
           MOVE WS-MEDIA-AUX             TO CEN-ALU-MEDIA
           MOVE WS-FREQ-PCT              TO CEN-ALU-FREQUENCIA
           MOVE WS-SITUACAO              TO CEN-ALU-SITUACAO
           MOVE WS-MOVIMENTO             TO CEN-ALU-MOVIMENTO
           MOVE WS-DATA-MOV              TO CEN-ALU-DATA-MOV
           WRITE REG-CENSO
           ADD 1 TO WS-CONT-REGISTROS
           ADD 1 TO WS-CONT-ALUNOS

           IF WS-IDX-TURMA > ZEROS
               ADD 1 TO WS-TUR-MATRICULAS(WS-IDX-TURMA)
               EVALUATE WS-SITUACAO
                   WHEN 'A'
                       ADD 1 TO WS-TUR-APROVADOS(WS-IDX-TURMA)
                   WHEN 'R'
                       ADD 1 TO WS-TUR-REPROVADOS(WS-IDX-TURMA)
                   WHEN OTHER
                       ADD 1 TO WS-TUR-TRANSF-SAIDA(WS-IDX-TURMA)
               END-EVALUATE
               IF WS-MOVIMENTO = 'E'
                   ADD 1 TO WS-TUR-TRANSF-ENTRADA(WS-IDX-TURMA)
               END-IF
           END-IF

      *    Dados obrigatorios do aluno no censo.
           MOVE 'ALUNO'                  TO WS-PEN-TIPO
           MOVE WS-FIN-MATRICULA(WS-IDX) TO WS-CHA-MATRICULA
           MOVE WS-FIN-TURMA(WS-IDX)     TO WS-CHA-TURMA
           MOVE WS-CHAVE-ALUNO           TO WS-PEN-CHAVE
           IF WS-FIN-NOME(WS-IDX) = SPACES
               MOVE 'NOME DO ALUNO EM BRANCO' TO WS-PEN-MOTIVO
               PERFORM 5100-GRAVA-PENDENCIA
           END-IF
           IF WS-FIN-TURMA(WS-IDX) = SPACES
               MOVE 'ALUNO SEM TURMA' TO WS-PEN-MOTIVO
               PERFORM 5100-GRAVA-PENDENCIA
           ELSE
               IF WS-IDX-TURMA = ZEROS
                   MOVE 'TURMA NAO CADASTRADA EM TURMAS.TXT'
                       TO WS-PEN-MOTIVO
                   PERFORM 5100-GRAVA-PENDENCIA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-APURA-SITUACAO.
      *----------------------------------------------------------------*
           MOVE WS-FIN-MEDIA(WS-IDX) TO WS-MEDIA-AUX

      *    Veredito de recuperacao gravado por RECUPERA prevalece.
           MOVE WS-FIN-MATRICULA(WS-IDX) TO WS-VER-CHAVE-MAT
           MOVE WS-ANO-REFERENCIA        TO WS-VER-CHAVE-ANO
           MOVE WS-FIN-SEMESTRE(WS-IDX)  TO WS-VER-CHAVE-SEM
           PERFORM 9650-BUSCA-VEREDITO
           IF VEREDITO-ACHADO
               MOVE WS-VER-MEDIA-FINAL TO WS-MEDIA-AUX
           END-IF

           PERFORM 2200-BUSCA-FREQUENCIA

           IF (WS-MEDIA-AUX >= WS-MEDIA-MINIMA
               AND WS-FREQ-PCT >= WS-FREQ-MINIMA)
              OR (VEREDITO-ACHADO AND VEREDITO-CONSELHO)
               MOVE 'A' TO WS-SITUACAO
           ELSE
               MOVE 'R' TO WS-SITUACAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-BUSCA-FREQUENCIA.
      *----------------------------------------------------------------*
           MOVE 100,00 TO WS-FREQ-PCT

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-FALTAS
               IF WS-FAL-MATRICULA(WS-IDX2) =
                  WS-FIN-MATRICULA(WS-IDX)
                  AND WS-FAL-ANOLETIVO(WS-IDX2) = WS-ANO-REFERENCIA
                  AND WS-FAL-SEMESTRE(WS-IDX2) =
                      WS-FIN-SEMESTRE(WS-IDX)
                  AND WS-FAL-DADAS(WS-IDX2) > ZEROS
                   COMPUTE WS-FREQ-PCT =
                       ((WS-FAL-DADAS(WS-IDX2) -
                         WS-FAL-PERDIDAS(WS-IDX2)) * 100)
                       / WS-FAL-DADAS(WS-IDX2)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-BUSCA-MOVIMENTO.
      *----------------------------------------------------------------*
      *    Saida (S) no ano tira o aluno do rendimento - situacao T;
      *    entrada (E) e so informada, o rendimento segue valendo.
           MOVE SPACE TO WS-MOVIMENTO
           MOVE ZEROS TO WS-DATA-MOV

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-TRANSF
               IF WS-TRF-MATRICULA(WS-IDX2) =
                  WS-FIN-MATRICULA(WS-IDX)
                  AND WS-MOVIMENTO NOT = 'S'
                   MOVE WS-TRF-TIPO(WS-IDX2) TO WS-MOVIMENTO
                   MOVE WS-TRF-DATA(WS-IDX2) TO WS-DATA-MOV
               END-IF
           END-PERFORM

           IF WS-MOVIMENTO = 'S'
               MOVE 'T' TO WS-SITUACAO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-EXPORTA-DOCENTE.
      *----------------------------------------------------------------*
           MOVE WS-ASG-TURMA(WS-IDX) TO WS-TURMA-BUSCA
           PERFORM 0600-BUSCA-TURMA

      *    So entra no censo a atribuicao de turma que teve aluno no
      *    ano de referencia.
           IF WS-IDX-TURMA > ZEROS
               IF WS-TUR-MATRICULAS(WS-IDX-TURMA) > ZEROS
                   PERFORM 3100-GRAVA-DOCENTE
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-GRAVA-DOCENTE.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-PROF
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-PROF
               IF WS-PRF-CODIGO(WS-IDX2) = WS-ASG-PROFESSOR(WS-IDX)
                   MOVE WS-IDX2 TO WS-IDX-PROF
               END-IF
           END-PERFORM

           MOVE SPACES                    TO REG-CENSO
           MOVE 'DOC'                     TO CEN-TIPO
           MOVE WS-ANO-REFERENCIA         TO CEN-DOC-ANOLETIVO
           MOVE WS-ASG-PROFESSOR(WS-IDX)  TO CEN-DOC-PROFESSOR
           IF WS-IDX-PROF > ZEROS
               MOVE WS-PRF-NOME(WS-IDX-PROF) TO CEN-DOC-NOME
           END-IF
           MOVE WS-ASG-TURMA(WS-IDX)      TO CEN-DOC-TURMA
           MOVE WS-ASG-DISCIPLINA(WS-IDX) TO CEN-DOC-DISCIPLINA
           MOVE WS-ASG-HORAS(WS-IDX)      TO CEN-DOC-HORAS
           WRITE REG-CENSO
           ADD 1 TO WS-CONT-REGISTROS
           ADD 1 TO WS-CONT-DOCENTES
           ADD 1 TO WS-TUR-DOCENTES(WS-IDX-TURMA)

      *    Dados obrigatorios do docente no censo.
           MOVE 'DOCENTE'                 TO WS-PEN-TIPO
           MOVE WS-ASG-PROFESSOR(WS-IDX)  TO WS-CHD-PROFESSOR
           MOVE WS-ASG-TURMA(WS-IDX)      TO WS-CHD-TURMA
           MOVE WS-CHAVE-DOCENTE          TO WS-PEN-CHAVE
           IF WS-IDX-PROF = ZEROS
               MOVE 'PROFESSOR SEM CADASTRO EM PROFESSOR.TXT'
                   TO WS-PEN-MOTIVO
               PERFORM 5100-GRAVA-PENDENCIA
           ELSE
               IF WS-PRF-NOME(WS-IDX-PROF) = SPACES
                   MOVE 'NOME DO PROFESSOR EM BRANCO' TO WS-PEN-MOTIVO
                   PERFORM 5100-GRAVA-PENDENCIA
               END-IF
           END-IF
           IF WS-ASG-DISCIPLINA(WS-IDX) = ZEROS
               MOVE 'ATRIBUICAO SEM DISCIPLINA' TO WS-PEN-MOTIVO
               PERFORM 5100-GRAVA-PENDENCIA
           END-IF
           IF WS-ASG-HORAS(WS-IDX) = ZEROS
               MOVE 'ATRIBUICAO SEM CARGA HORARIA' TO WS-PEN-MOTIVO
               PERFORM 5100-GRAVA-PENDENCIA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-EXPORTA-TURMA.
      *----------------------------------------------------------------*
      *    Turma sem aluno no ano de referencia nao funcionou - fica
      *    fora do censo.
           IF WS-TUR-MATRICULAS(WS-IDX) > ZEROS
               MOVE SPACES                       TO REG-CENSO
               MOVE 'TUR'                        TO CEN-TIPO
               MOVE WS-ANO-REFERENCIA            TO CEN-TUR-ANOLETIVO
               MOVE WS-TUR-CODIGO(WS-IDX)        TO CEN-TUR-CODIGO
               MOVE WS-TUR-CAPACIDADE(WS-IDX)    TO CEN-TUR-CAPACIDADE
               MOVE WS-TUR-MATRICULAS(WS-IDX)    TO CEN-TUR-MATRICULAS
               MOVE WS-TUR-APROVADOS(WS-IDX)     TO CEN-TUR-APROVADOS
               MOVE WS-TUR-REPROVADOS(WS-IDX)    TO CEN-TUR-REPROVADOS
               MOVE WS-TUR-TRANSF-SAIDA(WS-IDX)
                   TO CEN-TUR-TRANSF-SAIDA
               MOVE WS-TUR-TRANSF-ENTRADA(WS-IDX)
                   TO CEN-TUR-TRANSF-ENTRADA
               MOVE WS-TUR-DOCENTES(WS-IDX)      TO CEN-TUR-DOCENTES
               WRITE REG-CENSO
               ADD 1 TO WS-CONT-REGISTROS
               ADD 1 TO WS-CONT-TURMAS

      *        Dados obrigatorios da turma no censo.
               MOVE 'TURMA'               TO WS-PEN-TIPO
               MOVE WS-TUR-CODIGO(WS-IDX) TO WS-PEN-CHAVE
               IF WS-TUR-CAPACIDADE(WS-IDX) = ZEROS
                   MOVE 'TURMA SEM CAPACIDADE EM TURMAS.TXT'
                       TO WS-PEN-MOTIVO
                   PERFORM 5100-GRAVA-PENDENCIA
               END-IF
               IF WS-TUR-DOCENTES(WS-IDX) = ZEROS
                   MOVE 'TURMA SEM PROFESSOR EM PROFASG.TXT'
                       TO WS-PEN-MOTIVO
                   PERFORM 5100-GRAVA-PENDENCIA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-RODAPE-VALIDACAO.
      *----------------------------------------------------------------*
           MOVE WS-CONT-TURMAS     TO WS-TOTTUR
           MOVE WS-CONT-ALUNOS     TO WS-TOTALU
           MOVE WS-CONT-DOCENTES   TO WS-TOTDOC
           MOVE WS-CONT-PENDENCIAS TO WS-TOTPEN
           IF WS-CONT-PENDENCIAS > ZEROS
               MOVE 'CENSO.TXT COM PENDENCIAS - CORRIGIR ANTES DO ENVIO'
                   TO WS-RODAPE-SITUACAO
           ELSE
               MOVE 'CENSO.TXT SEM PENDENCIAS - PRONTO PARA ENVIO'
                   TO WS-RODAPE-SITUACAO
           END-IF

           WRITE REG-VALIDACAO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-VALIDACAO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-VALIDACAO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-VALIDACAO FROM WS-RODAPE3
           DISPLAY WS-RODAPE4
           WRITE REG-VALIDACAO FROM WS-RODAPE4
           DISPLAY WS-RODAPE-SITUACAO
           WRITE REG-VALIDACAO FROM WS-RODAPE-SITUACAO
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-GRAVA-PENDENCIA.
      *----------------------------------------------------------------*
           WRITE REG-VALIDACAO FROM WS-LINHA-PENDENCIA
           ADD 1 TO WS-CONT-PENDENCIAS
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY MEDIADISC-PROC.
      *----------------------------------------------------------------*
           COPY VEREDITO-PROC.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM CENSO.
