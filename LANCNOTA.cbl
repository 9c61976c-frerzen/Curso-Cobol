      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Grade submission control (lancamento de notas). Mode
      *          L reads the teachers' grade deck NOTADECK.TXT - a
      *          cover card per submission (professor, turma, ano
      *          letivo, semester, disciplina, prova 1-4) followed by
      *          one card per student grade - and posts the grades of
      *          that prova on NOTASDISC.TXT only when PROFASG.TXT
      *          assigns that teacher to that turma and disciplina;
      *          cards for students not enrolled in the turma/term on
      *          ARQALUNOS.TXT or with grades over 100 are refused
      *          one by one. Every submission, accepted or refused, is
      *          logged with the date received on the register
      *          NOTAREG.TXT and listed on LANCREL.TXT. Mode P prints
      *          NOTAPEND.TXT, per teacher, every turma/disciplina/
      *          prova of the PROVAS.TXT exam calendar still without an
      *          accepted submission once the posting deadline - the
      *          exam date plus the days on NOTAPARM.TXT (default 7) -
      *          has passed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. LANCNOTA.
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

       SELECT ARQDECK ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DECK.

       SELECT ARQNOTAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-NOTAS.

       SELECT ARQREG ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-REG.

       SELECT ARQALU ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ALU.

       SELECT ARQPROF ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PROF.

       SELECT ARQPROFASG ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PROFASG.

       SELECT ARQPROVA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PROVA.

       SELECT ARQPARM ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PARM.

       SELECT ARQDATAP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DATAP.

       SELECT ARQORD ASSIGN TO DISK.

       SELECT ARQPEND-ORD ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ORD.

       SELECT ARQREL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQPEND ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQDECK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTADECK.TXT".
       01  REG-DECK.
           03 DCK-TIPO                 PIC X(01).
              88 DCK-CAPA                  VALUE 'C'.
              88 DCK-NOTA                  VALUE 'N'.
           03 DCK-DADOS                PIC X(30).
       01  REG-DECK-CAPA REDEFINES REG-DECK.
           03 FILLER                   PIC X(01).
           03 DCK-PROFESSOR            PIC 9(04).
           03 DCK-TURMA                PIC X(05).
           03 DCK-ANOLETIVO            PIC 9(04).
           03 DCK-SEMESTRE             PIC 9(01).
           03 DCK-DISCIPLINA           PIC 9(02).
           03 DCK-PROVA                PIC 9(01).
           03 FILLER                   PIC X(13).
       01  REG-DECK-NOTA REDEFINES REG-DECK.
           03 FILLER                   PIC X(01).
           03 DCK-MATRICULA            PIC 9(03).
           03 DCK-NOTA-VALOR           PIC 9(03)V99.
           03 FILLER                   PIC X(22).

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

       FD  ARQREG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAREG.TXT".
       01  REG-ENTREGA.
           03 ENT-PROFESSOR            PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ENT-TURMA                PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ENT-ANOLETIVO            PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ENT-SEMESTRE             PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ENT-DISCIPLINA           PIC 9(02).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ENT-PROVA                PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ENT-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ENT-ACEITAS              PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ENT-RECUSADAS            PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ENT-SITUACAO             PIC X(01).

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

       FD  ARQPROVA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROVAS.TXT".
       01  REG-PROVA.
           03 PRV-TURMA                PIC X(05).
           03 FILLER                   PIC X(01).
           03 PRV-ANOLETIVO            PIC 9(04).
           03 FILLER                   PIC X(01).
           03 PRV-SEMESTRE             PIC 9(01).
           03 FILLER                   PIC X(01).
           03 PRV-DISCIPLINA           PIC 9(02).
           03 FILLER                   PIC X(01).
           03 PRV-PROVA                PIC 9(01).
           03 FILLER                   PIC X(01).
           03 PRV-DATA                 PIC 9(08).

       FD  ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAPARM.TXT".
       01  REG-PARM.
           03 PARM-PRAZO-DIAS          PIC 9(02).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA               PIC 9(08).

       SD  ARQORD.
       01  SD-REG-PEND.
           03 SD-PROFESSOR             PIC 9(04).
           03 SD-TURMA                 PIC X(05).
           03 SD-DISCIPLINA            PIC 9(02).
           03 SD-PROVA                 PIC 9(01).
           03 SD-DATA                  PIC 9(08).
           03 SD-PRAZO                 PIC 9(08).

       FD  ARQPEND-ORD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAORD.TXT".
       01  REG-PEND-ORD.
           03 ORD-PROFESSOR            PIC 9(04).
           03 ORD-TURMA                PIC X(05).
           03 ORD-DISCIPLINA           PIC 9(02).
           03 ORD-PROVA                PIC 9(01).
           03 ORD-DATA                 PIC 9(08).
           03 ORD-PRAZO                PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LANCREL.TXT".
       01  REG-RELATORIO               PIC X(80).

       FD  ARQPEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTAPEND.TXT".
       01  REG-PENDENCIA               PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LANCRUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                      PIC X(01) VALUE ' '.
       77  WS-REG-DADO                 PIC X(01) VALUE 'N'.
       77  WS-DECK-EOF                 PIC X(01) VALUE ' '.
       77  WS-NOTAS-EOF                PIC X(01) VALUE ' '.
       77  WS-ENT-EOF                  PIC X(01) VALUE ' '.
       77  WS-PROF-EOF                 PIC X(01) VALUE ' '.
       77  WS-ASG-EOF                  PIC X(01) VALUE ' '.
       77  WS-PROVA-EOF                PIC X(01) VALUE ' '.
       77  WS-STATUS-DECK              PIC X(02) VALUE SPACES.
           88 DECK-OK                      VALUE '00'.
       77  WS-STATUS-NOTAS             PIC X(02) VALUE SPACES.
           88 NOTAS-OK                     VALUE '00'.
       77  WS-STATUS-REG               PIC X(02) VALUE SPACES.
           88 REG-OK                       VALUE '00'.
           88 REG-NAO-EXISTE               VALUE '35'.
       77  WS-STATUS-ALU               PIC X(02) VALUE SPACES.
           88 ALU-OK                       VALUE '00'.
       77  WS-STATUS-PROF              PIC X(02) VALUE SPACES.
           88 PROF-OK                      VALUE '00'.
       77  WS-STATUS-PROFASG           PIC X(02) VALUE SPACES.
           88 PROFASG-OK                   VALUE '00'.
       77  WS-STATUS-PROVA             PIC X(02) VALUE SPACES.
           88 PROVA-OK                     VALUE '00'.
       77  WS-STATUS-PARM              PIC X(02) VALUE SPACES.
           88 PARM-OK                      VALUE '00'.
       77  WS-STATUS-ORD               PIC X(02) VALUE SPACES.
           88 ORD-OK                       VALUE '00'.
       77  WS-MODO-EXECUCAO            PIC X(01) VALUE 'L'.
       77  WS-PRAZO-DIAS               PIC 9(02) VALUE 7.
       77  WS-ANOLETIVO-PEDIDO         PIC 9(04) VALUE ZEROS.
       77  WS-SEMESTRE-PEDIDO          PIC 9(01) VALUE ZEROS.
       77  WS-QTD-NOTAS                PIC 9(04) VALUE ZEROS.
       77  WS-QTD-ALU                  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PROF                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ASG                  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PROVA                PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ENT                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX                      PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-NOTA                 PIC 9(04) VALUE ZEROS.
       77  WS-CAPA-ABERTA              PIC X(01) VALUE 'N'.
       77  WS-CAPA-VALIDA              PIC X(01) VALUE 'N'.
           88 CAPA-ACEITA                  VALUE 'S'.
       77  WS-ATRIBUIDO                PIC X(01) VALUE 'N'.
       77  WS-ALUNO-NA-TURMA           PIC X(01) VALUE 'N'.
       77  WS-ENTREGUE                 PIC X(01) VALUE 'N'.
       77  WS-TEM-PROFESSOR            PIC X(01) VALUE 'N'.
       77  WS-PROF-ANTERIOR            PIC 9(04) VALUE ZEROS.
       77  WS-PRIMEIRO                 PIC X(01) VALUE 'S'.
       77  WS-DATA-LIMITE              PIC 9(08) VALUE ZEROS.
       77  WS-NOTAS-ALTERADAS          PIC X(01) VALUE 'N'.
       77  WS-CAPA-ACEITAS             PIC 9(03) VALUE ZEROS.
       77  WS-CAPA-RECUSADAS           PIC 9(03) VALUE ZEROS.
       77  WS-CONT-ENTREGA-OK          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ENTREGA-REC         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-NOTA-OK             PIC 9(04) VALUE ZEROS.
       77  WS-CONT-NOTA-REC            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-PENDENTE            PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

      *    Capa da entrega em curso no deck.
       01  WS-CAPA.
           03 WS-CAP-PROFESSOR         PIC 9(04).
           03 WS-CAP-TURMA             PIC X(05).
           03 WS-CAP-ANOLETIVO         PIC 9(04).
           03 WS-CAP-SEMESTRE          PIC 9(01).
           03 WS-CAP-DISCIPLINA        PIC 9(02).
           03 WS-CAP-PROVA             PIC 9(01).

       01  WS-TAB-NOTAS.
           03 WS-NTD-ITEM OCCURS 999 TIMES.
              05 WS-NTD-MATRICULA      PIC 9(03).
              05 WS-NTD-ANOLETIVO      PIC 9(04).
              05 WS-NTD-SEMESTRE       PIC 9(01).
              05 WS-NTD-DISCIPLINA     PIC 9(02).
              05 WS-NTD-NOTA           PIC 9(03)V99 OCCURS 4 TIMES.

       01  WS-TAB-ALUNO.
           03 WS-ALU-ITEM OCCURS 500 TIMES.
              05 WS-ALU-TURMA          PIC X(05).
              05 WS-ALU-MATRICULA      PIC 9(03).
              05 WS-ALU-ANOLETIVO      PIC 9(04).
              05 WS-ALU-SEMESTRE       PIC 9(01).

       01  WS-TAB-PROFESSOR.
           03 WS-PRF-ITEM OCCURS 100 TIMES.
              05 WS-PRF-CODIGO         PIC 9(04).
              05 WS-PRF-NOME           PIC X(30).

       01  WS-TAB-ATRIBUICAO.
           03 WS-ASG-ITEM OCCURS 500 TIMES.
              05 WS-ASG-PROFESSOR      PIC 9(04).
              05 WS-ASG-TURMA          PIC X(05).
              05 WS-ASG-DISCIPLINA     PIC 9(02).

       01  WS-TAB-PROVA.
           03 WS-PRV-ITEM OCCURS 500 TIMES.
              05 WS-PRV-TURMA          PIC X(05).
              05 WS-PRV-ANOLETIVO      PIC 9(04).
              05 WS-PRV-SEMESTRE       PIC 9(01).
              05 WS-PRV-DISCIPLINA     PIC 9(02).
              05 WS-PRV-PROVA          PIC 9(01).
              05 WS-PRV-DATA           PIC 9(08).

      *    Entregas aceitas do registro: turma/ano/sem/disc/prova.
       01  WS-TAB-ENTREGA.
           03 WS-ENT-ITEM OCCURS 500 TIMES.
              05 WS-ENT-TURMA          PIC X(05).
              05 WS-ENT-ANOLETIVO      PIC 9(04).
              05 WS-ENT-SEMESTRE       PIC 9(01).
              05 WS-ENT-DISCIPLINA     PIC 9(02).
              05 WS-ENT-PROVA          PIC 9(01).

       01  WS-LINHA1.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(36)
               VALUE 'LANCAMENTO DE NOTAS - ENTREGAS'.
           03 FILLER PIC X(22) VALUE SPACES.

       01  WS-LINHA-CAPA.
           03 FILLER                   PIC X(05) VALUE 'PROF '.
           03 WS-EXB-CAP-PROF          PIC 9(04).
           03 FILLER                   PIC X(07) VALUE ' TURMA '.
           03 WS-EXB-CAP-TURMA         PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXB-CAP-ANO           PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-EXB-CAP-SEM           PIC 9(01).
           03 FILLER                   PIC X(06) VALUE ' DISC '.
           03 WS-EXB-CAP-DISC          PIC 9(02).
           03 FILLER                   PIC X(07) VALUE ' PROVA '.
           03 WS-EXB-CAP-PROVA         PIC 9(01).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-EXB-CAP-SITUACAO      PIC X(34).

       01  WS-LINHA-CARTAO.
           03 FILLER                   PIC X(08) VALUE '    MAT '.
           03 WS-EXB-CRT-MAT           PIC 9(03).
           03 FILLER                   PIC X(06) VALUE ' NOTA '.
           03 WS-EXB-CRT-NOTA          PIC ZZ9,99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-EXB-CRT-MOTIVO        PIC X(40).

       01  WS-LINHA-TOTAL-CAPA.
           03 FILLER                   PIC X(13) VALUE '    ACEITAS: '.
           03 WS-EXB-TOT-ACEITAS       PIC ZZ9.
           03 FILLER                   PIC X(13) VALUE '  RECUSADAS: '.
           03 WS-EXB-TOT-RECUSADAS     PIC ZZ9.

       01  WS-LINHA1-PEND.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'NOTAS PENDENTES POR PROFESSOR '.
           03 WS-CAB-ANOLETIVO-P       PIC 9(04).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-CAB-SEMESTRE-P        PIC 9(01).
           03 FILLER PIC X(26) VALUE SPACES.

       01  WS-LINHA-PROF.
           03 FILLER                   PIC X(11) VALUE 'PROFESSOR: '.
           03 WS-EXB-PROF-COD          PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-EXB-PROF-NOME         PIC X(30).

       01  WS-DETALHE-PEND.
           03 FILLER                   PIC X(08) VALUE '  TURMA '.
           03 WS-EXB-TURMA             PIC X(05).
           03 FILLER                   PIC X(06) VALUE ' DISC '.
           03 WS-EXB-DISC              PIC 9(02).
           03 FILLER                   PIC X(07) VALUE ' PROVA '.
           03 WS-EXB-PROVA             PIC 9(01).
           03 FILLER                   PIC X(12) VALUE '  APLICADA '.
           03 WS-EXB-DATA              PIC X(10).
           03 FILLER                   PIC X(10) VALUE '  PRAZO '.
           03 WS-EXB-PRAZO             PIC X(10).

       01  WS-DATA-EXB-AUX             PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EXB-AUX-R REDEFINES WS-DATA-EXB-AUX.
           03 WS-DXA-ANO               PIC 9(04).
           03 WS-DXA-MES               PIC 9(02).
           03 WS-DXA-DIA               PIC 9(02).

       01  WS-DATA-EXB                 PIC X(10) VALUE SPACES.

       01  WS-RODAPE1.
           03 FILLER            PIC X(26)
               VALUE 'ENTREGAS ACEITAS:       '.
           03 WS-TOTENT         PIC ZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(26)
               VALUE 'ENTREGAS RECUSADAS:     '.
           03 WS-TOTREC         PIC ZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(26)
               VALUE 'NOTAS LANCADAS:         '.
           03 WS-TOTNOTA        PIC ZZZ9.

       01  WS-RODAPE4.
           03 FILLER            PIC X(26)
               VALUE 'CARTOES RECUSADOS:      '.
           03 WS-TOTCRT         PIC ZZZ9.

       01  WS-RODAPE-PEND.
           03 FILLER            PIC X(26)
               VALUE 'PROVAS SEM NOTA NO PRAZO:'.
           03 WS-TOTPEND        PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               DISPLAY 'MODO (L)ANCAMENTO OU (P)ENDENCIAS: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-CARREGA-PROFESSORES
               PERFORM 0150-CARREGA-ATRIBUICOES

               IF WS-QTD-ASG = ZEROS
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'PROFASG.TXT AUSENTE OU VAZIO'
                       TO WS-RUN-MOTIVO
                   MOVE 'LNT001' TO WS-RUN-CODIGO
                   DISPLAY 'PROFASG.TXT AUSENTE OU VAZIO - SEM '
                           'ATRIBUICOES NAO HA COMO CONFERIR NOTAS'
               ELSE
                   IF WS-MODO-EXECUCAO = 'P'
                       PERFORM 5000-PENDENCIAS
                   ELSE
                       PERFORM 2000-LANCAMENTO
                   END-IF
               END-IF

               MOVE 'LANCNOTA'       TO WS-RUN-PROGRAMA
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
       0150-CARREGA-ATRIBUICOES.
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
       0200-CARREGA-NOTAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQNOTAS
           IF NOTAS-OK
               PERFORM UNTIL WS-NOTAS-EOF = 'S'
                   READ ARQNOTAS
                       AT END
                           MOVE 'S' TO WS-NOTAS-EOF
                       NOT AT END
                           IF WS-QTD-NOTAS < 999
                               ADD 1 TO WS-QTD-NOTAS
                               MOVE NTD-MATRICULA
                                   TO WS-NTD-MATRICULA(WS-QTD-NOTAS)
                               MOVE NTD-ANOLETIVO
                                   TO WS-NTD-ANOLETIVO(WS-QTD-NOTAS)
                               MOVE NTD-SEMESTRE
                                   TO WS-NTD-SEMESTRE(WS-QTD-NOTAS)
                               MOVE NTD-DISCIPLINA
                                   TO WS-NTD-DISCIPLINA(WS-QTD-NOTAS)
                               MOVE NTD-NOTA1
                                   TO WS-NTD-NOTA(WS-QTD-NOTAS 1)
                               MOVE NTD-NOTA2
                                   TO WS-NTD-NOTA(WS-QTD-NOTAS 2)
                               MOVE NTD-NOTA3
                                   TO WS-NTD-NOTA(WS-QTD-NOTAS 3)
                               MOVE NTD-NOTA4
                                   TO WS-NTD-NOTA(WS-QTD-NOTAS 4)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQNOTAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-ALUNOS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQALU
           IF ALU-OK
               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 0350-LE-ALUNO
                   IF WS-EOF NOT = 'S'
                      AND WS-QTD-ALU < 500
                       ADD 1 TO WS-QTD-ALU
                       MOVE FD-TURMA-ALU
                           TO WS-ALU-TURMA(WS-QTD-ALU)
                       MOVE FD-MATRICULA-ALU
                           TO WS-ALU-MATRICULA(WS-QTD-ALU)
                       MOVE FD-ANOLETIVO-ALU
                           TO WS-ALU-ANOLETIVO(WS-QTD-ALU)
                       MOVE FD-SEMESTRE-ALU
                           TO WS-ALU-SEMESTRE(WS-QTD-ALU)
                   END-IF
               END-PERFORM
               CLOSE ARQALU
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0350-LE-ALUNO.
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
       2000-LANCAMENTO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDECK
           IF NOT DECK-OK
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR NOTADECK.TXT' TO WS-RUN-MOTIVO
               MOVE 'LNT002' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQDECK - STATUS: '
                       WS-STATUS-DECK
           ELSE
               PERFORM 0200-CARREGA-NOTAS
               PERFORM 0300-CARREGA-ALUNOS

               OPEN OUTPUT ARQREL
               WRITE REG-RELATORIO FROM WS-LINHA1
               WRITE REG-RELATORIO FROM WS-LINHA-DATAS

               PERFORM UNTIL WS-DECK-EOF = 'S'
                   READ ARQDECK
                       AT END
                           MOVE 'S' TO WS-DECK-EOF
                       NOT AT END
                           PERFORM 2100-TRATA-CARTAO
                   END-READ
               END-PERFORM
               PERFORM 2900-FECHA-CAPA

               CLOSE ARQDECK

               IF WS-NOTAS-ALTERADAS = 'S'
                   PERFORM 2800-REGRAVA-NOTAS
               END-IF

               MOVE WS-CONT-ENTREGA-OK  TO WS-TOTENT
               MOVE WS-CONT-ENTREGA-REC TO WS-TOTREC
               MOVE WS-CONT-NOTA-OK     TO WS-TOTNOTA
               MOVE WS-CONT-NOTA-REC    TO WS-TOTCRT
               WRITE REG-RELATORIO FROM WS-PONTILHADO
               DISPLAY WS-RODAPE1
               WRITE REG-RELATORIO FROM WS-RODAPE1
               DISPLAY WS-RODAPE2
               WRITE REG-RELATORIO FROM WS-RODAPE2
               DISPLAY WS-RODAPE3
               WRITE REG-RELATORIO FROM WS-RODAPE3
               DISPLAY WS-RODAPE4
               WRITE REG-RELATORIO FROM WS-RODAPE4

               CLOSE ARQREL

               MOVE WS-CONT-NOTA-OK  TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-NOTA-REC TO WS-RUN-REJEITADOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATA-CARTAO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN DCK-CAPA
                   PERFORM 2900-FECHA-CAPA
                   PERFORM 2200-ABRE-CAPA
               WHEN DCK-NOTA
                   PERFORM 2300-TRATA-NOTA
               WHEN OTHER
                   MOVE ZEROS TO WS-EXB-CRT-MAT
                   MOVE ZEROS TO WS-EXB-CRT-NOTA
                   MOVE 'CARTAO DE TIPO DESCONHECIDO'
                       TO WS-EXB-CRT-MOTIVO
                   WRITE REG-RELATORIO FROM WS-LINHA-CARTAO
                   ADD 1 TO WS-CONT-NOTA-REC
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-ABRE-CAPA.
      *----------------------------------------------------------------*
           MOVE 'S'              TO WS-CAPA-ABERTA
           MOVE ZEROS            TO WS-CAPA-ACEITAS
           MOVE ZEROS            TO WS-CAPA-RECUSADAS
           MOVE DCK-PROFESSOR    TO WS-CAP-PROFESSOR
           MOVE DCK-TURMA        TO WS-CAP-TURMA
           MOVE DCK-ANOLETIVO    TO WS-CAP-ANOLETIVO
           MOVE DCK-SEMESTRE     TO WS-CAP-SEMESTRE
           MOVE DCK-DISCIPLINA   TO WS-CAP-DISCIPLINA
           MOVE DCK-PROVA        TO WS-CAP-PROVA

      *    So o professor atribuido a turma e disciplina em
      *    PROFASG.TXT lanca notas dela.
           MOVE 'N' TO WS-ATRIBUIDO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ASG
               IF WS-ASG-PROFESSOR(WS-IDX) = WS-CAP-PROFESSOR
                  AND WS-ASG-TURMA(WS-IDX) = WS-CAP-TURMA
                  AND WS-ASG-DISCIPLINA(WS-IDX) = WS-CAP-DISCIPLINA
                   MOVE 'S' TO WS-ATRIBUIDO
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-CAPA-VALIDA
           EVALUATE TRUE
               WHEN WS-CAP-PROVA < 1 OR WS-CAP-PROVA > 4
                   MOVE 'RECUSADA - PROVA FORA DE 1 A 4'
                       TO WS-EXB-CAP-SITUACAO
               WHEN WS-ATRIBUIDO = 'N'
                   MOVE 'RECUSADA - PROFESSOR NAO ATRIBUIDO'
                       TO WS-EXB-CAP-SITUACAO
               WHEN OTHER
                   MOVE 'S' TO WS-CAPA-VALIDA
                   MOVE 'RECEBIDA' TO WS-EXB-CAP-SITUACAO
           END-EVALUATE

           MOVE WS-CAP-PROFESSOR  TO WS-EXB-CAP-PROF
           MOVE WS-CAP-TURMA      TO WS-EXB-CAP-TURMA
           MOVE WS-CAP-ANOLETIVO  TO WS-EXB-CAP-ANO
           MOVE WS-CAP-SEMESTRE   TO WS-EXB-CAP-SEM
           MOVE WS-CAP-DISCIPLINA TO WS-EXB-CAP-DISC
           MOVE WS-CAP-PROVA      TO WS-EXB-CAP-PROVA
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-LINHA-CAPA
           WRITE REG-RELATORIO FROM WS-LINHA-CAPA
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-TRATA-NOTA.
      *----------------------------------------------------------------*
           MOVE DCK-MATRICULA  TO WS-EXB-CRT-MAT
           MOVE DCK-NOTA-VALOR TO WS-EXB-CRT-NOTA

           IF WS-CAPA-ABERTA = 'N'
               MOVE 'CARTAO DE NOTA SEM CAPA' TO WS-EXB-CRT-MOTIVO
               WRITE REG-RELATORIO FROM WS-LINHA-CARTAO
               ADD 1 TO WS-CONT-NOTA-REC
           ELSE
               IF NOT CAPA-ACEITA
                   ADD 1 TO WS-CAPA-RECUSADAS
                   ADD 1 TO WS-CONT-NOTA-REC
               ELSE
                   PERFORM 2400-VALIDA-NOTA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-VALIDA-NOTA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ALUNO-NA-TURMA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ALU
               IF WS-ALU-MATRICULA(WS-IDX) = DCK-MATRICULA
                  AND WS-ALU-TURMA(WS-IDX) = WS-CAP-TURMA
                  AND WS-ALU-ANOLETIVO(WS-IDX) = WS-CAP-ANOLETIVO
                  AND WS-ALU-SEMESTRE(WS-IDX) = WS-CAP-SEMESTRE
                   MOVE 'S' TO WS-ALUNO-NA-TURMA
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN DCK-NOTA-VALOR IS NOT NUMERIC
                   MOVE 'NOTA NAO NUMERICA' TO WS-EXB-CRT-MOTIVO
               WHEN DCK-NOTA-VALOR > 100
                   MOVE 'NOTA ACIMA DE 100' TO WS-EXB-CRT-MOTIVO
               WHEN WS-ALUNO-NA-TURMA = 'N'
                   MOVE 'ALUNO FORA DA TURMA/TERMO DA CAPA'
                       TO WS-EXB-CRT-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-EXB-CRT-MOTIVO
           END-EVALUATE

           IF WS-EXB-CRT-MOTIVO = SPACES
               PERFORM 2500-POSTA-NOTA
               ADD 1 TO WS-CAPA-ACEITAS
               ADD 1 TO WS-CONT-NOTA-OK
           ELSE
               WRITE REG-RELATORIO FROM WS-LINHA-CARTAO
               ADD 1 TO WS-CAPA-RECUSADAS
               ADD 1 TO WS-CONT-NOTA-REC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-POSTA-NOTA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-NOTA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-NOTAS
               IF WS-NTD-MATRICULA(WS-IDX) = DCK-MATRICULA
                  AND WS-NTD-ANOLETIVO(WS-IDX) = WS-CAP-ANOLETIVO
                  AND WS-NTD-SEMESTRE(WS-IDX) = WS-CAP-SEMESTRE
                  AND WS-NTD-DISCIPLINA(WS-IDX) = WS-CAP-DISCIPLINA
                   MOVE WS-IDX TO WS-IDX-NOTA
               END-IF
           END-PERFORM

           IF WS-IDX-NOTA = ZEROS
              AND WS-QTD-NOTAS < 999
               ADD 1 TO WS-QTD-NOTAS
               MOVE WS-QTD-NOTAS      TO WS-IDX-NOTA
               MOVE DCK-MATRICULA     TO WS-NTD-MATRICULA(WS-IDX-NOTA)
               MOVE WS-CAP-ANOLETIVO  TO WS-NTD-ANOLETIVO(WS-IDX-NOTA)
               MOVE WS-CAP-SEMESTRE   TO WS-NTD-SEMESTRE(WS-IDX-NOTA)
               MOVE WS-CAP-DISCIPLINA TO WS-NTD-DISCIPLINA(WS-IDX-NOTA)
               MOVE ZEROS TO WS-NTD-NOTA(WS-IDX-NOTA 1)
                             WS-NTD-NOTA(WS-IDX-NOTA 2)
                             WS-NTD-NOTA(WS-IDX-NOTA 3)
                             WS-NTD-NOTA(WS-IDX-NOTA 4)
           END-IF

           IF WS-IDX-NOTA > ZEROS
               MOVE DCK-NOTA-VALOR
                   TO WS-NTD-NOTA(WS-IDX-NOTA WS-CAP-PROVA)
               MOVE 'S' TO WS-NOTAS-ALTERADAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2800-REGRAVA-NOTAS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQNOTAS

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-NOTAS
               MOVE WS-NTD-MATRICULA(WS-IDX)  TO NTD-MATRICULA
               MOVE WS-NTD-ANOLETIVO(WS-IDX)  TO NTD-ANOLETIVO
               MOVE WS-NTD-SEMESTRE(WS-IDX)   TO NTD-SEMESTRE
               MOVE WS-NTD-DISCIPLINA(WS-IDX) TO NTD-DISCIPLINA
               MOVE WS-NTD-NOTA(WS-IDX 1)     TO NTD-NOTA1
               MOVE WS-NTD-NOTA(WS-IDX 2)     TO NTD-NOTA2
               MOVE WS-NTD-NOTA(WS-IDX 3)     TO NTD-NOTA3
               MOVE WS-NTD-NOTA(WS-IDX 4)     TO NTD-NOTA4
               WRITE REG-NOTADISC
           END-PERFORM

           CLOSE ARQNOTAS
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-FECHA-CAPA.
      *----------------------------------------------------------------*
      *    Cada capa vira uma linha do registro de entregas, com a
      *    data de recebimento; so entrega com ao menos uma nota
      *    aceita conta como entregue no relatorio de pendencias.
           IF WS-CAPA-ABERTA = 'S'
               MOVE WS-CAPA-ACEITAS   TO WS-EXB-TOT-ACEITAS
               MOVE WS-CAPA-RECUSADAS TO WS-EXB-TOT-RECUSADAS
               WRITE REG-RELATORIO FROM WS-LINHA-TOTAL-CAPA

               OPEN EXTEND ARQREG
               IF REG-NAO-EXISTE
                   OPEN OUTPUT ARQREG
               END-IF

               MOVE WS-CAP-PROFESSOR  TO ENT-PROFESSOR
               MOVE WS-CAP-TURMA      TO ENT-TURMA
               MOVE WS-CAP-ANOLETIVO  TO ENT-ANOLETIVO
               MOVE WS-CAP-SEMESTRE   TO ENT-SEMESTRE
               MOVE WS-CAP-DISCIPLINA TO ENT-DISCIPLINA
               MOVE WS-CAP-PROVA      TO ENT-PROVA
               MOVE WS-DATA-NEGOCIO   TO ENT-DATA
               MOVE WS-CAPA-ACEITAS   TO ENT-ACEITAS
               MOVE WS-CAPA-RECUSADAS TO ENT-RECUSADAS
               IF CAPA-ACEITA AND WS-CAPA-ACEITAS > ZEROS
                   MOVE 'A' TO ENT-SITUACAO
                   ADD 1 TO WS-CONT-ENTREGA-OK
               ELSE
                   MOVE 'R' TO ENT-SITUACAO
                   ADD 1 TO WS-CONT-ENTREGA-REC
               END-IF
               WRITE REG-ENTREGA

               CLOSE ARQREG
               MOVE 'N' TO WS-CAPA-ABERTA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-PENDENCIAS.
      *----------------------------------------------------------------*
           DISPLAY 'ANO LETIVO: '
           ACCEPT WS-ANOLETIVO-PEDIDO FROM DADO-INPUT
           DISPLAY 'SEMESTRE: '
           ACCEPT WS-SEMESTRE-PEDIDO FROM DADO-INPUT

           PERFORM 5050-LE-PRAZO
           PERFORM 5100-CARREGA-PROVAS
           PERFORM 5150-CARREGA-ENTREGAS

           SORT ARQORD
               ON ASCENDING KEY SD-PROFESSOR SD-TURMA SD-DISCIPLINA
                                SD-PROVA
               INPUT PROCEDURE 5200-CARREGA-ORDENACAO
               GIVING ARQPEND-ORD

           OPEN INPUT ARQPEND-ORD
           IF ORD-OK
               OPEN OUTPUT ARQPEND

               MOVE WS-ANOLETIVO-PEDIDO TO WS-CAB-ANOLETIVO-P
               MOVE WS-SEMESTRE-PEDIDO  TO WS-CAB-SEMESTRE-P
               DISPLAY WS-LINHA1-PEND
               WRITE REG-PENDENCIA FROM WS-LINHA1-PEND
               WRITE REG-PENDENCIA FROM WS-LINHA-DATAS

               MOVE ' '   TO WS-EOF
               MOVE 'S'   TO WS-PRIMEIRO
               PERFORM 5400-LER-ORDENADO
               PERFORM UNTIL WS-EOF = 'S'
                   IF ORD-PROFESSOR NOT = WS-PROF-ANTERIOR
                      OR WS-PRIMEIRO = 'S'
                       MOVE 'N' TO WS-PRIMEIRO
                       MOVE ORD-PROFESSOR TO WS-PROF-ANTERIOR
                       PERFORM 5300-CABECALHO-PROFESSOR
                   END-IF
                   MOVE ORD-TURMA      TO WS-EXB-TURMA
                   MOVE ORD-DISCIPLINA TO WS-EXB-DISC
                   MOVE ORD-PROVA      TO WS-EXB-PROVA
                   MOVE ORD-DATA       TO WS-DATA-EXB-AUX
                   PERFORM 5500-FORMATA-DATA
                   MOVE WS-DATA-EXB    TO WS-EXB-DATA
                   MOVE ORD-PRAZO      TO WS-DATA-EXB-AUX
                   PERFORM 5500-FORMATA-DATA
                   MOVE WS-DATA-EXB    TO WS-EXB-PRAZO
                   DISPLAY WS-DETALHE-PEND
                   WRITE REG-PENDENCIA FROM WS-DETALHE-PEND
                   ADD 1 TO WS-CONT-PENDENTE
                   PERFORM 5400-LER-ORDENADO
               END-PERFORM

               MOVE WS-CONT-PENDENTE TO WS-TOTPEND
               DISPLAY WS-PONTILHADO
               WRITE REG-PENDENCIA FROM WS-PONTILHADO
               DISPLAY WS-RODAPE-PEND
               WRITE REG-PENDENCIA FROM WS-RODAPE-PEND

               CLOSE ARQPEND
               MOVE WS-CONT-PENDENTE TO WS-RUN-PROCESSADOS
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR NOTAORD.TXT' TO WS-RUN-MOTIVO
               MOVE 'LNT003' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQPEND-ORD - STATUS: '
                       WS-STATUS-ORD
           END-IF
           CLOSE ARQPEND-ORD
           .
           EXIT.
      *----------------------------------------------------------------*
       5050-LE-PRAZO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PRAZO-DIAS IS NUMERIC
                           MOVE PARM-PRAZO-DIAS TO WS-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-CARREGA-PROVAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPROVA
           IF PROVA-OK
               PERFORM UNTIL WS-PROVA-EOF = 'S'
                   READ ARQPROVA
                       AT END
                           MOVE 'S' TO WS-PROVA-EOF
                       NOT AT END
                           IF PRV-ANOLETIVO = WS-ANOLETIVO-PEDIDO
                              AND PRV-SEMESTRE = WS-SEMESTRE-PEDIDO
                              AND PRV-DATA > ZEROS
                              AND WS-QTD-PROVA < 500
                               ADD 1 TO WS-QTD-PROVA
                               MOVE PRV-TURMA
                                   TO WS-PRV-TURMA(WS-QTD-PROVA)
                               MOVE PRV-ANOLETIVO
                                   TO WS-PRV-ANOLETIVO(WS-QTD-PROVA)
                               MOVE PRV-SEMESTRE
                                   TO WS-PRV-SEMESTRE(WS-QTD-PROVA)
                               MOVE PRV-DISCIPLINA
                                   TO WS-PRV-DISCIPLINA(WS-QTD-PROVA)
                               MOVE PRV-PROVA
                                   TO WS-PRV-PROVA(WS-QTD-PROVA)
                               MOVE PRV-DATA
                                   TO WS-PRV-DATA(WS-QTD-PROVA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPROVA
           ELSE
               DISPLAY 'PROVAS.TXT AUSENTE - SEM CALENDARIO NAO HA '
                       'PRAZO A COBRAR'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5150-CARREGA-ENTREGAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQREG
           IF REG-OK
               PERFORM UNTIL WS-ENT-EOF = 'S'
                   READ ARQREG
                       AT END
                           MOVE 'S' TO WS-ENT-EOF
                       NOT AT END
                           IF ENT-SITUACAO = 'A'
                              AND ENT-ANOLETIVO = WS-ANOLETIVO-PEDIDO
                              AND ENT-SEMESTRE = WS-SEMESTRE-PEDIDO
                              AND WS-QTD-ENT < 500
                               ADD 1 TO WS-QTD-ENT
                               MOVE ENT-TURMA
                                   TO WS-ENT-TURMA(WS-QTD-ENT)
                               MOVE ENT-ANOLETIVO
                                   TO WS-ENT-ANOLETIVO(WS-QTD-ENT)
                               MOVE ENT-SEMESTRE
                                   TO WS-ENT-SEMESTRE(WS-QTD-ENT)
                               MOVE ENT-DISCIPLINA
                                   TO WS-ENT-DISCIPLINA(WS-QTD-ENT)
                               MOVE ENT-PROVA
                                   TO WS-ENT-PROVA(WS-QTD-ENT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQREG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-CARREGA-ORDENACAO.
      *----------------------------------------------------------------*
      *    Prova vencida (data de aplicacao mais o prazo ja passou)
      *    sem entrega aceita no registro sai uma vez por professor
      *    atribuido; sem atribuicao sai sob o codigo zero.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PROVA
               COMPUTE WS-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-PRV-DATA(WS-IDX))
                        + WS-PRAZO-DIAS)

               MOVE 'N' TO WS-ENTREGUE
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-QTD-ENT
                   IF WS-ENT-TURMA(WS-IDX2) = WS-PRV-TURMA(WS-IDX)
                      AND WS-ENT-DISCIPLINA(WS-IDX2) =
                          WS-PRV-DISCIPLINA(WS-IDX)
                      AND WS-ENT-PROVA(WS-IDX2) = WS-PRV-PROVA(WS-IDX)
                       MOVE 'S' TO WS-ENTREGUE
                   END-IF
               END-PERFORM

               IF WS-DATA-NEGOCIO > WS-DATA-LIMITE
                  AND WS-ENTREGUE = 'N'
                   MOVE WS-PRV-TURMA(WS-IDX)      TO SD-TURMA
                   MOVE WS-PRV-DISCIPLINA(WS-IDX) TO SD-DISCIPLINA
                   MOVE WS-PRV-PROVA(WS-IDX)      TO SD-PROVA
                   MOVE WS-PRV-DATA(WS-IDX)       TO SD-DATA
                   MOVE WS-DATA-LIMITE            TO SD-PRAZO
                   MOVE 'N' TO WS-TEM-PROFESSOR
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-QTD-ASG
                       IF WS-ASG-TURMA(WS-IDX2) = WS-PRV-TURMA(WS-IDX)
                          AND WS-ASG-DISCIPLINA(WS-IDX2) =
                              WS-PRV-DISCIPLINA(WS-IDX)
                           MOVE 'S' TO WS-TEM-PROFESSOR
                           MOVE WS-ASG-PROFESSOR(WS-IDX2)
                               TO SD-PROFESSOR
                           RELEASE SD-REG-PEND
                       END-IF
                   END-PERFORM
                   IF WS-TEM-PROFESSOR = 'N'
                       MOVE ZEROS TO SD-PROFESSOR
                       RELEASE SD-REG-PEND
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5300-CABECALHO-PROFESSOR.
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
           WRITE REG-PENDENCIA FROM WS-PONTILHADO
           DISPLAY WS-LINHA-PROF
           WRITE REG-PENDENCIA FROM WS-LINHA-PROF
           .
           EXIT.
      *----------------------------------------------------------------*
       5400-LER-ORDENADO.
      *----------------------------------------------------------------*
           READ ARQPEND-ORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   CONTINUE
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       5500-FORMATA-DATA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-DATA-EXB
           STRING WS-DXA-DIA '/' WS-DXA-MES '/' WS-DXA-ANO
               DELIMITED BY SIZE INTO WS-DATA-EXB
           END-STRING
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM LANCNOTA.
